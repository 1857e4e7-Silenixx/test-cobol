000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. PRODMNT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - PRODUCT CATALOGUE
000130*                   MAINTENANCE. APPLIES A BATCH OF ORDERS
000140*                   (SEE PMNTREC) TO THE ACCOUNT PRODUCT
000150*                   CATALOGUE (PRODFILE, SEE PRODREC): ADD A
000160*                   PRODUCT, REPLACE ITS TERMS, WITHDRAW IT
000170*                   FROM SALE OR PUT IT BACK ON SALE. A
000180*                   PRODUCT NEEDS A NAME AND AN OVERDRAFT FLAG
000190*                   OF "Y" OR "N"; A PRODUCT WITHOUT OVERDRAFT
000200*                   CANNOT CARRY A MAXIMUM LIMIT. THE OPERATOR
000210*                   MUST BE ACTIVE ON OPERFILE. A NEW TARIFF
000220*                   TAKES EFFECT AT THE NEXT INTACCR AND FEECHG
000230*                   RUN; LIMITS ALREADY GRANTED ARE NOT
000240*                   TOUCHED. A MISSING CATALOGUE IS CREATED ON
000250*                   FIRST USE.
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS PROD-CODE
000350         FILE STATUS IS WS-PROD-FILE-STATUS.
000360
000370     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS OPER-ID
000410         FILE STATUS IS WS-OPER-FILE-STATUS.
000420
000430     SELECT ORDER-FILE ASSIGN TO "PRODORDS"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-ORD-FILE-STATUS.
000460
000470     SELECT MAINTENANCE-REPORT ASSIGN TO "PMNTRPT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RPT-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PRODUCT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY PRODREC.
000560
000570 FD  OPERATOR-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY OPERREC.
000600
000610 FD  ORDER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY PMNTREC.
000640
000650 FD  MAINTENANCE-REPORT
000660     LABEL RECORDS ARE STANDARD.
000670 01  RPT-RECORD.
000680     05  RPT-ACTION                    PIC X(01).
000690     05  FILLER                        PIC X(02) VALUE SPACES.
000700     05  RPT-PRODUCT-CODE              PIC X(04).
000710     05  FILLER                        PIC X(02) VALUE SPACES.
000720     05  RPT-DISPOSITION               PIC X(08).
000730     05  FILLER                        PIC X(02) VALUE SPACES.
000740     05  RPT-REASON                    PIC X(30).
000750     05  FILLER                        PIC X(02) VALUE SPACES.
000760     05  RPT-MAKER-ID                  PIC X(08).
000770
000780 WORKING-STORAGE SECTION.
000790 77  WS-PROD-FILE-STATUS           PIC X(02).
000800     88  WS-PROD-FILE-OK               VALUE "00".
000810     88  WS-PROD-FILE-NOT-FOUND        VALUE "35".
000820
000830 77  WS-OPER-FILE-STATUS           PIC X(02).
000840     88  WS-OPER-FILE-OK               VALUE "00".
000850
000860 77  WS-ORD-FILE-STATUS            PIC X(02).
000870     88  WS-ORD-FILE-OK                VALUE "00".
000880
000890 77  WS-RPT-FILE-STATUS            PIC X(02).
000900     88  WS-RPT-FILE-OK                VALUE "00".
000910
000920 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000930     88  PROD-FILE-IS-OPEN             VALUE "Y".
000940
000950 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000960     88  OPER-FILE-IS-OPEN             VALUE "Y".
000970
000980 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
000990     88  ORD-FILE-IS-OPEN              VALUE "Y".
001000
001010 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001020     88  RPT-FILE-IS-OPEN              VALUE "Y".
001030
001040 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001050     88  ORD-EOF                       VALUE "Y".
001060
001070 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001080     88  OPERATOR-IS-VALID             VALUE "Y".
001090
001100 77  WS-TODAY                      PIC 9(08).
001110
001120 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
001130 77  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
001140 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001150
001160 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001170
001180 PROCEDURE DIVISION.
001190
001200*----------------------------------------------------------*
001210*  0000-MAINLINE
001220*----------------------------------------------------------*
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250
001260     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001270         UNTIL ORD-EOF.
001280
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001300     GOBACK.
001310
001320*----------------------------------------------------------*
001330*  1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.
001340*  A MISSING PRODUCT CATALOGUE IS CREATED ON FIRST USE.
001350*----------------------------------------------------------*
001360 1000-INITIALIZE.
001370     OPEN I-O PRODUCT-FILE.
001380     IF WS-PROD-FILE-NOT-FOUND
001390         OPEN OUTPUT PRODUCT-FILE
001400         IF WS-PROD-FILE-OK
001410             CLOSE PRODUCT-FILE
001420             OPEN I-O PRODUCT-FILE
001430         END-IF
001440     END-IF.
001450     IF NOT WS-PROD-FILE-OK
001460         DISPLAY "PRODMNT: UNABLE TO OPEN PRODUCT CATALOGUE, "
001470             "STATUS = " WS-PROD-FILE-STATUS
001480         SET ORD-EOF TO TRUE
001490         GO TO 1000-EXIT
001500     END-IF.
001510     SET PROD-FILE-IS-OPEN TO TRUE.
001520
001530     OPEN INPUT OPERATOR-FILE.
001540     IF NOT WS-OPER-FILE-OK
001550         DISPLAY "PRODMNT: UNABLE TO OPEN OPERATOR FILE, "
001560             "STATUS = " WS-OPER-FILE-STATUS
001570         SET ORD-EOF TO TRUE
001580         GO TO 1000-EXIT
001590     END-IF.
001600     SET OPER-FILE-IS-OPEN TO TRUE.
001610
001620     OPEN INPUT ORDER-FILE.
001630     IF NOT WS-ORD-FILE-OK
001640         DISPLAY "PRODMNT: UNABLE TO OPEN ORDER FILE, "
001650             "STATUS = " WS-ORD-FILE-STATUS
001660         SET ORD-EOF TO TRUE
001670         GO TO 1000-EXIT
001680     END-IF.
001690     SET ORD-FILE-IS-OPEN TO TRUE.
001700
001710     OPEN OUTPUT MAINTENANCE-REPORT.
001720     IF NOT WS-RPT-FILE-OK
001730         DISPLAY "PRODMNT: UNABLE TO OPEN MAINTENANCE REPORT, "
001740             "STATUS = " WS-RPT-FILE-STATUS
001750         SET ORD-EOF TO TRUE
001760         GO TO 1000-EXIT
001770     END-IF.
001780     SET RPT-FILE-IS-OPEN TO TRUE.
001790
001800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001810
001820     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------*
001870*  2000-PROCESS-ORDER - APPLY ONE PRODUCT ORDER AND READ
001880*  THE NEXT ONE
001890*----------------------------------------------------------*
001900 2000-PROCESS-ORDER.
001910     ADD 1 TO WS-ORDER-COUNT.
001920     MOVE SPACES TO WS-REFUSAL-REASON.
001930
001940     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001950     IF NOT OPERATOR-IS-VALID
001960         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001970         GO TO 2000-EXIT
001980     END-IF.
001990
002000     IF PMNT-ACTION-ADD
002010         PERFORM 3000-ADD-PRODUCT THRU 3000-EXIT
002020     ELSE
002030         IF PMNT-ACTION-CHANGE
002040             PERFORM 4000-CHANGE-TERMS THRU 4000-EXIT
002050         ELSE
002060             IF PMNT-ACTION-WITHDRAW
002070                 PERFORM 5000-WITHDRAW-PRODUCT THRU 5000-EXIT
002080             ELSE
002090                 IF PMNT-ACTION-REINSTATE
002100                     PERFORM 5500-REINSTATE-PRODUCT
002110                         THRU 5500-EXIT
002120                 ELSE
002130                     MOVE "UNKNOWN MAINTENANCE ACTION"
002140                         TO WS-REFUSAL-REASON
002150                     PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002160                 END-IF
002170             END-IF
002180         END-IF
002190     END-IF.
002200
002210     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002220 2000-EXIT.
002230     EXIT.
002240
002250*----------------------------------------------------------*
002260*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
002270*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
002280*----------------------------------------------------------*
002290 2500-CHECK-OPERATOR.
002300     MOVE "N" TO WS-OPERATOR-OK-SW.
002310
002320     IF PMNT-OPERATOR-ID = SPACES
002330         MOVE "OPERATOR ID IS BLANK"
002340             TO WS-REFUSAL-REASON
002350         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002360         GO TO 2500-EXIT
002370     END-IF.
002380
002390     MOVE PMNT-OPERATOR-ID TO OPER-ID.
002400     READ OPERATOR-FILE
002410         INVALID KEY
002420             MOVE "OPERATOR NOT ON OPERATOR FILE"
002430                 TO WS-REFUSAL-REASON
002440             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002450             GO TO 2500-EXIT
002460     END-READ.
002470
002480     IF NOT OPER-STATUS-ACTIVE
002490         MOVE "OPERATOR IS NOT ACTIVE"
002500             TO WS-REFUSAL-REASON
002510         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002520         GO TO 2500-EXIT
002530     END-IF.
002540
002550     SET OPERATOR-IS-VALID TO TRUE.
002560 2500-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------*
002600*  3000-ADD-PRODUCT - WRITE A NEW PRODUCT, ON SALE
002610*----------------------------------------------------------*
002620 3000-ADD-PRODUCT.
002630     IF PMNT-PRODUCT-CODE = SPACES
002640         MOVE "PRODUCT CODE IS BLANK"
002650             TO WS-REFUSAL-REASON
002660         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002670         GO TO 3000-EXIT
002680     END-IF.
002690
002700     PERFORM 3800-CHECK-TERMS THRU 3800-EXIT.
002710     IF WS-REFUSAL-REASON NOT = SPACES
002720         GO TO 3000-EXIT
002730     END-IF.
002740
002750     MOVE SPACES TO PROD-RECORD.
002760     MOVE PMNT-PRODUCT-CODE TO PROD-CODE.
002770     PERFORM 3900-MOVE-TERMS THRU 3900-EXIT.
002780     SET PROD-STATUS-ACTIVE TO TRUE.
002790     MOVE WS-TODAY TO PROD-ADDED-DATE.
002800     MOVE WS-TODAY TO PROD-CHANGED-DATE.
002810
002820     WRITE PROD-RECORD
002830         INVALID KEY
002840             MOVE "PRODUCT CODE ALREADY EXISTS"
002850                 TO WS-REFUSAL-REASON
002860             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002870             GO TO 3000-EXIT
002880     END-WRITE.
002890
002900     ADD 1 TO WS-APPLIED-COUNT.
002910     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
002920 3000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------*
002960*  3500-READ-TARGET - READ THE PRODUCT THE ORDER IS ABOUT
002970*----------------------------------------------------------*
002980 3500-READ-TARGET.
002990     MOVE PMNT-PRODUCT-CODE TO PROD-CODE.
003000     READ PRODUCT-FILE
003010         INVALID KEY
003020             MOVE "PRODUCT NOT IN CATALOGUE"
003030                 TO WS-REFUSAL-REASON
003040             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003050     END-READ.
003060 3500-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------*
003100*  3800-CHECK-TERMS - THE TERMS ON AN ADD OR CHANGE ORDER
003110*  MUST HANG TOGETHER
003120*----------------------------------------------------------*
003130 3800-CHECK-TERMS.
003140     IF PMNT-PRODUCT-NAME = SPACES
003150         MOVE "PRODUCT NAME IS BLANK"
003160             TO WS-REFUSAL-REASON
003170         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003180         GO TO 3800-EXIT
003190     END-IF.
003200
003210     IF PMNT-OVERDRAFT-FLAG NOT = "Y"
003220        AND PMNT-OVERDRAFT-FLAG NOT = "N"
003230         MOVE "OVERDRAFT FLAG MUST BE Y OR N"
003240             TO WS-REFUSAL-REASON
003250         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003260         GO TO 3800-EXIT
003270     END-IF.
003280
003290     IF PMNT-OVERDRAFT-FLAG = "N"
003300        AND PMNT-MAX-LIMIT NOT = ZERO
003310         MOVE "MAX LIMIT WITHOUT OVERDRAFT"
003320             TO WS-REFUSAL-REASON
003330         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003340         GO TO 3800-EXIT
003350     END-IF.
003360 3800-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400*  3900-MOVE-TERMS - COPY THE ORDER'S TERMS ONTO THE
003410*  PRODUCT RECORD
003420*----------------------------------------------------------*
003430 3900-MOVE-TERMS.
003440     MOVE PMNT-PRODUCT-NAME TO PROD-NAME.
003450     MOVE PMNT-CREDIT-RATE TO PROD-CREDIT-RATE.
003460     MOVE PMNT-DEBIT-RATE TO PROD-DEBIT-RATE.
003470     MOVE PMNT-MAINT-FEE TO PROD-MAINT-FEE.
003480     MOVE PMNT-PER-DEBIT-FEE TO PROD-PER-DEBIT-FEE.
003490     MOVE PMNT-MIN-BALANCE TO PROD-MIN-BALANCE.
003500     MOVE PMNT-OVERDRAFT-FLAG TO PROD-OVERDRAFT-FLAG.
003510     MOVE PMNT-MAX-LIMIT TO PROD-MAX-LIMIT.
003520 3900-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------*
003560*  4000-CHANGE-TERMS - REPLACE THE TERMS OF AN EXISTING
003570*  PRODUCT
003580*----------------------------------------------------------*
003590 4000-CHANGE-TERMS.
003600     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
003610     IF WS-REFUSAL-REASON NOT = SPACES
003620         GO TO 4000-EXIT
003630     END-IF.
003640
003650     PERFORM 3800-CHECK-TERMS THRU 3800-EXIT.
003660     IF WS-REFUSAL-REASON NOT = SPACES
003670         GO TO 4000-EXIT
003680     END-IF.
003690
003700     PERFORM 3900-MOVE-TERMS THRU 3900-EXIT.
003710     PERFORM 7000-REWRITE-PRODUCT THRU 7000-EXIT.
003720 4000-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760*  5000-WITHDRAW-PRODUCT - TAKE A PRODUCT OFF SALE
003770*----------------------------------------------------------*
003780 5000-WITHDRAW-PRODUCT.
003790     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
003800     IF WS-REFUSAL-REASON NOT = SPACES
003810         GO TO 5000-EXIT
003820     END-IF.
003830
003840     IF PROD-STATUS-WITHDRAWN
003850         MOVE "PRODUCT IS ALREADY WITHDRAWN"
003860             TO WS-REFUSAL-REASON
003870         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003880         GO TO 5000-EXIT
003890     END-IF.
003900
003910     SET PROD-STATUS-WITHDRAWN TO TRUE.
003920     PERFORM 7000-REWRITE-PRODUCT THRU 7000-EXIT.
003930 5000-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------*
003970*  5500-REINSTATE-PRODUCT - PUT A WITHDRAWN PRODUCT BACK
003980*  ON SALE
003990*----------------------------------------------------------*
004000 5500-REINSTATE-PRODUCT.
004010     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
004020     IF WS-REFUSAL-REASON NOT = SPACES
004030         GO TO 5500-EXIT
004040     END-IF.
004050
004060     IF PROD-STATUS-ACTIVE
004070         MOVE "PRODUCT IS ALREADY ON SALE"
004080             TO WS-REFUSAL-REASON
004090         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
004100         GO TO 5500-EXIT
004110     END-IF.
004120
004130     SET PROD-STATUS-ACTIVE TO TRUE.
004140     PERFORM 7000-REWRITE-PRODUCT THRU 7000-EXIT.
004150 5500-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------*
004190*  6000-WRITE-REFUSAL - REPORT A PRODUCT ORDER THAT WAS
004200*  NOT APPLIED, AND WHY
004210*----------------------------------------------------------*
004220 6000-WRITE-REFUSAL.
004230     MOVE PMNT-ACTION TO RPT-ACTION.
004240     MOVE PMNT-PRODUCT-CODE TO RPT-PRODUCT-CODE.
004250     MOVE "REFUSED" TO RPT-DISPOSITION.
004260     MOVE WS-REFUSAL-REASON TO RPT-REASON.
004270     MOVE PMNT-OPERATOR-ID TO RPT-MAKER-ID.
004280     WRITE RPT-RECORD.
004290
004300     ADD 1 TO WS-REFUSED-COUNT.
004310     DISPLAY "PRODMNT: ORDER REFUSED FOR PRODUCT "
004320         PMNT-PRODUCT-CODE " - " WS-REFUSAL-REASON.
004330 6000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370*  6500-WRITE-APPLIED - REPORT A PRODUCT ORDER THAT WAS
004380*  APPLIED TO THE CATALOGUE
004390*----------------------------------------------------------*
004400 6500-WRITE-APPLIED.
004410     MOVE PMNT-ACTION TO RPT-ACTION.
004420     MOVE PMNT-PRODUCT-CODE TO RPT-PRODUCT-CODE.
004430     MOVE "APPLIED" TO RPT-DISPOSITION.
004440     MOVE PROD-NAME TO RPT-REASON.
004450     MOVE PMNT-OPERATOR-ID TO RPT-MAKER-ID.
004460     WRITE RPT-RECORD.
004470 6500-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510*  7000-REWRITE-PRODUCT - PUT AN AMENDED PRODUCT BACK ON
004520*  THE CATALOGUE
004530*----------------------------------------------------------*
004540 7000-REWRITE-PRODUCT.
004550     MOVE WS-TODAY TO PROD-CHANGED-DATE.
004560     REWRITE PROD-RECORD
004570         INVALID KEY
004580             MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
004590             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
004600             GO TO 7000-EXIT
004610     END-REWRITE.
004620
004630     ADD 1 TO WS-APPLIED-COUNT.
004640     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
004650 7000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690*  8000-READ-ORDER - READ THE NEXT PRODUCT ORDER
004700*----------------------------------------------------------*
004710 8000-READ-ORDER.
004720     READ ORDER-FILE
004730         AT END
004740             SET ORD-EOF TO TRUE
004750     END-READ.
004760 8000-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
004810*----------------------------------------------------------*
004820 9000-TERMINATE.
004830     IF PROD-FILE-IS-OPEN
004840         CLOSE PRODUCT-FILE
004850     END-IF.
004860     IF OPER-FILE-IS-OPEN
004870         CLOSE OPERATOR-FILE
004880     END-IF.
004890     IF ORD-FILE-IS-OPEN
004900         CLOSE ORDER-FILE
004910     END-IF.
004920     IF RPT-FILE-IS-OPEN
004930         CLOSE MAINTENANCE-REPORT
004940     END-IF.
004950
004960     DISPLAY "PRODMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
004970         WS-APPLIED-COUNT " APPLIED, "
004980         WS-REFUSED-COUNT " REFUSED.".
004990 9000-EXIT.
005000     EXIT.
