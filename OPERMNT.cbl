000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. OPERMNT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - OPERATOR MAINTENANCE.
000130*                   APPLIES A BATCH OF ORDERS (ADD AN
000140*                   OPERATOR, CHANGE THE AUTHORITY LEVEL,
000150*                   DEACTIVATE, REACTIVATE) TO THE OPERATOR
000160*                   FILE (OPERFILE, SEE OPERREC) CHECKED BY
000170*                   EVERY MAINTENANCE PROGRAM AND BY APPRMNT.
000180*                   ONLY AN ACTIVE LEVEL 9 OPERATOR MAY RAISE
000190*                   AN ORDER, AND NEVER ONE AGAINST THEIR OWN
000200*                   OPERATOR ID. WHILE THE FILE IS STILL EMPTY
000210*                   THE ONLY ORDER ACCEPTED IS A LEVEL 9
000220*                   OPERATOR ADDING THEMSELVES, SO THE FIRST
000230*                   ADMINISTRATOR CAN BE SET UP. A MISSING
000240*                   OPERATOR FILE IS CREATED ON FIRST USE.
000250*                   REFUSED ORDERS GO TO THE MAINTENANCE
000260*                   REPORT WITH THE REASON.
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS OPER-ID
000360         FILE STATUS IS WS-OPER-FILE-STATUS.
000370
000380     SELECT ORDER-FILE ASSIGN TO "OPERORDS"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-ORD-FILE-STATUS.
000410
000420     SELECT MAINTENANCE-REPORT ASSIGN TO "OMNTRPT"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  OPERATOR-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY OPERREC.
000510
000520 FD  ORDER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY OMNTREC.
000550
000560 FD  MAINTENANCE-REPORT
000570     LABEL RECORDS ARE STANDARD.
000580 01  RPT-RECORD.
000590     05  RPT-ACTION                    PIC X(01).
000600     05  FILLER                        PIC X(02) VALUE SPACES.
000610     05  RPT-OPER-ID                   PIC X(08).
000620     05  FILLER                        PIC X(02) VALUE SPACES.
000630     05  RPT-LEVEL                     PIC 9(01).
000640     05  FILLER                        PIC X(02) VALUE SPACES.
000650     05  RPT-DISPOSITION               PIC X(08).
000660     05  FILLER                        PIC X(02) VALUE SPACES.
000670     05  RPT-REASON                    PIC X(30).
000680     05  FILLER                        PIC X(02) VALUE SPACES.
000690     05  RPT-MAKER-ID                  PIC X(08).
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-OPER-FILE-STATUS           PIC X(02).
000730     88  WS-OPER-FILE-OK               VALUE "00".
000740     88  WS-OPER-FILE-NOT-FOUND        VALUE "35".
000750
000760 77  WS-ORD-FILE-STATUS            PIC X(02).
000770     88  WS-ORD-FILE-OK                VALUE "00".
000780
000790 77  WS-RPT-FILE-STATUS            PIC X(02).
000800     88  WS-RPT-FILE-OK                VALUE "00".
000810
000820 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000830     88  OPER-FILE-IS-OPEN             VALUE "Y".
000840
000850 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
000860     88  ORD-FILE-IS-OPEN              VALUE "Y".
000870
000880 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000890     88  RPT-FILE-IS-OPEN              VALUE "Y".
000900
000910 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
000920     88  ORD-EOF                       VALUE "Y".
000930
000940 77  WS-OPER-EMPTY-SW              PIC X(01) VALUE "N".
000950     88  OPER-FILE-IS-EMPTY            VALUE "Y".
000960
000970 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
000980     88  OPERATOR-IS-VALID             VALUE "Y".
000990
001000 77  WS-TODAY                      PIC 9(08).
001010
001020 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
001030 77  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
001040 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001050
001060 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001070
001080 PROCEDURE DIVISION.
001090
001100*----------------------------------------------------------*
001110*  0000-MAINLINE
001120*----------------------------------------------------------*
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150
001160     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001170         UNTIL ORD-EOF.
001180
001190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001200     GOBACK.
001210
001220*----------------------------------------------------------*
001230*  1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.
001240*  A MISSING OPERATOR FILE IS CREATED ON FIRST USE.
001250*----------------------------------------------------------*
001260 1000-INITIALIZE.
001270     OPEN I-O OPERATOR-FILE.
001280     IF WS-OPER-FILE-NOT-FOUND
001290         OPEN OUTPUT OPERATOR-FILE
001300         IF WS-OPER-FILE-OK
001310             CLOSE OPERATOR-FILE
001320             OPEN I-O OPERATOR-FILE
001330         END-IF
001340     END-IF.
001350     IF NOT WS-OPER-FILE-OK
001360         DISPLAY "OPERMNT: UNABLE TO OPEN OPERATOR FILE, "
001370             "STATUS = " WS-OPER-FILE-STATUS
001380         SET ORD-EOF TO TRUE
001390         GO TO 1000-EXIT
001400     END-IF.
001410     SET OPER-FILE-IS-OPEN TO TRUE.
001420
001430*    AN EMPTY FILE ONLY TAKES THE FIRST ADMINISTRATOR
001440     MOVE LOW-VALUES TO OPER-ID.
001450     START OPERATOR-FILE KEY IS NOT LESS THAN OPER-ID
001460         INVALID KEY
001470             SET OPER-FILE-IS-EMPTY TO TRUE
001480     END-START.
001490
001500     OPEN INPUT ORDER-FILE.
001510     IF NOT WS-ORD-FILE-OK
001520         DISPLAY "OPERMNT: UNABLE TO OPEN ORDER FILE, "
001530             "STATUS = " WS-ORD-FILE-STATUS
001540         SET ORD-EOF TO TRUE
001550         GO TO 1000-EXIT
001560     END-IF.
001570     SET ORD-FILE-IS-OPEN TO TRUE.
001580
001590     OPEN OUTPUT MAINTENANCE-REPORT.
001600     IF NOT WS-RPT-FILE-OK
001610         DISPLAY "OPERMNT: UNABLE TO OPEN MAINTENANCE REPORT, "
001620             "STATUS = " WS-RPT-FILE-STATUS
001630         SET ORD-EOF TO TRUE
001640         GO TO 1000-EXIT
001650     END-IF.
001660     SET RPT-FILE-IS-OPEN TO TRUE.
001670
001680     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001690
001700     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001710 1000-EXIT.
001720     EXIT.
001730
001740*----------------------------------------------------------*
001750*  2000-PROCESS-ORDER - APPLY ONE OPERATOR ORDER AND READ
001760*  THE NEXT ONE
001770*----------------------------------------------------------*
001780 2000-PROCESS-ORDER.
001790     ADD 1 TO WS-ORDER-COUNT.
001800     MOVE SPACES TO WS-REFUSAL-REASON.
001810
001820     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001830     IF NOT OPERATOR-IS-VALID
001840         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001850         GO TO 2000-EXIT
001860     END-IF.
001870
001880     IF OMNT-ACTION-ADD
001890         PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
001900     ELSE
001910         IF OMNT-ACTION-LEVEL
001920             PERFORM 4000-CHANGE-LEVEL THRU 4000-EXIT
001930         ELSE
001940             IF OMNT-ACTION-DEACTIVATE
001950                 PERFORM 5000-DEACTIVATE-OPERATOR
001960                     THRU 5000-EXIT
001970             ELSE
001980                 IF OMNT-ACTION-REACTIVATE
001990                     PERFORM 5500-REACTIVATE-OPERATOR
002000                         THRU 5500-EXIT
002010                 ELSE
002020                     MOVE "UNKNOWN MAINTENANCE ACTION"
002030                         TO WS-REFUSAL-REASON
002040                     PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002050                 END-IF
002060             END-IF
002070         END-IF
002080     END-IF.
002090
002100     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002110 2000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------*
002150*  2500-CHECK-OPERATOR - ONLY AN ACTIVE LEVEL 9 OPERATOR
002160*  MAY RAISE AN ORDER, AND NOT AGAINST THEIR OWN ID. ON AN
002170*  EMPTY FILE THE FIRST ADMINISTRATOR ADDS THEMSELVES.
002180*----------------------------------------------------------*
002190 2500-CHECK-OPERATOR.
002200     MOVE "N" TO WS-OPERATOR-OK-SW.
002210
002220     IF OMNT-OPERATOR-ID = SPACES
002230         MOVE "OPERATOR ID IS BLANK"
002240             TO WS-REFUSAL-REASON
002250         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002260         GO TO 2500-EXIT
002270     END-IF.
002280
002290     IF OPER-FILE-IS-EMPTY
002300         IF OMNT-ACTION-ADD
002310            AND OMNT-OPER-ID = OMNT-OPERATOR-ID
002320            AND OMNT-LEVEL = 9
002330             SET OPERATOR-IS-VALID TO TRUE
002340         ELSE
002350             MOVE "FIRST ORDER MUST ADD A LEVEL 9"
002360                 TO WS-REFUSAL-REASON
002370             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002380         END-IF
002390         GO TO 2500-EXIT
002400     END-IF.
002410
002420     IF OMNT-OPER-ID = OMNT-OPERATOR-ID
002430         MOVE "CANNOT AMEND OWN OPERATOR ID"
002440             TO WS-REFUSAL-REASON
002450         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002460         GO TO 2500-EXIT
002470     END-IF.
002480
002490     MOVE OMNT-OPERATOR-ID TO OPER-ID.
002500     READ OPERATOR-FILE
002510         INVALID KEY
002520             MOVE "OPERATOR NOT ON OPERATOR FILE"
002530                 TO WS-REFUSAL-REASON
002540             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002550             GO TO 2500-EXIT
002560     END-READ.
002570
002580     IF NOT OPER-STATUS-ACTIVE
002590         MOVE "OPERATOR IS NOT ACTIVE"
002600             TO WS-REFUSAL-REASON
002610         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002620         GO TO 2500-EXIT
002630     END-IF.
002640
002650     IF OPER-LEVEL < 9
002660         MOVE "OPERATOR IS NOT LEVEL 9"
002670             TO WS-REFUSAL-REASON
002680         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002690         GO TO 2500-EXIT
002700     END-IF.
002710
002720     SET OPERATOR-IS-VALID TO TRUE.
002730 2500-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
002770*  3000-ADD-OPERATOR - WRITE A NEW ACTIVE OPERATOR
002780*----------------------------------------------------------*
002790 3000-ADD-OPERATOR.
002800     IF OMNT-OPER-ID = SPACES
002810         MOVE "NEW OPERATOR ID IS BLANK"
002820             TO WS-REFUSAL-REASON
002830         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002840         GO TO 3000-EXIT
002850     END-IF.
002860
002870     IF OMNT-OPER-NAME = SPACES
002880         MOVE "OPERATOR NAME IS BLANK"
002890             TO WS-REFUSAL-REASON
002900         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002910         GO TO 3000-EXIT
002920     END-IF.
002930
002940     IF OMNT-LEVEL NOT NUMERIC
002950        OR OMNT-LEVEL = ZERO
002960         MOVE "LEVEL MUST BE 1 TO 9"
002970             TO WS-REFUSAL-REASON
002980         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002990         GO TO 3000-EXIT
003000     END-IF.
003010
003020     MOVE SPACES TO OPER-RECORD.
003030     MOVE OMNT-OPER-ID TO OPER-ID.
003040     MOVE OMNT-OPER-NAME TO OPER-NAME.
003050     MOVE OMNT-LEVEL TO OPER-LEVEL.
003060     SET OPER-STATUS-ACTIVE TO TRUE.
003070     MOVE WS-TODAY TO OPER-ADDED-DATE.
003080     MOVE WS-TODAY TO OPER-CHANGED-DATE.
003090
003100     WRITE OPER-RECORD
003110         INVALID KEY
003120             MOVE "OPERATOR ID ALREADY EXISTS"
003130                 TO WS-REFUSAL-REASON
003140             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003150             GO TO 3000-EXIT
003160     END-WRITE.
003170
003180     MOVE "N" TO WS-OPER-EMPTY-SW.
003190     ADD 1 TO WS-APPLIED-COUNT.
003200     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003210 3000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250*  3500-READ-TARGET - READ THE OPERATOR THE ORDER IS ABOUT
003260*----------------------------------------------------------*
003270 3500-READ-TARGET.
003280     MOVE OMNT-OPER-ID TO OPER-ID.
003290     READ OPERATOR-FILE
003300         INVALID KEY
003310             MOVE "OPERATOR NOT ON OPERATOR FILE"
003320                 TO WS-REFUSAL-REASON
003330             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003340     END-READ.
003350 3500-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390*  4000-CHANGE-LEVEL - SET A NEW AUTHORITY LEVEL ON AN
003400*  ACTIVE OPERATOR
003410*----------------------------------------------------------*
003420 4000-CHANGE-LEVEL.
003430     IF OMNT-LEVEL NOT NUMERIC
003440        OR OMNT-LEVEL = ZERO
003450         MOVE "LEVEL MUST BE 1 TO 9"
003460             TO WS-REFUSAL-REASON
003470         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003480         GO TO 4000-EXIT
003490     END-IF.
003500
003510     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
003520     IF WS-REFUSAL-REASON NOT = SPACES
003530         GO TO 4000-EXIT
003540     END-IF.
003550
003560     IF NOT OPER-STATUS-ACTIVE
003570         MOVE "OPERATOR IS NOT ACTIVE"
003580             TO WS-REFUSAL-REASON
003590         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003600         GO TO 4000-EXIT
003610     END-IF.
003620
003630     MOVE OMNT-LEVEL TO OPER-LEVEL.
003640     PERFORM 7000-REWRITE-OPERATOR THRU 7000-EXIT.
003650 4000-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690*  5000-DEACTIVATE-OPERATOR - STOP AN OPERATOR RAISING OR
003700*  APPROVING ORDERS. THE RECORD STAYS SO PAST APPROVALS
003710*  STILL NAME THEM.
003720*----------------------------------------------------------*
003730 5000-DEACTIVATE-OPERATOR.
003740     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
003750     IF WS-REFUSAL-REASON NOT = SPACES
003760         GO TO 5000-EXIT
003770     END-IF.
003780
003790     IF OPER-STATUS-INACTIVE
003800         MOVE "OPERATOR IS ALREADY INACTIVE"
003810             TO WS-REFUSAL-REASON
003820         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003830         GO TO 5000-EXIT
003840     END-IF.
003850
003860     SET OPER-STATUS-INACTIVE TO TRUE.
003870     PERFORM 7000-REWRITE-OPERATOR THRU 7000-EXIT.
003880 5000-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  5500-REACTIVATE-OPERATOR - LET AN INACTIVE OPERATOR
003930*  RAISE AND APPROVE ORDERS AGAIN
003940*----------------------------------------------------------*
003950 5500-REACTIVATE-OPERATOR.
003960     PERFORM 3500-READ-TARGET THRU 3500-EXIT.
003970     IF WS-REFUSAL-REASON NOT = SPACES
003980         GO TO 5500-EXIT
003990     END-IF.
004000
004010     IF OPER-STATUS-ACTIVE
004020         MOVE "OPERATOR IS ALREADY ACTIVE"
004030             TO WS-REFUSAL-REASON
004040         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
004050         GO TO 5500-EXIT
004060     END-IF.
004070
004080     SET OPER-STATUS-ACTIVE TO TRUE.
004090     PERFORM 7000-REWRITE-OPERATOR THRU 7000-EXIT.
004100 5500-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140*  6000-WRITE-REFUSAL - REPORT AN OPERATOR ORDER THAT WAS
004150*  NOT APPLIED, AND WHY
004160*----------------------------------------------------------*
004170 6000-WRITE-REFUSAL.
004180     MOVE OMNT-ACTION TO RPT-ACTION.
004190     MOVE OMNT-OPER-ID TO RPT-OPER-ID.
004200     MOVE OMNT-LEVEL TO RPT-LEVEL.
004210     MOVE "REFUSED" TO RPT-DISPOSITION.
004220     MOVE WS-REFUSAL-REASON TO RPT-REASON.
004230     MOVE OMNT-OPERATOR-ID TO RPT-MAKER-ID.
004240     WRITE RPT-RECORD.
004250
004260     ADD 1 TO WS-REFUSED-COUNT.
004270     DISPLAY "OPERMNT: ORDER REFUSED FOR OPERATOR "
004280         OMNT-OPER-ID " - " WS-REFUSAL-REASON.
004290 6000-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  6500-WRITE-APPLIED - REPORT AN OPERATOR ORDER THAT WAS
004340*  APPLIED TO THE OPERATOR FILE
004350*----------------------------------------------------------*
004360 6500-WRITE-APPLIED.
004370     MOVE OMNT-ACTION TO RPT-ACTION.
004380     MOVE OMNT-OPER-ID TO RPT-OPER-ID.
004390     MOVE OPER-LEVEL TO RPT-LEVEL.
004400     MOVE "APPLIED" TO RPT-DISPOSITION.
004410     MOVE SPACES TO RPT-REASON.
004420     MOVE OMNT-OPERATOR-ID TO RPT-MAKER-ID.
004430     WRITE RPT-RECORD.
004440 6500-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480*  7000-REWRITE-OPERATOR - PUT AN AMENDED OPERATOR RECORD
004490*  BACK ON THE OPERATOR FILE
004500*----------------------------------------------------------*
004510 7000-REWRITE-OPERATOR.
004520     MOVE WS-TODAY TO OPER-CHANGED-DATE.
004530     REWRITE OPER-RECORD
004540         INVALID KEY
004550             MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
004560             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
004570             GO TO 7000-EXIT
004580     END-REWRITE.
004590
004600     ADD 1 TO WS-APPLIED-COUNT.
004610     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
004620 7000-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660*  8000-READ-ORDER - READ THE NEXT OPERATOR ORDER
004670*----------------------------------------------------------*
004680 8000-READ-ORDER.
004690     READ ORDER-FILE
004700         AT END
004710             SET ORD-EOF TO TRUE
004720     END-READ.
004730 8000-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------*
004770*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
004780*----------------------------------------------------------*
004790 9000-TERMINATE.
004800     IF OPER-FILE-IS-OPEN
004810         CLOSE OPERATOR-FILE
004820     END-IF.
004830     IF ORD-FILE-IS-OPEN
004840         CLOSE ORDER-FILE
004850     END-IF.
004860     IF RPT-FILE-IS-OPEN
004870         CLOSE MAINTENANCE-REPORT
004880     END-IF.
004890
004900     DISPLAY "OPERMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
004910         WS-APPLIED-COUNT " APPLIED, "
004920         WS-REFUSED-COUNT " REFUSED.".
004930 9000-EXIT.
004940     EXIT.
