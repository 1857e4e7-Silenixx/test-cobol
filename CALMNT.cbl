000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CALMNT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - HOLIDAY CALENDAR
000130*                   MAINTENANCE. APPLIES A BATCH OF ORDERS
000140*                   (SEE CALMREC) TO THE HOLIDAY CALENDAR
000150*                   (HOLCAL, SEE CALREC): ADD A BANK HOLIDAY
000160*                   OR DELETE ONE. A HOLIDAY MUST BE A REAL
000170*                   DATE, MUST FALL ON A WEEKDAY (WEEKENDS ARE
000180*                   NEVER BUSINESS DAYS) AND NEEDS A
000190*                   DESCRIPTION. THE OPERATOR MUST BE ACTIVE ON
000200*                   OPERFILE. A MISSING CALENDAR IS CREATED ON
000210*                   FIRST USE.
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS CAL-DATE
000310         FILE STATUS IS WS-CAL-FILE-STATUS.
000320
000330     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS OPER-ID
000370         FILE STATUS IS WS-OPER-FILE-STATUS.
000380
000390     SELECT ORDER-FILE ASSIGN TO "CALORDS"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-ORD-FILE-STATUS.
000420
000430     SELECT MAINTENANCE-REPORT ASSIGN TO "CALMRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  HOLIDAY-CALENDAR
000500     LABEL RECORDS ARE STANDARD.
000510     COPY CALREC.
000520
000530 FD  OPERATOR-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY OPERREC.
000560
000570 FD  ORDER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CALMREC.
000600
000610 FD  MAINTENANCE-REPORT
000620     LABEL RECORDS ARE STANDARD.
000630 01  RPT-RECORD.
000640     05  RPT-ACTION                    PIC X(01).
000650     05  FILLER                        PIC X(02) VALUE SPACES.
000660     05  RPT-DATE                      PIC 9(08).
000670     05  FILLER                        PIC X(02) VALUE SPACES.
000680     05  RPT-DISPOSITION               PIC X(08).
000690     05  FILLER                        PIC X(02) VALUE SPACES.
000700     05  RPT-REASON                    PIC X(30).
000710     05  FILLER                        PIC X(02) VALUE SPACES.
000720     05  RPT-MAKER-ID                  PIC X(08).
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-CAL-FILE-STATUS            PIC X(02).
000760     88  WS-CAL-FILE-OK                VALUE "00".
000770     88  WS-CAL-FILE-NOT-FOUND         VALUE "35".
000780
000790 77  WS-OPER-FILE-STATUS           PIC X(02).
000800     88  WS-OPER-FILE-OK               VALUE "00".
000810
000820 77  WS-ORD-FILE-STATUS            PIC X(02).
000830     88  WS-ORD-FILE-OK                VALUE "00".
000840
000850 77  WS-RPT-FILE-STATUS            PIC X(02).
000860     88  WS-RPT-FILE-OK                VALUE "00".
000870
000880 77  WS-CAL-FILE-OPEN-SW           PIC X(01) VALUE "N".
000890     88  CAL-FILE-IS-OPEN              VALUE "Y".
000900
000910 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000920     88  OPER-FILE-IS-OPEN             VALUE "Y".
000930
000940 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
000950     88  ORD-FILE-IS-OPEN              VALUE "Y".
000960
000970 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000980     88  RPT-FILE-IS-OPEN              VALUE "Y".
000990
001000 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001010     88  ORD-EOF                       VALUE "Y".
001020
001030 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001040     88  OPERATOR-IS-VALID             VALUE "Y".
001050
001060 77  WS-TODAY                      PIC 9(08).
001070
001080 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
001090 77  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
001100 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001110
001120 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001130
001140     COPY BDAYPARM.
001150
001160 PROCEDURE DIVISION.
001170
001180*----------------------------------------------------------*
001190*  0000-MAINLINE
001200*----------------------------------------------------------*
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230
001240     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001250         UNTIL ORD-EOF.
001260
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001280     GOBACK.
001290
001300*----------------------------------------------------------*
001310*  1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.
001320*  A MISSING HOLIDAY CALENDAR IS CREATED ON FIRST USE.
001330*----------------------------------------------------------*
001340 1000-INITIALIZE.
001350     OPEN I-O HOLIDAY-CALENDAR.
001360     IF WS-CAL-FILE-NOT-FOUND
001370         OPEN OUTPUT HOLIDAY-CALENDAR
001380         IF WS-CAL-FILE-OK
001390             CLOSE HOLIDAY-CALENDAR
001400             OPEN I-O HOLIDAY-CALENDAR
001410         END-IF
001420     END-IF.
001430     IF NOT WS-CAL-FILE-OK
001440         DISPLAY "CALMNT: UNABLE TO OPEN HOLIDAY CALENDAR, "
001450             "STATUS = " WS-CAL-FILE-STATUS
001460         SET ORD-EOF TO TRUE
001470         GO TO 1000-EXIT
001480     END-IF.
001490     SET CAL-FILE-IS-OPEN TO TRUE.
001500
001510     OPEN INPUT OPERATOR-FILE.
001520     IF NOT WS-OPER-FILE-OK
001530         DISPLAY "CALMNT: UNABLE TO OPEN OPERATOR FILE, "
001540             "STATUS = " WS-OPER-FILE-STATUS
001550         SET ORD-EOF TO TRUE
001560         GO TO 1000-EXIT
001570     END-IF.
001580     SET OPER-FILE-IS-OPEN TO TRUE.
001590
001600     OPEN INPUT ORDER-FILE.
001610     IF NOT WS-ORD-FILE-OK
001620         DISPLAY "CALMNT: UNABLE TO OPEN ORDER FILE, "
001630             "STATUS = " WS-ORD-FILE-STATUS
001640         SET ORD-EOF TO TRUE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     SET ORD-FILE-IS-OPEN TO TRUE.
001680
001690     OPEN OUTPUT MAINTENANCE-REPORT.
001700     IF NOT WS-RPT-FILE-OK
001710         DISPLAY "CALMNT: UNABLE TO OPEN MAINTENANCE REPORT, "
001720             "STATUS = " WS-RPT-FILE-STATUS
001730         SET ORD-EOF TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     SET RPT-FILE-IS-OPEN TO TRUE.
001770
001780     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001790
001800     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------*
001850*  2000-PROCESS-ORDER - APPLY ONE CALENDAR ORDER AND READ
001860*  THE NEXT ONE
001870*----------------------------------------------------------*
001880 2000-PROCESS-ORDER.
001890     ADD 1 TO WS-ORDER-COUNT.
001900     MOVE SPACES TO WS-REFUSAL-REASON.
001910
001920     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001930     IF NOT OPERATOR-IS-VALID
001940         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001950         GO TO 2000-EXIT
001960     END-IF.
001970
001980     IF CALM-ACTION-ADD
001990         PERFORM 3000-ADD-HOLIDAY THRU 3000-EXIT
002000     ELSE
002010         IF CALM-ACTION-DELETE
002020             PERFORM 4000-DELETE-HOLIDAY THRU 4000-EXIT
002030         ELSE
002040             MOVE "UNKNOWN MAINTENANCE ACTION"
002050                 TO WS-REFUSAL-REASON
002060             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002070         END-IF
002080     END-IF.
002090
002100     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002110 2000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------*
002150*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
002160*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
002170*----------------------------------------------------------*
002180 2500-CHECK-OPERATOR.
002190     MOVE "N" TO WS-OPERATOR-OK-SW.
002200
002210     IF CALM-OPERATOR-ID = SPACES
002220         MOVE "OPERATOR ID IS BLANK"
002230             TO WS-REFUSAL-REASON
002240         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002250         GO TO 2500-EXIT
002260     END-IF.
002270
002280     MOVE CALM-OPERATOR-ID TO OPER-ID.
002290     READ OPERATOR-FILE
002300         INVALID KEY
002310             MOVE "OPERATOR NOT ON OPERATOR FILE"
002320                 TO WS-REFUSAL-REASON
002330             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002340             GO TO 2500-EXIT
002350     END-READ.
002360
002370     IF NOT OPER-STATUS-ACTIVE
002380         MOVE "OPERATOR IS NOT ACTIVE"
002390             TO WS-REFUSAL-REASON
002400         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002410         GO TO 2500-EXIT
002420     END-IF.
002430
002440     SET OPERATOR-IS-VALID TO TRUE.
002450 2500-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------*
002490*  3000-ADD-HOLIDAY - WRITE A NEW BANK HOLIDAY. ONLY THE
002500*  DATE ITSELF IS CHECKED BY BUSDAY, SO THE CALENDAR IS
002510*  NOT READ WHILE IT IS OPEN HERE FOR UPDATE.
002520*----------------------------------------------------------*
002530 3000-ADD-HOLIDAY.
002540     MOVE CALM-DATE TO BDAY-DATE.
002550     SET BDAY-FN-VALIDATE TO TRUE.
002560     CALL "BUSDAY" USING BDAY-PARAMETERS.
002570     IF BDAY-DATE-INVALID
002580         MOVE "DATE IS NOT VALID"
002590             TO WS-REFUSAL-REASON
002600         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002610         GO TO 3000-EXIT
002620     END-IF.
002630
002640     IF BDAY-WEEKDAY > 5
002650         MOVE "DATE FALLS ON A WEEKEND"
002660             TO WS-REFUSAL-REASON
002670         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002680         GO TO 3000-EXIT
002690     END-IF.
002700
002710     IF CALM-DESCRIPTION = SPACES
002720         MOVE "HOLIDAY DESCRIPTION IS BLANK"
002730             TO WS-REFUSAL-REASON
002740         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002750         GO TO 3000-EXIT
002760     END-IF.
002770
002780     MOVE SPACES TO CAL-RECORD.
002790     MOVE CALM-DATE TO CAL-DATE.
002800     MOVE CALM-DESCRIPTION TO CAL-DESCRIPTION.
002810     MOVE WS-TODAY TO CAL-ADDED-DATE.
002820     MOVE CALM-OPERATOR-ID TO CAL-OPERATOR-ID.
002830
002840     WRITE CAL-RECORD
002850         INVALID KEY
002860             MOVE "DATE ALREADY ON THE CALENDAR"
002870                 TO WS-REFUSAL-REASON
002880             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002890             GO TO 3000-EXIT
002900     END-WRITE.
002910
002920     ADD 1 TO WS-APPLIED-COUNT.
002930     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
002940 3000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------*
002980*  4000-DELETE-HOLIDAY - TAKE A DATE OFF THE CALENDAR SO IT
002990*  IS A BUSINESS DAY AGAIN
003000*----------------------------------------------------------*
003010 4000-DELETE-HOLIDAY.
003020     MOVE CALM-DATE TO CAL-DATE.
003030     READ HOLIDAY-CALENDAR
003040         INVALID KEY
003050             MOVE "DATE NOT ON THE CALENDAR"
003060                 TO WS-REFUSAL-REASON
003070             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003080             GO TO 4000-EXIT
003090     END-READ.
003100
003110     DELETE HOLIDAY-CALENDAR
003120         INVALID KEY
003130             MOVE "DELETE FAILED" TO WS-REFUSAL-REASON
003140             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003150             GO TO 4000-EXIT
003160     END-DELETE.
003170
003180     ADD 1 TO WS-APPLIED-COUNT.
003190     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003200 4000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------*
003240*  6000-WRITE-REFUSAL - REPORT A CALENDAR ORDER THAT WAS
003250*  NOT APPLIED, AND WHY
003260*----------------------------------------------------------*
003270 6000-WRITE-REFUSAL.
003280     MOVE CALM-ACTION TO RPT-ACTION.
003290     MOVE CALM-DATE TO RPT-DATE.
003300     MOVE "REFUSED" TO RPT-DISPOSITION.
003310     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003320     MOVE CALM-OPERATOR-ID TO RPT-MAKER-ID.
003330     WRITE RPT-RECORD.
003340
003350     ADD 1 TO WS-REFUSED-COUNT.
003360     DISPLAY "CALMNT: ORDER REFUSED FOR DATE "
003370         CALM-DATE " - " WS-REFUSAL-REASON.
003380 6000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------*
003420*  6500-WRITE-APPLIED - REPORT A CALENDAR ORDER THAT WAS
003430*  APPLIED
003440*----------------------------------------------------------*
003450 6500-WRITE-APPLIED.
003460     MOVE CALM-ACTION TO RPT-ACTION.
003470     MOVE CALM-DATE TO RPT-DATE.
003480     MOVE "APPLIED" TO RPT-DISPOSITION.
003490     MOVE CAL-DESCRIPTION TO RPT-REASON.
003500     MOVE CALM-OPERATOR-ID TO RPT-MAKER-ID.
003510     WRITE RPT-RECORD.
003520 6500-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------*
003560*  8000-READ-ORDER - READ THE NEXT CALENDAR ORDER
003570*----------------------------------------------------------*
003580 8000-READ-ORDER.
003590     READ ORDER-FILE
003600         AT END
003610             SET ORD-EOF TO TRUE
003620     END-READ.
003630 8000-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
003680*----------------------------------------------------------*
003690 9000-TERMINATE.
003700     IF CAL-FILE-IS-OPEN
003710         CLOSE HOLIDAY-CALENDAR
003720     END-IF.
003730     IF OPER-FILE-IS-OPEN
003740         CLOSE OPERATOR-FILE
003750     END-IF.
003760     IF ORD-FILE-IS-OPEN
003770         CLOSE ORDER-FILE
003780     END-IF.
003790     IF RPT-FILE-IS-OPEN
003800         CLOSE MAINTENANCE-REPORT
003810     END-IF.
003820
003830     DISPLAY "CALMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
003840         WS-APPLIED-COUNT " APPLIED, "
003850         WS-REFUSED-COUNT " REFUSED.".
003860 9000-EXIT.
003870     EXIT.
