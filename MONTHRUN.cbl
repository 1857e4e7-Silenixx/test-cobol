000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. MONTHRUN.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - CHAINS THE MONTH-END
000130*                   STEPS INTO ONE JOB IN THE ONLY ORDER THAT
000140*                   GIVES A RIGHT MONTH: INTEREST ACCRUAL
000150*                   (INTACCR), POSTING OF THE INTEREST BATCH
000160*                   (POSTTRAN ON INTTRAN), FEE CHARGING
000170*                   (FEECHG), POSTING OF THE FEE BATCH
000180*                   (POSTTRAN ON FEETRAN), STATEMENTS
000190*                   (STMTGEN), THE GL EXTRACT (GLEXTRT) AND
000200*                   THE GL PROOF (GLRECON). EACH STEP'S
000210*                   RETURN-CODE IS ACTED ON AS IN DAILYRUN:
000220*                   4-7 IS A WARNING AND THE STREAM CARRIES
000230*                   ON, 8 OR ABOVE STOPS IT AND THE JOB ENDS
000240*                   AT 8. A CHECKPOINT (MCKPFILE, SEE MCKPREC)
000250*                   IS WRITTEN AFTER EVERY STEP BELOW 8, SO A
000260*                   RESTART RESUMES AT THE STEP THAT FAILED
000270*                   AND NEVER ACCRUES, CHARGES OR POSTS A
000280*                   SECOND TIME. EACH BATCH IS COPIED TO
000290*                   TRANFILE AHEAD OF ITS POSTING, BUT NEVER
000300*                   OVER A TRANFILE BATCH THAT HAS NOT POSTED.
000310*                   THE STREAM WILL NOT START UNTIL THE
000320*                   MONTH-END DAY'S DAILYRUN HAS COMPLETED,
000330*                   AND REFUSES A MONTH IT HAS ALREADY CLOSED
000340*                   (RUNHIST, SEE RUNHREC). THE RUN-CONTROL
000350*                   REPORT (RUNCTL) CARRIES EVERY STEP'S
000360*                   TOTALS LINE AND OUTCOME.
000370*----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CHECKPOINT-FILE ASSIGN TO "MCKPFILE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CKPT-FILE-STATUS.
000450
000460     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUNC-FILE-STATUS.
000490
000500     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RUNH-FILE-STATUS.
000530
000540     SELECT INTEREST-BATCH ASSIGN TO "INTTRAN"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-INT-FILE-STATUS.
000570
000580     SELECT FEE-BATCH ASSIGN TO "FEETRAN"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-FEE-FILE-STATUS.
000610
000620     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-TRAN-FILE-STATUS.
000650
000660     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-BREG-FILE-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CHECKPOINT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY MCKPREC.
000750
000760 FD  RUN-CONTROL
000770     LABEL RECORDS ARE STANDARD.
000780 01  RUNC-LINE                     PIC X(80).
000790
000800 FD  RUN-HISTORY
000810     LABEL RECORDS ARE STANDARD.
000820     COPY RUNHREC.
000830
000840 FD  INTEREST-BATCH
000850     LABEL RECORDS ARE STANDARD.
000860 01  INT-RECORD                    PIC X(128).
000870
000880 FD  FEE-BATCH
000890     LABEL RECORDS ARE STANDARD.
000900 01  FEE-RECORD                    PIC X(128).
000910
000920 FD  TRANSACTION-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY TRANREC.
000950
000960 FD  BATCH-REGISTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY BREGREC.
000990
001000 WORKING-STORAGE SECTION.
001010 77  WS-CKPT-FILE-STATUS           PIC X(02).
001020     88  WS-CKPT-FILE-OK               VALUE "00".
001030
001040 77  WS-RUNC-FILE-STATUS           PIC X(02).
001050     88  WS-RUNC-FILE-OK               VALUE "00".
001060
001070 77  WS-RUNH-FILE-STATUS           PIC X(02).
001080     88  WS-RUNH-FILE-OK               VALUE "00".
001090     88  WS-RUNH-FILE-NOT-FOUND        VALUE "35".
001100
001110 77  WS-INT-FILE-STATUS            PIC X(02).
001120     88  WS-INT-FILE-OK                VALUE "00".
001130
001140 77  WS-FEE-FILE-STATUS            PIC X(02).
001150     88  WS-FEE-FILE-OK                VALUE "00".
001160
001170 77  WS-TRAN-FILE-STATUS           PIC X(02).
001180     88  WS-TRAN-FILE-OK               VALUE "00".
001190     88  WS-TRAN-FILE-NOT-FOUND        VALUE "35".
001200
001210 77  WS-BREG-FILE-STATUS           PIC X(02).
001220     88  WS-BREG-FILE-OK               VALUE "00".
001230     88  WS-BREG-FILE-NOT-FOUND        VALUE "35".
001240
001250 77  WS-RUNC-USABLE-SW             PIC X(01) VALUE "N".
001260     88  RUNC-IS-USABLE                VALUE "Y".
001270
001280 77  WS-RUNC-BUFFER                PIC X(80) VALUE SPACES.
001290
001300 77  WS-RESTART-SW                 PIC X(01) VALUE "N".
001310     88  RESTARTING                    VALUE "Y".
001320
001330 77  WS-HISTORY-SW                 PIC X(01) VALUE "Y".
001340     88  HISTORY-IS-READABLE           VALUE "Y".
001350
001360 77  WS-DAILY-DONE-SW              PIC X(01) VALUE "N".
001370     88  DAILY-RUN-COMPLETED           VALUE "Y".
001380
001390 77  WS-MONTH-DONE-SW              PIC X(01) VALUE "N".
001400     88  MONTH-ALREADY-CLOSED          VALUE "Y".
001410
001420 77  WS-RUNH-EOF-SW                PIC X(01) VALUE "N".
001430     88  RUNH-EOF                      VALUE "Y".
001440
001450 77  WS-BREG-EOF-SW                PIC X(01) VALUE "N".
001460     88  BREG-EOF                      VALUE "Y".
001470
001480 77  WS-SOURCE-EOF-SW              PIC X(01) VALUE "N".
001490     88  SOURCE-EOF                    VALUE "Y".
001500
001510 77  WS-STAGE-SOURCE-SW            PIC X(01) VALUE SPACE.
001520     88  STAGING-INTEREST              VALUE "I".
001530     88  STAGING-FEES                  VALUE "F".
001540
001550 77  WS-STAGE-SW                   PIC X(01) VALUE "Y".
001560     88  STAGE-IS-OK                   VALUE "Y".
001570
001580 77  WS-BATCH-POSTED-SW            PIC X(01) VALUE "N".
001590     88  BATCH-IS-POSTED               VALUE "Y".
001600
001610 77  WS-STEP-NUMBER                PIC 9(02) VALUE ZERO.
001620 77  WS-LAST-DONE-STEP             PIC 9(02) VALUE ZERO.
001630 77  WS-STEP-NAME                  PIC X(10) VALUE SPACES.
001640 77  WS-STEP-RC                    PIC 9(04) VALUE ZERO.
001650 77  WS-WORST-RC                   PIC 9(04) VALUE ZERO.
001660 77  WS-REFUSE-RC                  PIC 9(04) VALUE ZERO.
001670
001680 77  WS-CKPT-MONTH-END             PIC 9(08) VALUE ZERO.
001690 77  WS-SOURCE-BATCH               PIC 9(06) VALUE ZERO.
001700 77  WS-TRAN-BATCH                 PIC 9(06) VALUE ZERO.
001710 77  WS-STAGED-COUNT               PIC 9(06) VALUE ZERO.
001720
001730 77  WS-NOW                        PIC 9(08).
001740
001750 01  WS-TODAY-GROUP.
001760     05  WS-TODAY                  PIC 9(08).
001770     05  WS-TODAY-R REDEFINES WS-TODAY.
001780         10  WS-TODAY-YYYYMM            PIC 9(06).
001790         10  WS-TODAY-DD                PIC 9(02).
001800
001810 01  WS-MONTH-END-GROUP.
001820     05  WS-MONTH-END              PIC 9(08).
001830     05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001840         10  WS-MONTH-END-YYYYMM        PIC 9(06).
001850         10  WS-MONTH-END-DD            PIC 9(02).
001860
001870     COPY BDAYPARM.
001880
001890*    ONE BATCH RECORD ON ITS WAY FROM INTTRAN OR FEETRAN TO
001900*    TRANFILE
001910     COPY TRANREC REPLACING LEADING ==TRAN-== BY ==STG-==.
001920
001930 01  WS-RUNC-HEADER.
001940     05  FILLER                PIC X(22) VALUE
001950         "MONTHRUN RUN-CONTROL  ".
001960     05  RCH-DATE              PIC 9(08).
001970     05  FILLER                PIC X(02) VALUE SPACES.
001980     05  RCH-TIME              PIC 9(08).
001990
002000 01  WS-RUNC-DETAIL.
002010     05  FILLER                PIC X(02) VALUE SPACES.
002020     05  RCD-STEP-NAME         PIC X(10).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  RCD-OUTCOME           PIC X(08).
002050     05  FILLER                PIC X(07) VALUE "  CODE ".
002060     05  RCD-CODE              PIC ZZZ9.
002070
002080 01  WS-RUNC-TRAILER.
002090     05  FILLER                PIC X(14) VALUE "RUN COMPLETE, ".
002100     05  FILLER                PIC X(12) VALUE "WORST CODE ".
002110     05  RCT-CODE              PIC ZZZ9.
002120
002130 01  WS-RUNC-ABANDON.
002140     05  FILLER                PIC X(20) VALUE
002150         "STREAM STOPPED AT   ".
002160     05  RCA-STEP-NAME         PIC X(10).
002170     05  FILLER                PIC X(07) VALUE "  CODE ".
002180     05  RCA-CODE              PIC ZZZ9.
002190
002200 01  WS-RUNC-NOTE.
002210     05  RCN-TEXT              PIC X(34).
002220     05  RCN-DATE              PIC 9(08).
002230
002240 01  WS-RUNC-STAGED.
002250     05  FILLER                PIC X(02) VALUE SPACES.
002260     05  RCS-STEP-NAME         PIC X(10).
002270     05  RCS-COUNT             PIC ZZZZZ9.
002280     05  FILLER                PIC X(30) VALUE
002290         " RECORD(S) STAGED FOR BATCH ".
002300     05  RCS-BATCH             PIC 9(06).
002310
002320 PROCEDURE DIVISION.
002330
002340*----------------------------------------------------------*
002350*  0000-MAINLINE
002360*----------------------------------------------------------*
002370 0000-MAINLINE.
002380     PERFORM 1000-CHECK-RESTART THRU 1000-EXIT.
002390     PERFORM 1100-OPEN-RUN-CONTROL THRU 1100-EXIT.
002400
002410     PERFORM 1200-FIND-MONTH-END THRU 1200-EXIT.
002420     IF BDAY-CALENDAR-FAILED
002430        OR BDAY-DATE-INVALID
002440         DISPLAY "MONTHRUN: BUSINESS-DAY CALENDAR FAILED, "
002450             "RETURN " BDAY-RETURN
002460         MOVE "BUSDAY" TO WS-STEP-NAME
002470         MOVE 8 TO WS-STEP-RC
002480         GO TO 0000-ABANDON
002490     END-IF.
002500     DISPLAY "MONTHRUN: CLOSING THE MONTH ENDING " WS-MONTH-END.
002510     MOVE "CLOSING THE MONTH ENDING" TO RCN-TEXT.
002520     MOVE WS-MONTH-END TO RCN-DATE.
002530     PERFORM 1950-APPEND-RUNC-NOTE THRU 1950-EXIT.
002540
002550*    A CHECKPOINT LEFT BY ANOTHER MONTH MUST BE CLEARED UP BY
002560*    HAND; RESUMING IT WOULD CLOSE THE WRONG MONTH
002570     IF RESTARTING
002580        AND WS-CKPT-MONTH-END NOT = WS-MONTH-END
002590         DISPLAY "MONTHRUN: CHECKPOINT IS FOR THE MONTH ENDING "
002600             WS-CKPT-MONTH-END
002610         MOVE "RUN REFUSED, CHECKPOINT MONTH ENDS" TO RCN-TEXT
002620         MOVE WS-CKPT-MONTH-END TO RCN-DATE
002630         MOVE 8 TO WS-REFUSE-RC
002640         GO TO 0000-REFUSE
002650     END-IF.
002660
002670     PERFORM 1300-CHECK-RUN-HISTORY THRU 1300-EXIT.
002680     IF NOT HISTORY-IS-READABLE
002690         MOVE "RUNHIST" TO WS-STEP-NAME
002700         MOVE 8 TO WS-STEP-RC
002710         GO TO 0000-ABANDON
002720     END-IF.
002730     IF MONTH-ALREADY-CLOSED
002740         DISPLAY "MONTHRUN: THE MONTH ENDING " WS-MONTH-END
002750             " HAS ALREADY BEEN CLOSED"
002760         MOVE "RUN REFUSED, MONTH ALREADY CLOSED" TO RCN-TEXT
002770         MOVE WS-MONTH-END TO RCN-DATE
002780         MOVE 4 TO WS-REFUSE-RC
002790         GO TO 0000-REFUSE
002800     END-IF.
002810     IF NOT DAILY-RUN-COMPLETED
002820         DISPLAY "MONTHRUN: NO COMPLETED DAILYRUN ON OR AFTER "
002830             WS-MONTH-END
002840         MOVE "RUN REFUSED, NO DAILYRUN SINCE" TO RCN-TEXT
002850         MOVE WS-MONTH-END TO RCN-DATE
002860         MOVE 8 TO WS-REFUSE-RC
002870         GO TO 0000-REFUSE
002880     END-IF.
002890
002900     MOVE 1 TO WS-STEP-NUMBER.
002910     MOVE "INTACCR" TO WS-STEP-NAME.
002920     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
002930         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
002940     ELSE
002950         DISPLAY "MONTHRUN: INTEREST ACCRUAL STEP"
002960         CALL "INTACCR"
002970         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
002980         IF WS-STEP-RC > 7
002990             GO TO 0000-ABANDON
003000         END-IF
003010         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003020     END-IF.
003030
003040     MOVE 2 TO WS-STEP-NUMBER.
003050     MOVE "POSTTRAN-I" TO WS-STEP-NAME.
003060     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
003070         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
003080     ELSE
003090         DISPLAY "MONTHRUN: INTEREST POSTING STEP"
003100         SET STAGING-INTEREST TO TRUE
003110         PERFORM 3000-STAGE-BATCH THRU 3000-EXIT
003120         IF NOT STAGE-IS-OK
003130             MOVE 8 TO WS-STEP-RC
003140             GO TO 0000-ABANDON
003150         END-IF
003160         CALL "POSTTRAN"
003170*        POSTTRAN RUNS TWICE IN THIS JOB; CANCEL IT SO THE FEE
003180*        POSTING STARTS FROM FRESH COUNTERS AND SWITCHES
003190         CANCEL "POSTTRAN"
003200         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
003210         IF WS-STEP-RC > 7
003220             GO TO 0000-ABANDON
003230         END-IF
003240         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003250     END-IF.
003260
003270     MOVE 3 TO WS-STEP-NUMBER.
003280     MOVE "FEECHG" TO WS-STEP-NAME.
003290     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
003300         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
003310     ELSE
003320         DISPLAY "MONTHRUN: FEE CHARGING STEP"
003330         CALL "FEECHG"
003340         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
003350         IF WS-STEP-RC > 7
003360             GO TO 0000-ABANDON
003370         END-IF
003380         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003390     END-IF.
003400
003410     MOVE 4 TO WS-STEP-NUMBER.
003420     MOVE "POSTTRAN-F" TO WS-STEP-NAME.
003430     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
003440         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
003450     ELSE
003460         DISPLAY "MONTHRUN: FEE POSTING STEP"
003470         SET STAGING-FEES TO TRUE
003480         PERFORM 3000-STAGE-BATCH THRU 3000-EXIT
003490         IF NOT STAGE-IS-OK
003500             MOVE 8 TO WS-STEP-RC
003510             GO TO 0000-ABANDON
003520         END-IF
003530         CALL "POSTTRAN"
003540         CANCEL "POSTTRAN"
003550         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
003560         IF WS-STEP-RC > 7
003570             GO TO 0000-ABANDON
003580         END-IF
003590         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003600     END-IF.
003610
003620     MOVE 5 TO WS-STEP-NUMBER.
003630     MOVE "STMTGEN" TO WS-STEP-NAME.
003640     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
003650         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
003660     ELSE
003670         DISPLAY "MONTHRUN: STATEMENT STEP - ANSWER 0 FOR THE "
003680             "MONTH ENDING " WS-MONTH-END
003690         CALL "STMTGEN"
003700         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
003710         IF WS-STEP-RC > 7
003720             GO TO 0000-ABANDON
003730         END-IF
003740         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003750     END-IF.
003760
003770     MOVE 6 TO WS-STEP-NUMBER.
003780     MOVE "GLEXTRT" TO WS-STEP-NAME.
003790     IF WS-STEP-NUMBER NOT > WS-LAST-DONE-STEP
003800         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
003810     ELSE
003820         DISPLAY "MONTHRUN: GL EXTRACT STEP"
003830         CALL "GLEXTRT"
003840         PERFORM 1800-RECORD-STEP THRU 1800-EXIT
003850         IF WS-STEP-RC > 7
003860             GO TO 0000-ABANDON
003870         END-IF
003880         PERFORM 1600-MARK-STEP-DONE THRU 1600-EXIT
003890     END-IF.
003900
003910     MOVE 7 TO WS-STEP-NUMBER.
003920     MOVE "GLRECON" TO WS-STEP-NAME.
003930     DISPLAY "MONTHRUN: GL PROOF STEP".
003940     CALL "GLRECON".
003950     PERFORM 1800-RECORD-STEP THRU 1800-EXIT.
003960     IF WS-STEP-RC > 7
003970         GO TO 0000-ABANDON
003980     END-IF.
003990
004000     PERFORM 2000-RESET-CHECKPOINT THRU 2000-EXIT.
004010     PERFORM 2100-RECORD-COMPLETION THRU 2100-EXIT.
004020
004030     IF RUNC-IS-USABLE
004040         MOVE WS-WORST-RC TO RCT-CODE
004050         MOVE WS-RUNC-TRAILER TO WS-RUNC-BUFFER
004060         PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT
004070     END-IF.
004080
004090     MOVE WS-WORST-RC TO RETURN-CODE.
004100     STOP RUN.
004110
004120*----------------------------------------------------------*
004130*  0000-ABANDON - A STEP CAME BACK AT 8 OR ABOVE; STOP THE
004140*  STREAM, SAY SO ON THE RUN-CONTROL REPORT AND END THE
004150*  JOB WITH A COMPLETION CODE THE SCHEDULER ALERTS ON. THE
004160*  CHECKPOINT STILL NAMES THE LAST STEP THAT WORKED
004170*----------------------------------------------------------*
004180 0000-ABANDON.
004190     DISPLAY "MONTHRUN: *** STEP " WS-STEP-NAME
004200         " FAILED WITH CODE " WS-STEP-RC
004210         " - STREAM STOPPED ***".
004220
004230     IF RUNC-IS-USABLE
004240         MOVE WS-STEP-NAME TO RCA-STEP-NAME
004250         MOVE WS-STEP-RC TO RCA-CODE
004260         MOVE WS-RUNC-ABANDON TO WS-RUNC-BUFFER
004270         PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT
004280     END-IF.
004290
004300     MOVE 8 TO RETURN-CODE.
004310     STOP RUN.
004320
004330*----------------------------------------------------------*
004340*  0000-REFUSE - THE MONTH CANNOT BE CLOSED TONIGHT AND
004350*  NOTHING HAS BEEN CALLED. THE REASON IS ALREADY STAGED IN
004360*  THE NOTE LINE; PUT IT ON THE RUN-CONTROL REPORT AND END
004370*  WITH THE REFUSAL'S CODE
004380*----------------------------------------------------------*
004390 0000-REFUSE.
004400     DISPLAY "MONTHRUN: *** MONTH NOT CLOSED - STREAM "
004410         "REFUSED ***".
004420     PERFORM 1950-APPEND-RUNC-NOTE THRU 1950-EXIT.
004430
004440     MOVE WS-REFUSE-RC TO RETURN-CODE.
004450     STOP RUN.
004460
004470*----------------------------------------------------------*
004480*  1000-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A
004490*  PRIOR RUN THAT STOPPED PART WAY THROUGH THE MONTH
004500*----------------------------------------------------------*
004510 1000-CHECK-RESTART.
004520     OPEN INPUT CHECKPOINT-FILE.
004530     IF NOT WS-CKPT-FILE-OK
004540         GO TO 1000-EXIT
004550     END-IF.
004560
004570     READ CHECKPOINT-FILE
004580         AT END
004590             GO TO 1000-CLOSE
004600     END-READ.
004610
004620     SET RESTARTING TO TRUE.
004630     MOVE MCKP-MONTH-END TO WS-CKPT-MONTH-END.
004640     MOVE MCKP-LAST-STEP TO WS-LAST-DONE-STEP.
004650     DISPLAY "MONTHRUN: RESTARTING AFTER STEP " MCKP-STEP-NAME
004660         " FOR THE MONTH ENDING " MCKP-MONTH-END.
004670
004680 1000-CLOSE.
004690     CLOSE CHECKPOINT-FILE.
004700 1000-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740*  1100-OPEN-RUN-CONTROL - START THE MONTH'S RUN-CONTROL
004750*  REPORT; A RUN WITHOUT ONE STILL CLOSES THE MONTH, LOUDLY
004760*----------------------------------------------------------*
004770 1100-OPEN-RUN-CONTROL.
004780     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
004790     ACCEPT WS-NOW FROM TIME.
004800
004810     OPEN OUTPUT RUN-CONTROL.
004820     IF NOT WS-RUNC-FILE-OK
004830         DISPLAY "MONTHRUN: UNABLE TO OPEN RUN-CONTROL "
004840             "REPORT, STATUS = " WS-RUNC-FILE-STATUS
004850         GO TO 1100-EXIT
004860     END-IF.
004870     SET RUNC-IS-USABLE TO TRUE.
004880
004890     MOVE WS-TODAY TO RCH-DATE.
004900     MOVE WS-NOW TO RCH-TIME.
004910     WRITE RUNC-LINE FROM WS-RUNC-HEADER.
004920     WRITE RUNC-LINE FROM SPACES.
004930
004940*    CLOSED BETWEEN LINES SO THE CALLED STEPS CAN APPEND
004950*    THEIR OWN TOTALS LINES TO THE SAME REPORT
004960     CLOSE RUN-CONTROL.
004970 1100-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010*  1200-FIND-MONTH-END - THE MONTH BEING CLOSED, BY THE SAME
005020*  RULE AS INTACCR AND FEECHG: THIS MONTH ON OR AFTER ITS
005030*  LAST BUSINESS DAY, OTHERWISE THE MONTH BEFORE
005040*----------------------------------------------------------*
005050 1200-FIND-MONTH-END.
005060     MOVE WS-TODAY TO BDAY-DATE.
005070     SET BDAY-FN-MONTH-END TO TRUE.
005080     CALL "BUSDAY" USING BDAY-PARAMETERS.
005090     IF BDAY-CALENDAR-FAILED
005100        OR BDAY-DATE-INVALID
005110         GO TO 1200-EXIT
005120     END-IF.
005130     IF WS-TODAY NOT < BDAY-RESULT-DATE
005140         MOVE BDAY-RESULT-DATE TO WS-MONTH-END
005150         GO TO 1200-EXIT
005160     END-IF.
005170
005180     MOVE WS-TODAY-YYYYMM TO WS-MONTH-END-YYYYMM.
005190     MOVE 01 TO WS-MONTH-END-DD.
005200     MOVE WS-MONTH-END TO BDAY-DATE.
005210     SET BDAY-FN-PREVIOUS TO TRUE.
005220     CALL "BUSDAY" USING BDAY-PARAMETERS.
005230     IF BDAY-CALENDAR-FAILED
005240        OR BDAY-DATE-INVALID
005250         GO TO 1200-EXIT
005260     END-IF.
005270     MOVE BDAY-RESULT-DATE TO WS-MONTH-END.
005280 1200-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------*
005320*  1300-CHECK-RUN-HISTORY - PASS THE RUN HISTORY LOOKING FOR
005330*  A DAILYRUN COMPLETED ON OR AFTER THE MONTH END AND FOR A
005340*  MONTHRUN THAT HAS ALREADY CLOSED THIS MONTH
005350*----------------------------------------------------------*
005360 1300-CHECK-RUN-HISTORY.
005370     OPEN INPUT RUN-HISTORY.
005380*    NO HISTORY YET MEANS NO DAILYRUN HAS EVER COMPLETED
005390     IF WS-RUNH-FILE-NOT-FOUND
005400         GO TO 1300-EXIT
005410     END-IF.
005420     IF NOT WS-RUNH-FILE-OK
005430         DISPLAY "MONTHRUN: UNABLE TO OPEN RUN HISTORY, "
005440             "STATUS = " WS-RUNH-FILE-STATUS
005450         MOVE "N" TO WS-HISTORY-SW
005460         GO TO 1300-EXIT
005470     END-IF.
005480
005490     MOVE "N" TO WS-RUNH-EOF-SW.
005500     PERFORM 1350-CHECK-ONE-RUN THRU 1350-EXIT
005510         UNTIL RUNH-EOF.
005520     CLOSE RUN-HISTORY.
005530 1300-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570*  1350-CHECK-ONE-RUN - LOOK AT ONE COMPLETED RUN
005580*----------------------------------------------------------*
005590 1350-CHECK-ONE-RUN.
005600     READ RUN-HISTORY
005610         AT END
005620             SET RUNH-EOF TO TRUE
005630             GO TO 1350-EXIT
005640     END-READ.
005650
005660     IF RUNH-STREAM-DAILY
005670        AND RUNH-BUSINESS-DATE NOT < WS-MONTH-END
005680         SET DAILY-RUN-COMPLETED TO TRUE
005690     END-IF.
005700     IF RUNH-STREAM-MONTHLY
005710        AND RUNH-BUSINESS-DATE = WS-MONTH-END
005720         SET MONTH-ALREADY-CLOSED TO TRUE
005730     END-IF.
005740 1350-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------*
005780*  1600-MARK-STEP-DONE - REWRITE THE CHECKPOINT WITH THE
005790*  STEP JUST COMPLETED SO A RESTART DOES NOT RUN IT AGAIN
005800*----------------------------------------------------------*
005810 1600-MARK-STEP-DONE.
005820     OPEN OUTPUT CHECKPOINT-FILE.
005830     IF NOT WS-CKPT-FILE-OK
005840         DISPLAY "MONTHRUN: UNABLE TO OPEN CHECKPOINT FILE TO "
005850             "MARK " WS-STEP-NAME " DONE, STATUS = "
005860             WS-CKPT-FILE-STATUS
005870         GO TO 1600-EXIT
005880     END-IF.
005890
005900     ACCEPT WS-NOW FROM TIME.
005910     MOVE SPACES TO MCKP-RECORD.
005920     MOVE WS-MONTH-END TO MCKP-MONTH-END.
005930     MOVE WS-STEP-NUMBER TO MCKP-LAST-STEP.
005940     MOVE WS-STEP-NAME TO MCKP-STEP-NAME.
005950     MOVE WS-TODAY TO MCKP-DATE.
005960     MOVE WS-NOW TO MCKP-TIME.
005970     WRITE MCKP-RECORD.
005980     CLOSE CHECKPOINT-FILE.
005990 1600-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------*
006030*  1800-RECORD-STEP - CAPTURE THE CALLED STEP'S RETURN CODE
006040*  AND PUT ITS OUTCOME ON THE RUN-CONTROL REPORT
006050*----------------------------------------------------------*
006060 1800-RECORD-STEP.
006070     MOVE RETURN-CODE TO WS-STEP-RC.
006080     MOVE ZERO TO RETURN-CODE.
006090
006100     IF WS-STEP-RC > WS-WORST-RC
006110         MOVE WS-STEP-RC TO WS-WORST-RC
006120     END-IF.
006130
006140     IF NOT RUNC-IS-USABLE
006150         GO TO 1800-EXIT
006160     END-IF.
006170
006180     MOVE WS-STEP-NAME TO RCD-STEP-NAME.
006190     MOVE WS-STEP-RC TO RCD-CODE.
006200     IF WS-STEP-RC = ZERO
006210         MOVE "OK" TO RCD-OUTCOME
006220     ELSE
006230         IF WS-STEP-RC < 8
006240             MOVE "WARNING" TO RCD-OUTCOME
006250         ELSE
006260             MOVE "FAILED" TO RCD-OUTCOME
006270         END-IF
006280     END-IF.
006290     MOVE WS-RUNC-DETAIL TO WS-RUNC-BUFFER.
006300     PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT.
006310 1800-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350*  1850-RECORD-SKIPPED - NOTE A STEP THE CHECKPOINT SHOWS
006360*  ALREADY COMPLETED FOR THIS MONTH
006370*----------------------------------------------------------*
006380 1850-RECORD-SKIPPED.
006390     IF NOT RUNC-IS-USABLE
006400         GO TO 1850-EXIT
006410     END-IF.
006420     MOVE WS-STEP-NAME TO RCD-STEP-NAME.
006430     MOVE "SKIPPED" TO RCD-OUTCOME.
006440     MOVE ZERO TO RCD-CODE.
006450     MOVE WS-RUNC-DETAIL TO WS-RUNC-BUFFER.
006460     PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT.
006470 1850-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------*
006510*  1900-APPEND-RUNC-LINE - APPEND ONE STAGED LINE TO THE
006520*  RUN-CONTROL REPORT AND LET GO OF THE FILE AGAIN
006530*----------------------------------------------------------*
006540 1900-APPEND-RUNC-LINE.
006550     OPEN EXTEND RUN-CONTROL.
006560     IF NOT WS-RUNC-FILE-OK
006570         DISPLAY "MONTHRUN: UNABLE TO EXTEND RUN-CONTROL "
006580             "REPORT, STATUS = " WS-RUNC-FILE-STATUS
006590         GO TO 1900-EXIT
006600     END-IF.
006610     WRITE RUNC-LINE FROM WS-RUNC-BUFFER.
006620     CLOSE RUN-CONTROL.
006630 1900-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------*
006670*  1950-APPEND-RUNC-NOTE - PUT THE STAGED NOTE LINE (TEXT
006680*  AND DATE) ON THE RUN-CONTROL REPORT
006690*----------------------------------------------------------*
006700 1950-APPEND-RUNC-NOTE.
006710     IF NOT RUNC-IS-USABLE
006720         GO TO 1950-EXIT
006730     END-IF.
006740     MOVE WS-RUNC-NOTE TO WS-RUNC-BUFFER.
006750     PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT.
006760 1950-EXIT.
006770     EXIT.
006780
006790*----------------------------------------------------------*
006800*  2000-RESET-CHECKPOINT - CLEAR THE CHECKPOINT AFTER A
006810*  COMPLETED MONTH SO NEXT MONTH'S JOB STARTS FRESH
006820*----------------------------------------------------------*
006830 2000-RESET-CHECKPOINT.
006840     OPEN OUTPUT CHECKPOINT-FILE.
006850     IF WS-CKPT-FILE-OK
006860         CLOSE CHECKPOINT-FILE
006870     END-IF.
006880 2000-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920*  2100-RECORD-COMPLETION - PUT THE CLOSED MONTH ON THE RUN
006930*  HISTORY SO THE SAME MONTH IS NEVER CLOSED TWICE
006940*----------------------------------------------------------*
006950 2100-RECORD-COMPLETION.
006960     OPEN EXTEND RUN-HISTORY.
006970     IF WS-RUNH-FILE-NOT-FOUND
006980         OPEN OUTPUT RUN-HISTORY
006990     END-IF.
007000     IF NOT WS-RUNH-FILE-OK
007010         DISPLAY "MONTHRUN: UNABLE TO OPEN RUN HISTORY, "
007020             "STATUS = " WS-RUNH-FILE-STATUS
007030         GO TO 2100-EXIT
007040     END-IF.
007050
007060     ACCEPT WS-NOW FROM TIME.
007070     MOVE SPACES TO RUNH-RECORD.
007080     SET RUNH-STREAM-MONTHLY TO TRUE.
007090     MOVE WS-MONTH-END TO RUNH-BUSINESS-DATE.
007100     MOVE WS-TODAY TO RUNH-COMPLETED-DATE.
007110     MOVE WS-NOW TO RUNH-COMPLETED-TIME.
007120     MOVE WS-WORST-RC TO RUNH-WORST-RC.
007130     WRITE RUNH-RECORD.
007140     CLOSE RUN-HISTORY.
007150 2100-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------*
007190*  3000-STAGE-BATCH - COPY THE INTEREST OR FEE BATCH TO
007200*  TRANFILE FOR POSTTRAN. TRANFILE IS ONLY OVERWRITTEN WHEN
007210*  IT IS EMPTY, ALREADY POSTED, OR HOLDS THIS SAME BATCH
007220*  FROM A STOPPED RUN; ANY OTHER BATCH ON IT IS SOMEBODY'S
007230*  UNPOSTED WORK AND THE STEP STOPS
007240*----------------------------------------------------------*
007250 3000-STAGE-BATCH.
007260     MOVE "Y" TO WS-STAGE-SW.
007270     MOVE "N" TO WS-SOURCE-EOF-SW.
007280     MOVE ZERO TO WS-STAGED-COUNT.
007290
007300     IF STAGING-INTEREST
007310         OPEN INPUT INTEREST-BATCH
007320         MOVE WS-INT-FILE-STATUS TO WS-TRAN-FILE-STATUS
007330     ELSE
007340         OPEN INPUT FEE-BATCH
007350         MOVE WS-FEE-FILE-STATUS TO WS-TRAN-FILE-STATUS
007360     END-IF.
007370     IF NOT WS-TRAN-FILE-OK
007380         DISPLAY "MONTHRUN: UNABLE TO OPEN THE BATCH FOR "
007390             WS-STEP-NAME ", STATUS = " WS-TRAN-FILE-STATUS
007400         MOVE "N" TO WS-STAGE-SW
007410         GO TO 3000-EXIT
007420     END-IF.
007430
007440     PERFORM 8100-READ-SOURCE THRU 8100-EXIT.
007450     IF SOURCE-EOF
007460        OR NOT STG-REC-HEADER
007470         DISPLAY "MONTHRUN: THE BATCH FOR " WS-STEP-NAME
007480             " HAS NO HEADER"
007490         MOVE "N" TO WS-STAGE-SW
007500         GO TO 3000-CLOSE-SOURCE
007510     END-IF.
007520     MOVE STG-BATCH-NUMBER TO WS-SOURCE-BATCH.
007530
007540     PERFORM 3100-CHECK-TRANFILE THRU 3100-EXIT.
007550     IF NOT STAGE-IS-OK
007560         GO TO 3000-CLOSE-SOURCE
007570     END-IF.
007580
007590     OPEN OUTPUT TRANSACTION-FILE.
007600     IF NOT WS-TRAN-FILE-OK
007610         DISPLAY "MONTHRUN: UNABLE TO OPEN TRANFILE, "
007620             "STATUS = " WS-TRAN-FILE-STATUS
007630         MOVE "N" TO WS-STAGE-SW
007640         GO TO 3000-CLOSE-SOURCE
007650     END-IF.
007660     PERFORM 3200-STAGE-ONE-RECORD THRU 3200-EXIT
007670         UNTIL SOURCE-EOF.
007680     CLOSE TRANSACTION-FILE.
007690
007700     IF RUNC-IS-USABLE
007710         MOVE WS-STEP-NAME TO RCS-STEP-NAME
007720         MOVE WS-STAGED-COUNT TO RCS-COUNT
007730         MOVE WS-SOURCE-BATCH TO RCS-BATCH
007740         MOVE WS-RUNC-STAGED TO WS-RUNC-BUFFER
007750         PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT
007760     END-IF.
007770
007780 3000-CLOSE-SOURCE.
007790     IF STAGING-INTEREST
007800         CLOSE INTEREST-BATCH
007810     ELSE
007820         CLOSE FEE-BATCH
007830     END-IF.
007840 3000-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------*
007880*  3100-CHECK-TRANFILE - MAKE SURE THE BATCH NOW ON
007890*  TRANFILE MAY BE OVERWRITTEN
007900*----------------------------------------------------------*
007910 3100-CHECK-TRANFILE.
007920     OPEN INPUT TRANSACTION-FILE.
007930     IF WS-TRAN-FILE-NOT-FOUND
007940         GO TO 3100-EXIT
007950     END-IF.
007960     IF NOT WS-TRAN-FILE-OK
007970         DISPLAY "MONTHRUN: UNABLE TO READ TRANFILE, "
007980             "STATUS = " WS-TRAN-FILE-STATUS
007990         MOVE "N" TO WS-STAGE-SW
008000         GO TO 3100-EXIT
008010     END-IF.
008020
008030     READ TRANSACTION-FILE
008040         AT END
008050             CLOSE TRANSACTION-FILE
008060             GO TO 3100-EXIT
008070     END-READ.
008080     CLOSE TRANSACTION-FILE.
008090     IF NOT TRAN-REC-HEADER
008100         DISPLAY "MONTHRUN: TRANFILE DOES NOT START WITH A "
008110             "BATCH HEADER, NOT OVERWRITTEN"
008120         MOVE "N" TO WS-STAGE-SW
008130         GO TO 3100-EXIT
008140     END-IF.
008150     MOVE TRAN-BATCH-NUMBER TO WS-TRAN-BATCH.
008160     IF WS-TRAN-BATCH = WS-SOURCE-BATCH
008170         GO TO 3100-EXIT
008180     END-IF.
008190
008200     PERFORM 3150-CHECK-REGISTER THRU 3150-EXIT.
008210     IF NOT STAGE-IS-OK
008220         GO TO 3100-EXIT
008230     END-IF.
008240     IF NOT BATCH-IS-POSTED
008250         DISPLAY "MONTHRUN: TRANFILE HOLDS BATCH " WS-TRAN-BATCH
008260             " WHICH HAS NOT POSTED, NOT OVERWRITTEN"
008270         MOVE "N" TO WS-STAGE-SW
008280     END-IF.
008290 3100-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------*
008330*  3150-CHECK-REGISTER - LOOK FOR TRANFILE'S BATCH ON THE
008340*  BATCH REGISTER
008350*----------------------------------------------------------*
008360 3150-CHECK-REGISTER.
008370     MOVE "N" TO WS-BATCH-POSTED-SW.
008380     OPEN INPUT BATCH-REGISTER.
008390     IF WS-BREG-FILE-NOT-FOUND
008400         GO TO 3150-EXIT
008410     END-IF.
008420     IF NOT WS-BREG-FILE-OK
008430         DISPLAY "MONTHRUN: UNABLE TO OPEN BATCH REGISTER, "
008440             "STATUS = " WS-BREG-FILE-STATUS
008450         MOVE "N" TO WS-STAGE-SW
008460         GO TO 3150-EXIT
008470     END-IF.
008480
008490     MOVE "N" TO WS-BREG-EOF-SW.
008500     PERFORM 3160-CHECK-ONE-ENTRY THRU 3160-EXIT
008510         UNTIL BREG-EOF
008520            OR BATCH-IS-POSTED.
008530     CLOSE BATCH-REGISTER.
008540 3150-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------*
008580*  3160-CHECK-ONE-ENTRY - READ ONE BATCH REGISTER ENTRY
008590*----------------------------------------------------------*
008600 3160-CHECK-ONE-ENTRY.
008610     READ BATCH-REGISTER
008620         AT END
008630             SET BREG-EOF TO TRUE
008640             GO TO 3160-EXIT
008650     END-READ.
008660     IF BREG-BATCH-NUMBER = WS-TRAN-BATCH
008670         SET BATCH-IS-POSTED TO TRUE
008680     END-IF.
008690 3160-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------*
008730*  3200-STAGE-ONE-RECORD - WRITE THE CURRENT BATCH RECORD
008740*  TO TRANFILE AND READ THE NEXT ONE
008750*----------------------------------------------------------*
008760 3200-STAGE-ONE-RECORD.
008770     WRITE TRAN-RECORD FROM STG-RECORD.
008780     ADD 1 TO WS-STAGED-COUNT.
008790     PERFORM 8100-READ-SOURCE THRU 8100-EXIT.
008800 3200-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------*
008840*  8100-READ-SOURCE - READ THE NEXT RECORD OF THE BATCH
008850*  BEING STAGED
008860*----------------------------------------------------------*
008870 8100-READ-SOURCE.
008880     IF STAGING-INTEREST
008890         READ INTEREST-BATCH INTO STG-RECORD
008900             AT END
008910                 SET SOURCE-EOF TO TRUE
008920         END-READ
008930     ELSE
008940         READ FEE-BATCH INTO STG-RECORD
008950             AT END
008960                 SET SOURCE-EOF TO TRUE
008970         END-READ
008980     END-IF.
008990 8100-EXIT.
009000     EXIT.
