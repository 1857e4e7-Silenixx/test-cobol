000493*                   RECOVERY CAN REPLAY THE JOURNAL OVER. A
000494*                   FAILED OR UNPROVEN SNAPSHOT STOPS THE
000495*                   STREAM BEFORE ANYTHING POSTS.
000496*  2026-10-15 LGL   BUSINESS DAYS. BEFORE ANYTHING POSTS THE
000497*                   RUN DATE IS CHECKED WITH BUSDAY. ON A
000498*                   WEEKEND OR BANK HOLIDAY THE OPERATOR MUST
000499*                   CONFIRM THE RUN; WITHOUT AN "O" THE STREAM
000500*                   IS REFUSED, NOTHING IS CALLED AND THE JOB
000501*                   ENDS WITH RETURN-CODE 4. A CONFIRMED RUN IS
000502*                   NOTED ON THE RUN-CONTROL REPORT. A CALENDAR
000503*                   THAT CANNOT BE READ STOPS THE STREAM AT 8.
000504*                   A RESTART AFTER POSTING IS NOT ASKED AGAIN.
000505*  2026-10-15 LGL   A NIGHT THAT REACHES THE END OF THE
000506*                   STREAM IS NOW RECORDED ON THE RUN HISTORY
000507*                   (RUNHIST, SEE RUNHREC) WITH ITS DATE AND
000508*                   WORST CODE, SO THE MONTHRUN STREAM CAN
000509*                   TELL THAT THE MONTH-END DAY'S WORK IS DONE
000510*                   BEFORE IT STARTS. A HISTORY THAT CANNOT BE
000511*                   WRITTEN IS REPORTED BUT DOES NOT FAIL THE
000512*                   NIGHT.
000513*  2026-10-15 LGL   THE RUN HISTORY NOW CARRIES THE DATE THE
000515*                   NIGHT WAS STARTED FOR, NOT THE DATE IT
000516*                   FINISHED, SO A RUN THAT CROSSES MIDNIGHT
000518*                   IS NOT TAKEN FOR THE NEXT DAY'S. A RESTART
000519*                   AFTER POSTING TAKES THAT DATE FROM THE
000521*                   CHECKPOINT (SEE CKPTREC).
000522*----------------------------------------------------------*
000524
000525 ENVIRONMENT DIVISION.
000527 INPUT-OUTPUT SECTION.
000528 FILE-CONTROL.
000530     SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-CKPT-FILE-STATUS.
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUNC-FILE-STATUS.
000600
000602     SELECT RUN-HISTORY ASSIGN TO "RUNHIST"
000604         ORGANIZATION IS SEQUENTIAL
000606         FILE STATUS IS WS-RUNH-FILE-STATUS.
000608
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CHECKPOINT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  RUNC-LINE                     PIC X(80).
000700
000702 FD  RUN-HISTORY
000704     LABEL RECORDS ARE STANDARD.
000706     COPY RUNHREC.
000708
000710 WORKING-STORAGE SECTION.
000720 77  WS-CKPT-FILE-STATUS           PIC X(02).
000730     88  WS-CKPT-FILE-OK               VALUE "00".
000740
000750 77  WS-RUNC-FILE-STATUS           PIC X(02).
000760     88  WS-RUNC-FILE-OK               VALUE "00".
000761
000762 77  WS-RUNH-FILE-STATUS           PIC X(02).
000763     88  WS-RUNH-FILE-OK               VALUE "00".
000764     88  WS-RUNH-FILE-NOT-FOUND        VALUE "35".
000770
000780 77  WS-RUNC-USABLE-SW             PIC X(01) VALUE "N".
000790     88  RUNC-IS-USABLE                VALUE "Y".
000890 77  WS-WORST-RC                   PIC 9(04) VALUE ZERO.
000900
000910 77  WS-TODAY                      PIC 9(08).
000913 77  WS-NOW                        PIC 9(08).
000916*    THE BUSINESS DATE THE NIGHT WAS STARTED FOR
000920 77  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
000921
000922 77  WS-RUN-DAY-SW                 PIC X(01) VALUE "Y".
000923     88  RUN-DAY-ACCEPTED              VALUE "Y".
000924     88  RUN-DAY-REFUSED               VALUE "R".
000925     88  RUN-DAY-FAILED                VALUE "F".
000926
000927 77  WS-CONFIRM                    PIC X(01) VALUE SPACE.
000928
000929     COPY BDAYPARM.
000930
000940 01  WS-RUNC-HEADER.
000950     05  FILLER                PIC X(22) VALUE
001180     05  FILLER                PIC X(07) VALUE "  CODE ".
001190     05  RCA-CODE              PIC ZZZ9.
001200
001202 01  WS-RUNC-RUN-DAY.
001204     05  RCR-TEXT              PIC X(34).
001206     05  RCR-DATE              PIC 9(08).
001208
001210 PROCEDURE DIVISION.
001220
001230*----------------------------------------------------------*
001260 0000-MAINLINE.
001270     PERFORM 1000-CHECK-RESTART THRU 1000-EXIT.
001280     PERFORM 1100-OPEN-RUN-CONTROL THRU 1100-EXIT.
001281
001282     IF NOT RESTARTING-AFTER-POST
001283         PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT
001284     END-IF.
001285     IF RUN-DAY-FAILED
001286         MOVE "BUSDAY" TO WS-STEP-NAME
001287         MOVE 8 TO WS-STEP-RC
001288         GO TO 0000-ABANDON
001289     END-IF.
001290     IF RUN-DAY-REFUSED
001291         GO TO 0000-REFUSE
001292     END-IF.
001296
001300     IF RESTARTING-AFTER-IDENT
001310         MOVE "HelloWorld" TO WS-STEP-NAME
001320         PERFORM 1850-RECORD-SKIPPED THRU 1850-EXIT
001780     END-IF.
001790
001800     PERFORM 2000-RESET-CHECKPOINT THRU 2000-EXIT.
001804     PERFORM 2100-RECORD-COMPLETION THRU 2100-EXIT.
001810
001820     IF RUNC-IS-USABLE
001830         MOVE WS-WORST-RC TO RCT-CODE
002090     STOP RUN.
002100
002110*----------------------------------------------------------*
002111*  0000-REFUSE - THE RUN DATE IS NOT A BUSINESS DAY AND THE
002112*  OPERATOR DID NOT CONFIRM; NOTHING HAS BEEN CALLED. SAY SO
002114*  ON THE RUN-CONTROL REPORT AND END WITH A WARNING CODE
002115*----------------------------------------------------------*
002116 0000-REFUSE.
002118     DISPLAY "DAILYRUN: *** " WS-TODAY
002119         " IS NOT A BUSINESS DAY - STREAM REFUSED ***".
002120
002122     IF RUNC-IS-USABLE
002123         MOVE "RUN REFUSED, NOT A BUSINESS DAY" TO RCR-TEXT
002125         MOVE WS-TODAY TO RCR-DATE
002126         MOVE WS-RUNC-RUN-DAY TO WS-RUNC-BUFFER
002127         PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT
002129     END-IF.
002130
002131     MOVE 4 TO RETURN-CODE.
002133     STOP RUN.
002134
002135*----------------------------------------------------------*
002137*  1000-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A
002138*  PRIOR RUN; IF IDENTIFICATION IS ALREADY DONE, SKIP IT
002140*----------------------------------------------------------*
002150 1000-CHECK-RESTART.
002160     OPEN INPUT CHECKPOINT-FILE.
002260     IF CKPT-STEP-POSTED
002270         SET RESTARTING-AFTER-IDENT TO TRUE
002280         SET RESTARTING-AFTER-POST TO TRUE
002282         IF CKPT-RUN-DATE IS NUMERIC
002285             MOVE CKPT-RUN-DATE TO WS-RUN-DATE
002287         END-IF
002290         DISPLAY "DAILYRUN: RESTARTING AFTER POSTING FOR "
002300             CKPT-CUST-NAME
002310     ELSE
002624*    THEIR OWN TOTALS LINES TO THE SAME REPORT
002625     CLOSE RUN-CONTROL.
002630 1100-EXIT.
002631     EXIT.
002632
002633*----------------------------------------------------------*
002634*  1200-CHECK-BUSINESS-DAY - NOTHING POSTS ON A WEEKEND OR
002635*  BANK HOLIDAY UNLESS THE OPERATOR CONFIRMS THE RUN
002636*----------------------------------------------------------*
002637 1200-CHECK-BUSINESS-DAY.
002638     SET RUN-DAY-ACCEPTED TO TRUE.
002639     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002640     MOVE WS-TODAY TO WS-RUN-DATE.
002641
002642     MOVE WS-TODAY TO BDAY-DATE.
002643     SET BDAY-FN-CHECK TO TRUE.
002644     CALL "BUSDAY" USING BDAY-PARAMETERS.
002645     IF BDAY-CALENDAR-FAILED
002646        OR BDAY-DATE-INVALID
002647         DISPLAY "DAILYRUN: BUSINESS-DAY CHECK FAILED, RETURN "
002648             BDAY-RETURN
002649         SET RUN-DAY-FAILED TO TRUE
002650         GO TO 1200-EXIT
002651     END-IF.
002652     IF BDAY-IS-BUSINESS-DAY
002653         GO TO 1200-EXIT
002654     END-IF.
002655
002656     DISPLAY "DAILYRUN: " WS-TODAY
002657         " IS A WEEKEND OR BANK HOLIDAY.".
002658     DISPLAY "JOUR NON OUVRE - TRAITER QUAND MEME (O/N) ?".
002659     ACCEPT WS-CONFIRM.
002660     IF WS-CONFIRM NOT = "O"
002661         SET RUN-DAY-REFUSED TO TRUE
002662         GO TO 1200-EXIT
002663     END-IF.
002664
002665     DISPLAY "DAILYRUN: RUN CONFIRMED ON A NON-BUSINESS DAY".
002666     IF RUNC-IS-USABLE
002667         MOVE "RUN CONFIRMED ON NON-BUSINESS DAY" TO RCR-TEXT
002668         MOVE WS-TODAY TO RCR-DATE
002669         MOVE WS-RUNC-RUN-DAY TO WS-RUNC-BUFFER
002670         PERFORM 1900-APPEND-RUNC-LINE THRU 1900-EXIT
002671     END-IF.
002672 1200-EXIT.
002673     EXIT.
002674
002676*----------------------------------------------------------*
002678*  1600-MARK-POSTED - RECORD THAT POSTING HAS COMPLETED SO A
002680*  RESTART DOESN'T APPLY THE TRANSACTION BATCH A SECOND TIME
002690*----------------------------------------------------------*
002700 1600-MARK-POSTED.
002900     END-IF.
002910
002920     SET CKPT-STEP-POSTED TO TRUE.
002925     MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
002930     WRITE CKPT-RECORD.
002940     CLOSE CHECKPOINT-FILE.
002950 1600-EXIT.
003520     END-IF.
003530 2000-EXIT.
003540     EXIT.
003549
003558*----------------------------------------------------------*
003567*  2100-RECORD-COMPLETION - PUT TONIGHT'S COMPLETED RUN ON
003576*  THE RUN HISTORY FOR MONTHRUN; CREATED ON FIRST USE. THE
003579*  BUSINESS DATE IS THE ONE THE NIGHT STARTED FOR, EVEN WHEN
003582*  IT FINISHES AFTER MIDNIGHT
003585*----------------------------------------------------------*
003594 2100-RECORD-COMPLETION.
003603     OPEN EXTEND RUN-HISTORY.
003612     IF WS-RUNH-FILE-NOT-FOUND
003621         OPEN OUTPUT RUN-HISTORY
003630     END-IF.
003639     IF NOT WS-RUNH-FILE-OK
003648         DISPLAY "DAILYRUN: UNABLE TO OPEN RUN HISTORY, "
003657             "STATUS = " WS-RUNH-FILE-STATUS
003666         GO TO 2100-EXIT
003675     END-IF.
003684
003688*    A CHECKPOINT FROM BEFORE THE RUN DATE WAS KEPT LEAVES IT
003693*    UNKNOWN; THE COMPLETION DATE IS THE ONLY ONE LEFT
003697     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003702     ACCEPT WS-NOW FROM TIME.
003704     IF WS-RUN-DATE = ZERO
003706         MOVE WS-TODAY TO WS-RUN-DATE
003708     END-IF.
003711     MOVE SPACES TO RUNH-RECORD.
003720     SET RUNH-STREAM-DAILY TO TRUE.
003729     MOVE WS-RUN-DATE TO RUNH-BUSINESS-DATE.
003738     MOVE WS-TODAY TO RUNH-COMPLETED-DATE.
003747     MOVE WS-NOW TO RUNH-COMPLETED-TIME.
003756     MOVE WS-WORST-RC TO RUNH-WORST-RC.
003765     WRITE RUNH-RECORD.
003774     CLOSE RUN-HISTORY.
003783 2100-EXIT.
003792     EXIT.
