000232*                   THE FULL MASTER AND POSTTRAN REFUSES
000233*                   UNKNOWN ACCOUNTS, SO A POSTED MOVEMENT
000234*                   CANNOT MISS BOTH FEEDS.
000235*  2026-10-15 LGL   REVERSALS. THE PROOF REPORT NOW ENDS
000236*                   WITH THE RUN DATE'S MOVEMENTS SUMMED AS
000237*                   DEBITS, CREDITS AND, ON A LINE OF THEIR
000238*                   OWN, REVERSALS (SEE HISTREC) - COUNT AND
000239*                   AMOUNT OF EACH - SO A DAY OF CORRECTIONS
000240*                   IS VISIBLE INSTEAD OF HIDDEN IN THE
000241*                   ORDINARY DEBITS AND CREDITS. REVERSALS
000242*                   STILL NET INTO THE PROOF LIKE ANY OTHER
000243*                   POSTING.
000244*  2026-10-15 LGL   THE STEP OUTCOME IS NOW HANDED BACK
000245*                   THROUGH RETURN-CODE FOR THE MONTHRUN
000246*                   STREAM: 8 WHEN THE PROOF WAS ABANDONED, 4
000247*                   WHEN ANY ACCOUNT IS OUT OF BALANCE, ZERO
000248*                   WHEN THE FEED PROVES. THE PROOF TOTALS ARE
000249*                   APPENDED TO THE RUN-CONTROL REPORT
000250*                   (RUNCTL).
000252*----------------------------------------------------------*
000255
000257 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PRIOR-FEED ASSIGN TO "GLFEEDPR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPT-FILE-STATUS.
000430
000432     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000434         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS WS-RUNC-FILE-STATUS.
000438
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PRIOR-FEED
000620     LABEL RECORDS ARE STANDARD.
000630 01  RPT-LINE                      PIC X(90).
000640
000642 FD  RUN-CONTROL
000644     LABEL RECORDS ARE STANDARD.
000646 01  RUNC-LINE                     PIC X(80).
000648
000650 WORKING-STORAGE SECTION.
000660 77  WS-PRI-FILE-STATUS            PIC X(02).
000670     88  WS-PRI-FILE-OK                VALUE "00".
000760
000770 77  WS-RPT-FILE-STATUS            PIC X(02).
000780     88  WS-RPT-FILE-OK                VALUE "00".
000781
000782 77  WS-RUNC-FILE-STATUS           PIC X(02).
000783     88  WS-RUNC-FILE-OK               VALUE "00".
000784     88  WS-RUNC-FILE-NOT-FOUND        VALUE "35".
000790
000800 77  WS-PRI-FILE-OPEN-SW           PIC X(01) VALUE "N".
000810     88  PRI-FILE-IS-OPEN              VALUE "Y".
001300
001310 77  WS-OOB-COUNT                  PIC 9(05) COMP VALUE ZERO.
001320 77  WS-MATCH-COUNT                PIC 9(06) VALUE ZERO.
001321
001322*    THE RUN DATE'S MOVEMENTS, SUMMED AS THE PROOF WALK
001323*    FETCHES THEM
001324 77  WS-DAY-DEBIT-COUNT            PIC 9(06) VALUE ZERO.
001325 77  WS-DAY-DEBIT-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001326 77  WS-DAY-CREDIT-COUNT           PIC 9(06) VALUE ZERO.
001327 77  WS-DAY-CREDIT-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001328 77  WS-DAY-REV-COUNT              PIC 9(06) VALUE ZERO.
001329 77  WS-DAY-REV-AMOUNT             PIC 9(11)V99 VALUE ZERO.
001330
001331*    ONE TOTALS LINE FOR THE RUN-CONTROL REPORT
001332 01  WS-RUNC-TOTALS.
001333     05  FILLER                PIC X(02) VALUE SPACES.
001334     05  FILLER                PIC X(10) VALUE "GLRECON".
001335     05  RNC-MATCH-COUNT       PIC ZZZZZ9.
001336     05  FILLER                PIC X(21) VALUE
001337         " ACCOUNT(S) PROVED, ".
001338     05  RNC-OOB-COUNT         PIC ZZZZ9.
001339     05  RNC-OUTCOME           PIC X(26).
001342
001346 01  WS-TODAY-GROUP.
001350     05  WS-TODAY                  PIC 9(08).
001360     05  WS-TODAY-R REDEFINES WS-TODAY.
001370         10  WS-TODAY-YYYY             PIC 9(04).
001780     05  TOT-MESSAGE           PIC X(40).
001790     05  TOT-OOB-COUNT         PIC ZZZZ9.
001800
001801 01  WS-MOVEMENT-HEADER.
001802     05  FILLER                PIC X(01) VALUE SPACE.
001803     05  FILLER                PIC X(20) VALUE
001804         "MOUVEMENTS DU JOUR".
001805
001806 01  WS-MOVEMENT-LINE.
001807     05  FILLER                PIC X(03) VALUE SPACES.
001808     05  MVS-LABEL             PIC X(14).
001809     05  MVS-COUNT             PIC ZZZZZ9.
001810     05  FILLER                PIC X(02) VALUE SPACES.
001811     05  MVS-AMOUNT            PIC Z(10)9.99.
001812
001816 PROCEDURE DIVISION.
001820
001830*----------------------------------------------------------*
001840*  0000-MAINLINE
002010     IF RUN-IS-VALID
002020         PERFORM 2000-RECONCILE-ONE-STEP THRU 2000-EXIT
002030             UNTIL PRI-EOF AND CUR-EOF
002032     END-IF.
002034
002036     IF NOT RUN-IS-VALID
002038         MOVE 8 TO RETURN-CODE
002040     ELSE
002042         IF WS-OOB-COUNT > ZERO
002044             MOVE 4 TO RETURN-CODE
002046         END-IF
002050     END-IF.
002060
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006830     ELSE
006840         SUBTRACT HIST-AMOUNT FROM WS-THIS-NET
006850     END-IF.
006851
006852     IF HIST-REV-IS-REVERSAL
006853         ADD 1 TO WS-DAY-REV-COUNT
006854         ADD HIST-AMOUNT TO WS-DAY-REV-AMOUNT
006855     ELSE
006856         IF HIST-TYPE-CREDIT
006857             ADD 1 TO WS-DAY-CREDIT-COUNT
006858             ADD HIST-AMOUNT TO WS-DAY-CREDIT-AMOUNT
006859         ELSE
006860             ADD 1 TO WS-DAY-DEBIT-COUNT
006861             ADD HIST-AMOUNT TO WS-DAY-DEBIT-AMOUNT
006862         END-IF
006863     END-IF.
006866 7150-EXIT.
006870     EXIT.
006871
006872*----------------------------------------------------------*
007000                 MOVE WS-OOB-COUNT TO TOT-OOB-COUNT
007010             END-IF
007020         END-IF
007022         IF RUN-IS-VALID
007024             PERFORM 9200-WRITE-MOVEMENTS THRU 9200-EXIT
007026         END-IF
007030         WRITE RPT-LINE FROM WS-TOTAL-LINE
007040             AFTER ADVANCING 2 LINES
007050         CLOSE PROOF-REPORT
007140
007150     DISPLAY "GLRECON: " WS-MATCH-COUNT " ACCOUNT(S) PROVED, "
007160         WS-OOB-COUNT " OUT OF BALANCE.".
007163
007166     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
007170 9000-EXIT.
007180     EXIT.
007181
007182*----------------------------------------------------------*
007183*  9100-APPEND-RUN-CONTROL - PUT THE RUN TOTALS ON THE
007184*  RUN-CONTROL REPORT, JUST AHEAD OF THE OUTCOME LINE THE
007185*  MONTHRUN STREAM WRITES FOR THIS STEP. RUN STANDALONE, THE
007186*  REPORT IS CREATED ON FIRST USE; A REPORT THAT CANNOT BE
007187*  REACHED NEVER BLOCKS THE RUN ITSELF.
007188*----------------------------------------------------------*
007189 9100-APPEND-RUN-CONTROL.
007190     OPEN EXTEND RUN-CONTROL.
007191     IF WS-RUNC-FILE-NOT-FOUND
007192         OPEN OUTPUT RUN-CONTROL
007193     END-IF.
007194     IF NOT WS-RUNC-FILE-OK
007195         GO TO 9100-EXIT
007196     END-IF.
007197
007198     MOVE WS-MATCH-COUNT TO RNC-MATCH-COUNT.
007199     MOVE WS-OOB-COUNT TO RNC-OOB-COUNT.
007200     IF RUN-IS-VALID
007201         MOVE " OUT OF BALANCE" TO RNC-OUTCOME
007202     ELSE
007203         MOVE " OUT OF BALANCE, ABANDONED" TO RNC-OUTCOME
007204     END-IF.
007205     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
007206     CLOSE RUN-CONTROL.
007207 9100-EXIT.
007208     EXIT.
007209
007210*----------------------------------------------------------*
007211*  9200-WRITE-MOVEMENTS - PRINT THE RUN DATE'S DEBITS,
007221*  CREDITS AND REVERSALS, EACH ON ITS OWN LINE
007231*----------------------------------------------------------*
007241 9200-WRITE-MOVEMENTS.
007251     WRITE RPT-LINE FROM WS-MOVEMENT-HEADER
007261         AFTER ADVANCING 2 LINES.
007271
007281     MOVE "DEBITS" TO MVS-LABEL.
007291     MOVE WS-DAY-DEBIT-COUNT TO MVS-COUNT.
007301     MOVE WS-DAY-DEBIT-AMOUNT TO MVS-AMOUNT.
007311     WRITE RPT-LINE FROM WS-MOVEMENT-LINE
007321         AFTER ADVANCING 1 LINE.
007331
007341     MOVE "CREDITS" TO MVS-LABEL.
007351     MOVE WS-DAY-CREDIT-COUNT TO MVS-COUNT.
007361     MOVE WS-DAY-CREDIT-AMOUNT TO MVS-AMOUNT.
007371     WRITE RPT-LINE FROM WS-MOVEMENT-LINE
007381         AFTER ADVANCING 1 LINE.
007391
007401     MOVE "ANNULATIONS" TO MVS-LABEL.
007411     MOVE WS-DAY-REV-COUNT TO MVS-COUNT.
007421     MOVE WS-DAY-REV-AMOUNT TO MVS-AMOUNT.
007431     WRITE RPT-LINE FROM WS-MOVEMENT-LINE
007441         AFTER ADVANCING 1 LINE.
007451 9200-EXIT.
007461     EXIT.
