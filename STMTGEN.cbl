000396*                   ACCOUNT OF EVERY CUSTOMER. THE CARRIED-
000397*                   BALANCE RULES FOR QUIET MONTHS ARE
000398*                   UNCHANGED.
000399*  2026-10-15 LGL   JOINT ACCOUNTS. A JOINT ACCOUNT STILL
000400*                   PRINTS ONCE, ON ITS PRIMARY HOLDER'S
000401*                   STATEMENT, AND ITS SECTION NOW NAMES
000402*                   EVERY JOINT HOLDER AND AUTHORISED
000403*                   SIGNATORY ON THE ACCOUNT HOLDER FILE
000404*                   (ACCTHLDR, SEE HLDRREC) UNDER THE
000405*                   ACCOUNT HEADER. NO HOLDER FILE YET MEANS
000406*                   NO OTHER HOLDERS.
000407*  2026-10-15 LGL   REVERSALS. A REVERSING ENTRY (SEE
000408*                   HISTREC) PRINTS "ANNULATION DU" WITH THE
000409*                   ORIGINAL POSTING'S DATE BESIDE IT, AND THE
000410*                   ORIGINAL IT UNDID PRINTS "ANNULE LE" WITH
000411*                   THE REVERSAL'S DATE, SO THE CUSTOMER SEES
000412*                   THE PAIR AS ONE CORRECTION INSTEAD OF TWO
000413*                   UNEXPLAINED LINES.
000414*  2026-10-15 LGL   MONTH END. ANSWERING 0 TO THE MONTH
000415*                   PROMPT PRINTS THE MONTH LAST CLOSED - THE
000416*                   MONTH WHOSE LAST BUSINESS DAY (ASKED OF
000417*                   BUSDAY) IS THE MOST RECENT ONE ON OR
000418*                   BEFORE TODAY, AS INTACCR AND FEECHG CLOSE
000419*                   IT - SO THE MONTHRUN STREAM NEVER NEEDS A
000420*                   MONTH KEYED. THE STEP OUTCOME IS HANDED
000421*                   BACK THROUGH RETURN-CODE (8 WHEN A FILE OR
000422*                   THE CALENDAR FAILED) AND THE RUN TOTALS
000423*                   ARE APPENDED TO THE RUN-CONTROL REPORT
000424*                   (RUNCTL).
000425*----------------------------------------------------------*
000426
000427 ENVIRONMENT DIVISION.
000428 INPUT-OUTPUT SECTION.
000429 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000584         RECORD KEY IS HIST-KEY
000590         FILE STATUS IS WS-HIST-FILE-STATUS.
000600
000601     SELECT ACCOUNT-HOLDERS ASSIGN TO "ACCTHLDR"
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS DYNAMIC
000604         RECORD KEY IS HLDR-KEY
000605         ALTERNATE RECORD KEY IS HLDR-CUST-NUMBER
000606             WITH DUPLICATES
000607         FILE STATUS IS WS-HLDR-FILE-STATUS.
000608
000610     SELECT STATEMENT-REPORT ASSIGN TO "STMTRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RPT-FILE-STATUS.
000631
000632     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000633         ORGANIZATION IS LINE SEQUENTIAL
000634         FILE STATUS IS WS-RUNC-FILE-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000760     LABEL RECORDS ARE STANDARD.
000770     COPY HISTREC.
000780
000782 FD  ACCOUNT-HOLDERS
000784     LABEL RECORDS ARE STANDARD.
000786     COPY HLDRREC.
000788
000790 FD  STATEMENT-REPORT
000800     LABEL RECORDS ARE STANDARD.
000810 01  RPT-LINE                      PIC X(80).
000811
000812 FD  RUN-CONTROL
000813     LABEL RECORDS ARE STANDARD.
000814 01  RUNC-LINE                     PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840 77  WS-CUST-FILE-STATUS           PIC X(02).
000940 77  WS-RPT-FILE-STATUS            PIC X(02).
000950     88  WS-RPT-FILE-OK                VALUE "00".
000960
000962 77  WS-RUNC-FILE-STATUS           PIC X(02).
000964     88  WS-RUNC-FILE-OK               VALUE "00".
000966     88  WS-RUNC-FILE-NOT-FOUND        VALUE "35".
000968
000970 77  WS-CUST-FILE-OPEN-SW          PIC X(01) VALUE "N".
000980     88  CUST-FILE-IS-OPEN             VALUE "Y".
000990
001060 77  WS-CUST-EOF-SW                PIC X(01) VALUE "N".
001070     88  CUST-EOF                      VALUE "Y".
001080
001082 77  WS-RUN-OK-SW                  PIC X(01) VALUE "Y".
001084     88  RUN-IS-OK                     VALUE "Y".
001086
001090 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
001100     88  ACCT-EOF                      VALUE "Y".
001110
001150 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
001160     88  HIST-FILE-IS-OPEN             VALUE "Y".
001170
001171 77  WS-HLDR-FILE-STATUS           PIC X(02).
001172     88  WS-HLDR-FILE-OK               VALUE "00".
001173     88  WS-HLDR-FILE-NOT-FOUND        VALUE "35".
001174
001175 77  WS-HLDR-FILE-OPEN-SW          PIC X(01) VALUE "N".
001177     88  HLDR-FILE-IS-OPEN             VALUE "Y".
001178
001179 77  WS-HLDR-EOF-SW                PIC X(01) VALUE "N".
001180     88  HLDR-EOF                      VALUE "Y".
001181
001183 77  WS-STMT-MONTH                 PIC 9(06) VALUE ZERO.
001184
001185 01  WS-TODAY-GROUP.
001186     05  WS-TODAY                  PIC 9(08).
001187     05  WS-TODAY-R REDEFINES WS-TODAY.
001189         10  WS-TODAY-YYYYMM            PIC 9(06).
001190         10  WS-TODAY-DD                PIC 9(02).
001191
001192 01  WS-MONTH-END-GROUP.
001193     05  WS-MONTH-END              PIC 9(08).
001195     05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001196         10  WS-MONTH-END-YYYYMM        PIC 9(06).
001197         10  WS-MONTH-END-DD            PIC 9(02).
001198
001199     COPY BDAYPARM.
001200
001202*    ONE TOTALS LINE FOR THE RUN-CONTROL REPORT
001203 01  WS-RUNC-TOTALS.
001204     05  FILLER                PIC X(02) VALUE SPACES.
001205     05  FILLER                PIC X(10) VALUE "STMTGEN".
001206     05  RNC-STMT-COUNT        PIC ZZZZ9.
001208     05  FILLER                PIC X(09) VALUE " MAILED, ".
001209     05  RNC-HELD-COUNT        PIC ZZZZ9.
001210     05  FILLER                PIC X(07) VALUE " HELD, ".
001211     05  RNC-SUPP-COUNT        PIC ZZZZ9.
001212     05  FILLER                PIC X(16) VALUE
001214         " SUPPRESSED FOR ".
001215     05  RNC-STMT-MONTH        PIC 9(06).
001216
001217 01  WS-HIST-DATE-GROUP.
001218     05  WS-HIST-DATE              PIC 9(08).
001220     05  WS-HIST-DATE-R REDEFINES WS-HIST-DATE.
001230         10  WS-HIST-YYYYMM             PIC 9(06).
001240         10  WS-HIST-DD                 PIC 9(02).
001520     05  FILLER                PIC X(07) VALUE "COMPTE ".
001530     05  AHD-ACCT-NUMBER       PIC 9(06).
001540
001541 01  WS-HOLDER-LINE.
001542     05  FILLER                PIC X(03) VALUE SPACES.
001543     05  HLN-ROLE              PIC X(12).
001544     05  HLN-CUST-NUMBER       PIC 9(06).
001545     05  FILLER                PIC X(02) VALUE SPACES.
001546     05  HLN-CUST-NAME         PIC X(30).
001547
001550 01  WS-OPENING-LINE.
001560     05  FILLER                PIC X(03) VALUE SPACES.
001570     05  FILLER                PIC X(18) VALUE
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  FILLER                PIC X(06) VALUE "SOLDE ".
001710     05  MVT-BALANCE           PIC -Z(6)9.99.
001711     05  FILLER                PIC X(01) VALUE SPACE.
001712     05  MVT-REMARK            PIC X(22).
001713
001714*    REMARK BESIDE EITHER HALF OF A REVERSED PAIR
001715 01  WS-REVERSAL-REMARK.
001716     05  RVR-TEXT              PIC X(14).
001717     05  RVR-DATE              PIC 9(08).
001720
001730 01  WS-CLOSING-LINE.
001740     05  FILLER                PIC X(03) VALUE SPACES.
001880     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001890         UNTIL CUST-EOF.
001900
001902     IF NOT RUN-IS-OK
001904         MOVE 8 TO RETURN-CODE
001906     END-IF.
001908
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GOBACK.
001930
002000     IF NOT WS-CUST-FILE-OK
002010         DISPLAY "STMTGEN: UNABLE TO OPEN CUSTOMER MASTER, "
002020             "STATUS = " WS-CUST-FILE-STATUS
002024         MOVE "N" TO WS-RUN-OK-SW
002030         SET CUST-EOF TO TRUE
002040         GO TO 1000-EXIT
002050     END-IF.
002090     IF NOT WS-ACCT-FILE-OK
002100         DISPLAY "STMTGEN: UNABLE TO OPEN ACCOUNT MASTER, "
002110             "STATUS = " WS-ACCT-FILE-STATUS
002114         MOVE "N" TO WS-RUN-OK-SW
002120         SET CUST-EOF TO TRUE
002130         GO TO 1000-EXIT
002140     END-IF.
002180     IF NOT WS-RPT-FILE-OK
002190         DISPLAY "STMTGEN: UNABLE TO OPEN STATEMENT REPORT, "
002200             "STATUS = " WS-RPT-FILE-STATUS
002204         MOVE "N" TO WS-RUN-OK-SW
002210         SET CUST-EOF TO TRUE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     SET RPT-FILE-IS-OPEN TO TRUE.
002250
002251     DISPLAY "MOIS DU RELEVE (AAAAMM, 0 = DERNIER MOIS CLOS) ?".
002252     ACCEPT WS-STMT-MONTH.
002254     IF WS-STMT-MONTH = ZERO
002255         PERFORM 1100-FIND-MONTH-END THRU 1100-EXIT
002256         IF BDAY-CALENDAR-FAILED
002258            OR BDAY-DATE-INVALID
002259             DISPLAY "STMTGEN: BUSINESS-DAY CALENDAR FAILED, "
002261                 "NO STATEMENT PRINTED"
002262             MOVE "N" TO WS-RUN-OK-SW
002263             SET CUST-EOF TO TRUE
002265             GO TO 1000-EXIT
002266         END-IF
002267         MOVE WS-MONTH-END-YYYYMM TO WS-STMT-MONTH
002269     END-IF.
002270     DISPLAY "STMTGEN: STATEMENTS FOR THE MONTH " WS-STMT-MONTH.
002272
002273*    NO JOURNAL YET SIMPLY MEANS NO MOVEMENTS TO PRINT
002274     OPEN INPUT HISTORY-JOURNAL.
002278         IF NOT WS-HIST-FILE-NOT-FOUND
002279             DISPLAY "STMTGEN: UNABLE TO OPEN HISTORY "
002281                 "JOURNAL, STATUS = " WS-HIST-FILE-STATUS
002282             MOVE "N" TO WS-RUN-OK-SW
002283             SET CUST-EOF TO TRUE
002284             GO TO 1000-EXIT
002285         END-IF
002286     END-IF.
002287
002288*    NO HOLDER FILE YET SIMPLY MEANS NO JOINT HOLDERS
002289     OPEN INPUT ACCOUNT-HOLDERS.
002290     IF WS-HLDR-FILE-OK
002291         SET HLDR-FILE-IS-OPEN TO TRUE
002292     ELSE
002293         IF NOT WS-HLDR-FILE-NOT-FOUND
002294             DISPLAY "STMTGEN: UNABLE TO OPEN ACCOUNT HOLDER "
002295                 "FILE, STATUS = " WS-HLDR-FILE-STATUS
002296             MOVE "N" TO WS-RUN-OK-SW
002297             SET CUST-EOF TO TRUE
002298             GO TO 1000-EXIT
002299         END-IF
002300     END-IF.
002301
002302     PERFORM 8000-READ-CUSTOMER THRU 8000-EXIT.
002303 1000-EXIT.
002304     EXIT.
002305
002306*----------------------------------------------------------*
002307*  1100-FIND-MONTH-END - THE MONTH LAST CLOSED: THIS MONTH
002308*  ON OR AFTER ITS LAST BUSINESS DAY, OTHERWISE THE MONTH
002309*  BEFORE, WHOSE MONTH END IS THE LAST BUSINESS DAY BEFORE
002310*  THE FIRST OF THIS MONTH
002311*----------------------------------------------------------*
002312 1100-FIND-MONTH-END.
002313     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002314     MOVE WS-TODAY TO BDAY-DATE.
002315     SET BDAY-FN-MONTH-END TO TRUE.
002316     CALL "BUSDAY" USING BDAY-PARAMETERS.
002317     IF BDAY-CALENDAR-FAILED
002318        OR BDAY-DATE-INVALID
002319         GO TO 1100-EXIT
002320     END-IF.
002321     IF WS-TODAY NOT < BDAY-RESULT-DATE
002322         MOVE BDAY-RESULT-DATE TO WS-MONTH-END
002323         GO TO 1100-EXIT
002324     END-IF.
002325
002326     MOVE WS-TODAY-YYYYMM TO WS-MONTH-END-YYYYMM.
002327     MOVE 01 TO WS-MONTH-END-DD.
002328     MOVE WS-MONTH-END TO BDAY-DATE.
002329     SET BDAY-FN-PREVIOUS TO TRUE.
002330     CALL "BUSDAY" USING BDAY-PARAMETERS.
002331     IF BDAY-CALENDAR-FAILED
002332        OR BDAY-DATE-INVALID
002333         GO TO 1100-EXIT
002334     END-IF.
002335     MOVE BDAY-RESULT-DATE TO WS-MONTH-END.
002336 1100-EXIT.
002337     EXIT.
002338
002339*----------------------------------------------------------*
002340*  2000-PROCESS-CUSTOMER - PRINT THE STATEMENT FOR ONE
002350*  CUSTOMER, ONE SECTION PER ACCOUNT HELD, THEN READ THE
002360*  NEXT CUSTOMER
002970     WRITE RPT-LINE FROM WS-ACCT-HEADER
002980         AFTER ADVANCING 2 LINES.
002990
002993     PERFORM 4050-WRITE-HOLDERS THRU 4050-EXIT.
002996
003000     MOVE ZERO TO WS-MOVEMENT-COUNT.
003010     MOVE ACCT-BALANCE TO WS-OPENING-BALANCE.
003020     MOVE ACCT-BALANCE TO WS-CLOSING-BALANCE.
003380     WRITE RPT-LINE FROM WS-CLOSING-LINE
003390         AFTER ADVANCING 1 LINE.
003400 4000-EXIT.
003401     EXIT.
003402
003403*----------------------------------------------------------*
003404*  4050-WRITE-HOLDERS - NAME EVERY JOINT HOLDER AND
003405*  AUTHORISED SIGNATORY OF THE ACCOUNT UNDER ITS HEADER;
003406*  THE PRIMARY HOLDER IS THE CUSTOMER ALREADY NAMED ABOVE
003407*----------------------------------------------------------*
003408 4050-WRITE-HOLDERS.
003409     IF NOT HLDR-FILE-IS-OPEN
003410         GO TO 4050-EXIT
003411     END-IF.
003412
003413     MOVE "N" TO WS-HLDR-EOF-SW.
003414     MOVE ACCT-NUMBER TO HLDR-ACCT-NUMBER.
003415     MOVE ZEROS TO HLDR-CUST-NUMBER.
003416     START ACCOUNT-HOLDERS KEY IS NOT LESS THAN HLDR-KEY
003417         INVALID KEY
003418             SET HLDR-EOF TO TRUE
003419     END-START.
003420
003421     PERFORM 4060-WRITE-ONE-HOLDER THRU 4060-EXIT
003422         UNTIL HLDR-EOF.
003423 4050-EXIT.
003424     EXIT.
003425
003426*----------------------------------------------------------*
003427*  4060-WRITE-ONE-HOLDER - READ THE ACCOUNT'S NEXT HOLDER
003428*  ON THE KEY AND PRINT IT; ANOTHER ACCOUNT'S KEY ENDS THE
003429*  LIST
003430*----------------------------------------------------------*
003431 4060-WRITE-ONE-HOLDER.
003432     READ ACCOUNT-HOLDERS NEXT RECORD
003433         AT END
003434             SET HLDR-EOF TO TRUE
003435             GO TO 4060-EXIT
003436     END-READ.
003437     IF HLDR-ACCT-NUMBER NOT = ACCT-NUMBER
003438         SET HLDR-EOF TO TRUE
003439         GO TO 4060-EXIT
003440     END-IF.
003441     IF HLDR-ROLE-PRIMARY
003442         GO TO 4060-EXIT
003443     END-IF.
003444
003445     IF HLDR-ROLE-SIGNATORY
003446         MOVE "MANDATAIRE" TO HLN-ROLE
003447     ELSE
003448         MOVE "COTITULAIRE" TO HLN-ROLE
003449     END-IF.
003450     MOVE HLDR-CUST-NUMBER TO HLN-CUST-NUMBER.
003451     MOVE HLDR-CUST-NAME TO HLN-CUST-NAME.
003452     WRITE RPT-LINE FROM WS-HOLDER-LINE
003453         AFTER ADVANCING 1 LINE.
003454 4060-EXIT.
003455     EXIT.
003456
003457*----------------------------------------------------------*
003458*  4100-READ-ONE-MOVEMENT - READ THIS ACCOUNT'S NEXT
003459*  JOURNAL RECORD ON THE KEY; ANOTHER ACCOUNT'S KEY ENDS
003460*  THE SECTION. THE MONTH'S MOVEMENTS PRINT, WITH THE
003470*  OPENING LINE FROM THE FIRST ONE'S BALANCE-BEFORE;
003480*  EARLIER RECORDS ONLY REFRESH THE CARRIED BALANCE USED
003972     END-IF.
003980     MOVE HIST-AMOUNT TO MVT-AMOUNT.
003990     MOVE HIST-BALANCE-AFTER TO MVT-BALANCE.
003991     MOVE SPACES TO MVT-REMARK.
003992     IF HIST-REV-IS-REVERSAL
003993         MOVE "ANNULATION DU " TO RVR-TEXT
003994         MOVE HIST-REV-LINK-DATE TO RVR-DATE
003995         MOVE WS-REVERSAL-REMARK TO MVT-REMARK
003996     END-IF.
003997     IF HIST-REV-IS-REVERSED
003998         MOVE "ANNULE LE " TO RVR-TEXT
003999         MOVE HIST-REV-LINK-DATE TO RVR-DATE
004000         MOVE WS-REVERSAL-REMARK TO MVT-REMARK
004001     END-IF.
004005     WRITE RPT-LINE FROM WS-MOVEMENT-LINE
004010         AFTER ADVANCING 1 LINE.
004020
004030     MOVE HIST-BALANCE-AFTER TO WS-CLOSING-BALANCE.
004302     IF HIST-FILE-IS-OPEN
004304         CLOSE HISTORY-JOURNAL
004306     END-IF.
004307     IF HLDR-FILE-IS-OPEN
004308         CLOSE ACCOUNT-HOLDERS
004309     END-IF.
004310
004320     DISPLAY "STMTGEN: " WS-STMT-COUNT
004330         " RELEVE(S) POSTE(S), " WS-HELD-COUNT
004332         " CONSERVE(S) EN AGENCE, " WS-SUPP-COUNT
004334         " SUPPRIME(S).".
004335
004336     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
004340 9000-EXIT.
004350     EXIT.
004359
004368*----------------------------------------------------------*
004377*  9100-APPEND-RUN-CONTROL - PUT THE RUN TOTALS ON THE
004386*  RUN-CONTROL REPORT, JUST AHEAD OF THE OUTCOME LINE THE
004395*  MONTHRUN STREAM WRITES FOR THIS STEP. RUN STANDALONE, THE
004404*  REPORT IS CREATED ON FIRST USE; A REPORT THAT CANNOT BE
004413*  REACHED NEVER BLOCKS THE RUN ITSELF.
004422*----------------------------------------------------------*
004431 9100-APPEND-RUN-CONTROL.
004440     OPEN EXTEND RUN-CONTROL.
004449     IF WS-RUNC-FILE-NOT-FOUND
004458         OPEN OUTPUT RUN-CONTROL
004467     END-IF.
004476     IF NOT WS-RUNC-FILE-OK
004485         GO TO 9100-EXIT
004494     END-IF.
004503
004512     MOVE WS-STMT-COUNT TO RNC-STMT-COUNT.
004521     MOVE WS-HELD-COUNT TO RNC-HELD-COUNT.
004530     MOVE WS-SUPP-COUNT TO RNC-SUPP-COUNT.
004539     MOVE WS-STMT-MONTH TO RNC-STMT-MONTH.
004548     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
004557     CLOSE RUN-CONTROL.
004566 9100-EXIT.
004575     EXIT.
