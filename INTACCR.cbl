000260*                   SO EACH MONTH-END POSTS AS A NEW BATCH
000270*                   AND A RERUN OF THE SAME MONTH IS REFUSED
000280*                   BY POSTTRAN'S BATCH REGISTER.
000281*  2026-10-15 LGL   AN ACCOUNT ON A CATALOGUE PRODUCT (SEE
000282*                   PRODREC) NOW ACCRUES AT ITS PRODUCT'S
000283*                   CREDIT AND DEBIT RATES; AN ACCOUNT WITH
000284*                   NO PRODUCT STAYS ON THE RATE FILE. AN
000285*                   ACCOUNT WHOSE PRODUCT IS NOT ON THE
000286*                   CATALOGUE IS SKIPPED AND REPORTED.
000287*  2026-10-15 LGL   EVERY INTEREST DETAIL NOW CARRIES
000288*                   TRAN-ORIGIN "I", SO THE POSTING IS
000289*                   JOURNALLED AS INTEREST (SEE HISTREC).
000290*  2026-10-15 LGL   THE MONTH END IS NOW THE LAST BUSINESS DAY
000291*                   OF THE MONTH (ASKED OF BUSDAY). RUN ON OR
000292*                   AFTER THAT DAY THE RUN CLOSES THE CURRENT
000293*                   MONTH; RUN EARLIER IT CLOSES THE MONTH
000294*                   BEFORE. THE BATCH DATE IS THE MONTH-END
000295*                   DATE AND THE BATCH NUMBER ITS MONTH, SO A
000296*                   RUN AFTER A MONTH-END WEEKEND STILL POSTS
000297*                   TO THE RIGHT MONTH.
000298*  2026-10-15 LGL   THE STEP OUTCOME IS NOW HANDED BACK
000299*                   THROUGH RETURN-CODE FOR THE MONTHRUN
000300*                   STREAM: 8 WHEN NO BATCH COULD BE BUILT
000301*                   (CALENDAR, PARAMETER OR FILE FAILURE), 4
000302*                   WHEN ACCOUNTS WERE SKIPPED FOR AN UNKNOWN
000303*                   PRODUCT, ZERO OTHERWISE. THE RUN TOTALS
000304*                   ARE ALSO APPENDED TO THE RUN-CONTROL
000305*                   REPORT (RUNCTL) AHEAD OF THE STEP'S
000306*                   OUTCOME LINE.
000307*----------------------------------------------------------*
000308
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-INT-FILE-STATUS.
000470
000471     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS PROD-CODE
000475         FILE STATUS IS WS-PROD-FILE-STATUS.
000476
000477     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WS-RUNC-FILE-STATUS.
000480
000485 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCOUNT-MASTER
000510     LABEL RECORDS ARE STANDARD.
000590     LABEL RECORDS ARE STANDARD.
000600     COPY TRANREC.
000610
000611 FD  PRODUCT-FILE
000612     LABEL RECORDS ARE STANDARD.
000613     COPY PRODREC.
000614
000615 FD  RUN-CONTROL
000616     LABEL RECORDS ARE STANDARD.
000617 01  RUNC-LINE                     PIC X(80).
000618
000620 WORKING-STORAGE SECTION.
000630 77  WS-ACCT-FILE-STATUS           PIC X(02).
000640     88  WS-ACCT-FILE-OK               VALUE "00".
000690 77  WS-INT-FILE-STATUS            PIC X(02).
000700     88  WS-INT-FILE-OK                VALUE "00".
000710
000711 77  WS-PROD-FILE-STATUS           PIC X(02).
000712     88  WS-PROD-FILE-OK               VALUE "00".
000713     88  WS-PROD-FILE-NOT-FOUND        VALUE "35".
000714
000715 77  WS-RUNC-FILE-STATUS           PIC X(02).
000716     88  WS-RUNC-FILE-OK               VALUE "00".
000717     88  WS-RUNC-FILE-NOT-FOUND        VALUE "35".
000718
000720 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000730     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000740
000750 77  WS-INT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000760     88  INT-FILE-IS-OPEN              VALUE "Y".
000770
000771 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000772     88  PROD-FILE-IS-OPEN             VALUE "Y".
000773
000774 77  WS-RATE-FOUND-SW              PIC X(01) VALUE "N".
000775     88  RATE-WAS-FOUND                VALUE "Y".
000776
000780 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
000790     88  ACCT-EOF                      VALUE "Y".
000792
000794 77  WS-RUN-OK-SW                  PIC X(01) VALUE "Y".
000796     88  RUN-IS-OK                     VALUE "Y".
000800
000810 01  WS-TODAY-GROUP.
000820     05  WS-TODAY                  PIC 9(08).
000840         10  WS-TODAY-YYYYMM            PIC 9(06).
000850         10  WS-TODAY-DD                PIC 9(02).
000860
000861 01  WS-MONTH-END-GROUP.
000862     05  WS-MONTH-END              PIC 9(08).
000863     05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
000864         10  WS-MONTH-END-YYYYMM        PIC 9(06).
000865         10  WS-MONTH-END-DD            PIC 9(02).
000866
000867     COPY BDAYPARM.
000868
000869*    ONE TOTALS LINE FOR THE RUN-CONTROL REPORT
000870 01  WS-RUNC-TOTALS.
000871     05  FILLER                PIC X(02) VALUE SPACES.
000872     05  FILLER                PIC X(10) VALUE "INTACCR".
000873     05  RNC-DETAIL-COUNT      PIC ZZZZ9.
000874     05  FILLER                PIC X(28) VALUE
000875         " INTEREST ITEM(S) FOR BATCH ".
000876     05  RNC-BATCH-NUMBER      PIC 9(06).
000877     05  FILLER                PIC X(02) VALUE ", ".
000878     05  RNC-SKIPPED-COUNT     PIC ZZZZ9.
000879     05  FILLER                PIC X(08) VALUE " SKIPPED".
000880
000881 77  WS-CREDIT-RATE                PIC 9V9(4) VALUE ZERO.
000882 77  WS-DEBIT-RATE                 PIC 9V9(4) VALUE ZERO.
000883 77  WS-ACCT-CREDIT-RATE           PIC 9V9(4) VALUE ZERO.
000886 77  WS-ACCT-DEBIT-RATE            PIC 9V9(4) VALUE ZERO.
000890 77  WS-BATCH-NUMBER               PIC 9(06) VALUE ZERO.
000900
000910 77  WS-INTEREST-AMOUNT            PIC 9(7)V99 VALUE ZERO.
000930 77  WS-DETAIL-COUNT               PIC 9(06) VALUE ZERO.
000940 77  WS-DEBIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
000950 77  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
000955 77  WS-SKIPPED-COUNT              PIC 9(06) VALUE ZERO.
000960
000970 PROCEDURE DIVISION.
000980
001050     PERFORM 2000-ACCRUE-ONE-ACCOUNT THRU 2000-EXIT
001060         UNTIL ACCT-EOF.
001070
001071     IF NOT RUN-IS-OK
001072         MOVE 8 TO RETURN-CODE
001073     ELSE
001074         IF WS-SKIPPED-COUNT > ZERO
001075             MOVE 4 TO RETURN-CODE
001076         END-IF
001077     END-IF.
001078
001080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001090     GOBACK.
001100
001130*  FILES, WRITE THE BATCH HEADER AND PRIME THE FIRST READ
001140*----------------------------------------------------------*
001150 1000-INITIALIZE.
001151     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001152     PERFORM 1100-FIND-MONTH-END THRU 1100-EXIT.
001153     IF BDAY-CALENDAR-FAILED
001154        OR BDAY-DATE-INVALID
001155         DISPLAY "INTACCR: BUSINESS-DAY CALENDAR FAILED, "
001156             "NOTHING ACCRUED"
001157         MOVE "N" TO WS-RUN-OK-SW
001158         SET ACCT-EOF TO TRUE
001159         GO TO 1000-EXIT
001160     END-IF.
001161     DISPLAY "INTACCR: CLOSING THE MONTH ENDING " WS-MONTH-END.
001162
001166     OPEN INPUT RATE-FILE.
001170     IF NOT WS-RATE-FILE-OK
001180         DISPLAY "INTACCR: UNABLE TO OPEN RATE FILE, "
001190             "STATUS = " WS-RATE-FILE-STATUS
001194         MOVE "N" TO WS-RUN-OK-SW
001200         SET ACCT-EOF TO TRUE
001210         GO TO 1000-EXIT
001220     END-IF.
001240     READ RATE-FILE
001250         AT END
001260             DISPLAY "INTACCR: RATE FILE IS EMPTY"
001264             MOVE "N" TO WS-RUN-OK-SW
001270             SET ACCT-EOF TO TRUE
001280             CLOSE RATE-FILE
001290             GO TO 1000-EXIT
001370     IF NOT WS-ACCT-FILE-OK
001380         DISPLAY "INTACCR: UNABLE TO OPEN ACCOUNT MASTER, "
001390             "STATUS = " WS-ACCT-FILE-STATUS
001394         MOVE "N" TO WS-RUN-OK-SW
001400         SET ACCT-EOF TO TRUE
001410         GO TO 1000-EXIT
001420     END-IF.
001460     IF NOT WS-INT-FILE-OK
001470         DISPLAY "INTACCR: UNABLE TO OPEN INTEREST BATCH, "
001480             "STATUS = " WS-INT-FILE-STATUS
001484         MOVE "N" TO WS-RUN-OK-SW
001490         SET ACCT-EOF TO TRUE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     SET INT-FILE-IS-OPEN TO TRUE.
001530
001540*    WITH NO PRODUCT CATALOGUE YET EVERY ACCOUNT IS PRICED
001541*    FROM THE RATE FILE
001542     OPEN INPUT PRODUCT-FILE.
001543     IF WS-PROD-FILE-OK
001545         SET PROD-FILE-IS-OPEN TO TRUE
001546     ELSE
001547         IF NOT WS-PROD-FILE-NOT-FOUND
001548             DISPLAY "INTACCR: UNABLE TO OPEN PRODUCT CATALOGUE, "
001550                 "STATUS = " WS-PROD-FILE-STATUS
001551             MOVE "N" TO WS-RUN-OK-SW
001552             SET ACCT-EOF TO TRUE
001553             GO TO 1000-EXIT
001555         END-IF
001556     END-IF.
001557
001558     MOVE WS-MONTH-END-YYYYMM TO WS-BATCH-NUMBER.
001560
001570     MOVE SPACES TO TRAN-RECORD.
001580     SET TRAN-REC-HEADER TO TRUE.
001590     MOVE WS-MONTH-END TO TRAN-BATCH-DATE.
001600     MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NUMBER.
001610     WRITE TRAN-RECORD.
001620
001630     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
001640 1000-EXIT.
001641     EXIT.
001642
001643*----------------------------------------------------------*
001644*  1100-FIND-MONTH-END - THE MONTH END IS THE LAST BUSINESS
001645*  DAY OF THE MONTH. ON OR AFTER IT THE RUN CLOSES THIS
001646*  MONTH; BEFORE IT, THE MONTH BEFORE, WHOSE MONTH END IS
001647*  THE LAST BUSINESS DAY BEFORE THE FIRST OF THIS MONTH
001648*----------------------------------------------------------*
001649 1100-FIND-MONTH-END.
001650     MOVE WS-TODAY TO BDAY-DATE.
001651     SET BDAY-FN-MONTH-END TO TRUE.
001652     CALL "BUSDAY" USING BDAY-PARAMETERS.
001653     IF BDAY-CALENDAR-FAILED
001654        OR BDAY-DATE-INVALID
001655         GO TO 1100-EXIT
001656     END-IF.
001657     IF WS-TODAY NOT < BDAY-RESULT-DATE
001658         MOVE BDAY-RESULT-DATE TO WS-MONTH-END
001659         GO TO 1100-EXIT
001660     END-IF.
001661
001662     MOVE WS-TODAY-YYYYMM TO WS-MONTH-END-YYYYMM.
001663     MOVE 01 TO WS-MONTH-END-DD.
001664     MOVE WS-MONTH-END TO BDAY-DATE.
001665     SET BDAY-FN-PREVIOUS TO TRUE.
001666     CALL "BUSDAY" USING BDAY-PARAMETERS.
001667     IF BDAY-CALENDAR-FAILED
001668        OR BDAY-DATE-INVALID
001669         GO TO 1100-EXIT
001670     END-IF.
001671     MOVE BDAY-RESULT-DATE TO WS-MONTH-END.
001672 1100-EXIT.
001674     EXIT.
001676
001678*----------------------------------------------------------*
001680*  2000-ACCRUE-ONE-ACCOUNT - COMPUTE THE INTEREST ON ONE
001690*  ACTIVE ACCOUNT AND EMIT IT AS A TRANSACTION DETAIL
001700*----------------------------------------------------------*
001770         GO TO 2000-READ-NEXT
001780     END-IF.
001790
001791     PERFORM 2100-SET-ACCOUNT-RATES THRU 2100-EXIT.
001792     IF NOT RATE-WAS-FOUND
001793         ADD 1 TO WS-SKIPPED-COUNT
001794         DISPLAY "INTACCR: ACCOUNT " ACCT-NUMBER
001795             " SKIPPED - PRODUCT " ACCT-PRODUCT-CODE
001796             " NOT IN CATALOGUE"
001797         GO TO 2000-READ-NEXT
001798     END-IF.
001799
001800     IF ACCT-BALANCE > ZERO
001810         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
001820             ACCT-BALANCE * WS-ACCT-CREDIT-RATE
001830     ELSE
001840         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
001850             (ZERO - ACCT-BALANCE) * WS-ACCT-DEBIT-RATE
001860     END-IF.
001870
001880     IF WS-INTEREST-AMOUNT = ZERO
001930     SET TRAN-REC-DETAIL TO TRUE.
001940     MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
001950     MOVE WS-INTEREST-AMOUNT TO TRAN-AMOUNT.
001951     SET TRAN-ORIGIN-INTEREST TO TRUE.
001960     IF ACCT-BALANCE > ZERO
001970         SET TRAN-TYPE-CREDIT TO TRUE
001980         ADD WS-INTEREST-AMOUNT TO WS-CREDIT-TOTAL
002060 2000-READ-NEXT.
002070     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
002080 2000-EXIT.
002081     EXIT.
002082
002083*----------------------------------------------------------*
002084*  2100-SET-ACCOUNT-RATES - TAKE THE ACCOUNT'S RATES FROM
002085*  ITS PRODUCT, OR FROM THE RATE FILE WHEN IT HAS NONE
002086*----------------------------------------------------------*
002087 2100-SET-ACCOUNT-RATES.
002088     MOVE "N" TO WS-RATE-FOUND-SW.
002089
002090     IF ACCT-NO-PRODUCT
002091         MOVE WS-CREDIT-RATE TO WS-ACCT-CREDIT-RATE
002092         MOVE WS-DEBIT-RATE TO WS-ACCT-DEBIT-RATE
002093         SET RATE-WAS-FOUND TO TRUE
002094         GO TO 2100-EXIT
002095     END-IF.
002096
002097     IF NOT PROD-FILE-IS-OPEN
002098         GO TO 2100-EXIT
002099     END-IF.
002100
002101     MOVE ACCT-PRODUCT-CODE TO PROD-CODE.
002102     READ PRODUCT-FILE
002103         INVALID KEY
002104             GO TO 2100-EXIT
002105     END-READ.
002106
002107     MOVE PROD-CREDIT-RATE TO WS-ACCT-CREDIT-RATE.
002108     MOVE PROD-DEBIT-RATE TO WS-ACCT-DEBIT-RATE.
002109     SET RATE-WAS-FOUND TO TRUE.
002110 2100-EXIT.
002112     EXIT.
002115
002117*----------------------------------------------------------*
002120*  8000-READ-ACCOUNT - READ THE NEXT ACCOUNT MASTER RECORD
002130*----------------------------------------------------------*
002140 8000-READ-ACCOUNT.
002360     IF ACCT-FILE-IS-OPEN
002370         CLOSE ACCOUNT-MASTER
002380     END-IF.
002382     IF PROD-FILE-IS-OPEN
002384         CLOSE PRODUCT-FILE
002386     END-IF.
002390
002400     DISPLAY "INTACCR: " WS-DETAIL-COUNT
002410         " INTEREST TRANSACTION(S) EMITTED FOR BATCH "
002420         WS-BATCH-NUMBER ".".
002421     IF WS-SKIPPED-COUNT > ZERO
002422         DISPLAY "INTACCR: " WS-SKIPPED-COUNT
002423             " ACCOUNT(S) SKIPPED FOR AN UNKNOWN PRODUCT."
002424     END-IF.
002425
002426     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
002430 9000-EXIT.
002440     EXIT.
002449
002458*----------------------------------------------------------*
002467*  9100-APPEND-RUN-CONTROL - PUT THE RUN TOTALS ON THE
002476*  RUN-CONTROL REPORT, JUST AHEAD OF THE OUTCOME LINE THE
002485*  MONTHRUN STREAM WRITES FOR THIS STEP. RUN STANDALONE, THE
002494*  REPORT IS CREATED ON FIRST USE; A REPORT THAT CANNOT BE
002503*  REACHED NEVER BLOCKS THE RUN ITSELF.
002512*----------------------------------------------------------*
002521 9100-APPEND-RUN-CONTROL.
002530     OPEN EXTEND RUN-CONTROL.
002539     IF WS-RUNC-FILE-NOT-FOUND
002548         OPEN OUTPUT RUN-CONTROL
002557     END-IF.
002566     IF NOT WS-RUNC-FILE-OK
002575         GO TO 9100-EXIT
002584     END-IF.
002593
002602     MOVE WS-DETAIL-COUNT TO RNC-DETAIL-COUNT.
002611     MOVE WS-BATCH-NUMBER TO RNC-BATCH-NUMBER.
002620     MOVE WS-SKIPPED-COUNT TO RNC-SKIPPED-COUNT.
002629     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
002638     CLOSE RUN-CONTROL.
002647 9100-EXIT.
002656     EXIT.
