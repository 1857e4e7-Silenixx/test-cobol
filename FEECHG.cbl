000335*                   READS ONLY THAT SLICE, INSTEAD OF
000336*                   RESCANNING THE WHOLE JOURNAL ONCE PER
000337*                   ACCOUNT.
000338*  2026-10-15 LGL   A DEBIT THAT WAS LATER REVERSED, AND A
000339*                   DEBIT THAT IS ITSELF A REVERSAL (SEE
000340*                   HISTREC), NO LONGER ATTRACT THE PER-DEBIT
000341*                   FEE - THE CUSTOMER IS NOT CHARGED FOR THE
000342*                   BANK'S OWN CORRECTIONS.
000343*  2026-10-15 LGL   AN ACCOUNT ON A CATALOGUE PRODUCT (SEE
000344*                   PRODREC) IS NOW CHARGED ITS PRODUCT'S
000345*                   MAINTENANCE FEE, PER-DEBIT FEE AND
000346*                   MINIMUM BALANCE; AN ACCOUNT WITH NO
000347*                   PRODUCT STAYS ON THE FEE FILE TARIFF. AN
000348*                   ACCOUNT WHOSE PRODUCT IS NOT ON THE
000349*                   CATALOGUE IS SKIPPED AND REPORTED.
000350*  2026-10-15 LGL   EVERY CHARGE DETAIL NOW CARRIES
000351*                   TRAN-ORIGIN "F", SO THE POSTING IS
000352*                   JOURNALLED AS A FEE (SEE HISTREC).
000353*  2026-10-15 LGL   THE MONTH END IS NOW THE LAST BUSINESS DAY
000354*                   OF THE MONTH (ASKED OF BUSDAY). RUN ON OR
000355*                   AFTER THAT DAY THE RUN CLOSES THE CURRENT
000356*                   MONTH; RUN EARLIER IT CLOSES THE MONTH
000357*                   BEFORE. THE BATCH DATE IS THE MONTH-END
000358*                   DATE AND THE BATCH NUMBER ITS MONTH, SO A
000359*                   RUN AFTER A MONTH-END WEEKEND STILL POSTS
000360*                   TO THE RIGHT MONTH.
000361*                   THE DEBITS COUNTED ARE THOSE OF THE
000362*                   MONTH BEING CLOSED.
000363*  2026-10-15 LGL   THE STEP OUTCOME IS NOW HANDED BACK
000364*                   THROUGH RETURN-CODE FOR THE MONTHRUN
000365*                   STREAM: 8 WHEN NO BATCH COULD BE BUILT
000366*                   (CALENDAR, PARAMETER OR FILE FAILURE), 4
000367*                   WHEN ACCOUNTS WERE SKIPPED FOR AN UNKNOWN
000368*                   PRODUCT, ZERO OTHERWISE. THE RUN TOTALS
000369*                   ARE ALSO APPENDED TO THE RUN-CONTROL
000370*                   REPORT (RUNCTL) AHEAD OF THE STEP'S
000371*                   OUTCOME LINE.
000372*----------------------------------------------------------*
000374
000376 ENVIRONMENT DIVISION.
000378 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000400         ORGANIZATION IS INDEXED
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-OUT-FILE-STATUS.
000560
000561     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS PROD-CODE
000565         FILE STATUS IS WS-PROD-FILE-STATUS.
000566
000567     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000568         ORGANIZATION IS LINE SEQUENTIAL
000569         FILE STATUS IS WS-RUNC-FILE-STATUS.
000570
000575 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ACCOUNT-MASTER
000600     LABEL RECORDS ARE STANDARD.
000720     LABEL RECORDS ARE STANDARD.
000730     COPY TRANREC.
000740
000741 FD  PRODUCT-FILE
000742     LABEL RECORDS ARE STANDARD.
000743     COPY PRODREC.
000744
000745 FD  RUN-CONTROL
000746     LABEL RECORDS ARE STANDARD.
000747 01  RUNC-LINE                     PIC X(80).
000748
000750 WORKING-STORAGE SECTION.
000760 77  WS-ACCT-FILE-STATUS           PIC X(02).
000770     88  WS-ACCT-FILE-OK               VALUE "00".
000860 77  WS-OUT-FILE-STATUS            PIC X(02).
000870     88  WS-OUT-FILE-OK                VALUE "00".
000880
000881 77  WS-PROD-FILE-STATUS           PIC X(02).
000882     88  WS-PROD-FILE-OK               VALUE "00".
000883     88  WS-PROD-FILE-NOT-FOUND        VALUE "35".
000884
000885 77  WS-RUNC-FILE-STATUS           PIC X(02).
000886     88  WS-RUNC-FILE-OK               VALUE "00".
000887     88  WS-RUNC-FILE-NOT-FOUND        VALUE "35".
000888
000890 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000900     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000910
000950 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
000960     88  HIST-FILE-IS-OPEN             VALUE "Y".
000970
000971 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000972     88  PROD-FILE-IS-OPEN             VALUE "Y".
000973
000974 77  WS-TARIFF-FOUND-SW            PIC X(01) VALUE "N".
000975     88  TARIFF-WAS-FOUND              VALUE "Y".
000976
000980 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
000990     88  ACCT-EOF                      VALUE "Y".
000992
000994 77  WS-RUN-OK-SW                  PIC X(01) VALUE "Y".
000996     88  RUN-IS-OK                     VALUE "Y".
001000
001010 77  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
001020     88  HIST-EOF                      VALUE "Y".
001070         10  WS-TODAY-YYYYMM            PIC 9(06).
001080         10  WS-TODAY-DD                PIC 9(02).
001090
001091 01  WS-MONTH-END-GROUP.
001092     05  WS-MONTH-END              PIC 9(08).
001093     05  WS-MONTH-END-R REDEFINES WS-MONTH-END.
001094         10  WS-MONTH-END-YYYYMM        PIC 9(06).
001095         10  WS-MONTH-END-DD            PIC 9(02).
001096
001097     COPY BDAYPARM.
001098
001099*    ONE TOTALS LINE FOR THE RUN-CONTROL REPORT
001100 01  WS-RUNC-TOTALS.
001101     05  FILLER                PIC X(02) VALUE SPACES.
001102     05  FILLER                PIC X(10) VALUE "FEECHG".
001103     05  RNC-DETAIL-COUNT      PIC ZZZZ9.
001104     05  FILLER                PIC X(23) VALUE
001105         " FEE ITEM(S) FOR BATCH ".
001106     05  RNC-BATCH-NUMBER      PIC 9(06).
001107     05  FILLER                PIC X(02) VALUE ", ".
001108     05  RNC-SKIPPED-COUNT     PIC ZZZZ9.
001109     05  FILLER                PIC X(08) VALUE " SKIPPED".
001110
001113 01  WS-HIST-DATE-GROUP.
001116     05  WS-HIST-DATE              PIC 9(08).
001120     05  WS-HIST-DATE-R REDEFINES WS-HIST-DATE.
001130         10  WS-HIST-YYYYMM             PIC 9(06).
001140         10  WS-HIST-DD                 PIC 9(02).
001160 77  WS-MAINT-FEE                  PIC 9(5)V99 VALUE ZERO.
001170 77  WS-PER-DEBIT-FEE              PIC 9(5)V99 VALUE ZERO.
001180 77  WS-MIN-BALANCE                PIC 9(7)V99 VALUE ZERO.
001182 77  WS-ACCT-MAINT-FEE             PIC 9(5)V99 VALUE ZERO.
001184 77  WS-ACCT-PER-DEBIT-FEE         PIC 9(5)V99 VALUE ZERO.
001186 77  WS-ACCT-MIN-BALANCE           PIC 9(7)V99 VALUE ZERO.
001190
001200 77  WS-BATCH-NUMBER               PIC 9(06) VALUE ZERO.
001210
001250 77  WS-DETAIL-COUNT               PIC 9(06) VALUE ZERO.
001260 77  WS-DEBIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
001270 77  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
001275 77  WS-SKIPPED-COUNT              PIC 9(06) VALUE ZERO.
001280
001290 PROCEDURE DIVISION.
001300
001370     PERFORM 2000-CHARGE-ONE-ACCOUNT THRU 2000-EXIT
001380         UNTIL ACCT-EOF.
001390
001391     IF NOT RUN-IS-OK
001392         MOVE 8 TO RETURN-CODE
001393     ELSE
001394         IF WS-SKIPPED-COUNT > ZERO
001395             MOVE 4 TO RETURN-CODE
001396         END-IF
001397     END-IF.
001398
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.
001420
001450*  FILES, WRITE THE BATCH HEADER AND PRIME THE FIRST READ
001460*----------------------------------------------------------*
001470 1000-INITIALIZE.
001471     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001472     PERFORM 1100-FIND-MONTH-END THRU 1100-EXIT.
001473     IF BDAY-CALENDAR-FAILED
001474        OR BDAY-DATE-INVALID
001475         DISPLAY "FEECHG: BUSINESS-DAY CALENDAR FAILED, "
001476             "NOTHING CHARGED"
001477         MOVE "N" TO WS-RUN-OK-SW
001478         SET ACCT-EOF TO TRUE
001479         GO TO 1000-EXIT
001480     END-IF.
001481     DISPLAY "FEECHG: CLOSING THE MONTH ENDING " WS-MONTH-END.
001482
001486     OPEN INPUT FEE-FILE.
001490     IF NOT WS-FEE-FILE-OK
001500         DISPLAY "FEECHG: UNABLE TO OPEN FEE FILE, "
001510             "STATUS = " WS-FEE-FILE-STATUS
001514         MOVE "N" TO WS-RUN-OK-SW
001520         SET ACCT-EOF TO TRUE
001530         GO TO 1000-EXIT
001540     END-IF.
001560     READ FEE-FILE
001570         AT END
001580             DISPLAY "FEECHG: FEE FILE IS EMPTY"
001584             MOVE "N" TO WS-RUN-OK-SW
001590             SET ACCT-EOF TO TRUE
001600             CLOSE FEE-FILE
001610             GO TO 1000-EXIT
001700     IF NOT WS-ACCT-FILE-OK
001710         DISPLAY "FEECHG: UNABLE TO OPEN ACCOUNT MASTER, "
001720             "STATUS = " WS-ACCT-FILE-STATUS
001724         MOVE "N" TO WS-RUN-OK-SW
001730         SET ACCT-EOF TO TRUE
001740         GO TO 1000-EXIT
001750     END-IF.
001771         IF NOT WS-HIST-FILE-NOT-FOUND
001772             DISPLAY "FEECHG: UNABLE TO OPEN HISTORY "
001773                 "JOURNAL, STATUS = " WS-HIST-FILE-STATUS
001774             MOVE "N" TO WS-RUN-OK-SW
001775             SET ACCT-EOF TO TRUE
001776             GO TO 1000-EXIT
001777         END-IF
001778     END-IF.
001779
001780*    WITH NO PRODUCT CATALOGUE YET EVERY ACCOUNT IS CHARGED
001781*    THE FEE FILE TARIFF
001782     OPEN INPUT PRODUCT-FILE.
001783     IF WS-PROD-FILE-OK
001784         SET PROD-FILE-IS-OPEN TO TRUE
001785     ELSE
001786         IF NOT WS-PROD-FILE-NOT-FOUND
001787             DISPLAY "FEECHG: UNABLE TO OPEN PRODUCT "
001788                 "CATALOGUE, STATUS = " WS-PROD-FILE-STATUS
001789             MOVE "N" TO WS-RUN-OK-SW
001790             SET ACCT-EOF TO TRUE
001791             GO TO 1000-EXIT
001793         END-IF
001794     END-IF.
001795
001797     OPEN OUTPUT FEE-BATCH.
001798     IF NOT WS-OUT-FILE-OK
001800         DISPLAY "FEECHG: UNABLE TO OPEN FEE BATCH, "
001810             "STATUS = " WS-OUT-FILE-STATUS
001814         MOVE "N" TO WS-RUN-OK-SW
001820         SET ACCT-EOF TO TRUE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     SET OUT-FILE-IS-OPEN TO TRUE.
001860
001870     COMPUTE WS-BATCH-NUMBER = WS-MONTH-END-YYYYMM + 500000.
001896
001900     MOVE SPACES TO TRAN-RECORD.
001910     SET TRAN-REC-HEADER TO TRUE.
001920     MOVE WS-MONTH-END TO TRAN-BATCH-DATE.
001930     MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NUMBER.
001940     WRITE TRAN-RECORD.
001950
001960     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
001970 1000-EXIT.
001971     EXIT.
001972
001973*----------------------------------------------------------*
001974*  1100-FIND-MONTH-END - THE MONTH END IS THE LAST BUSINESS
001975*  DAY OF THE MONTH. ON OR AFTER IT THE RUN CLOSES THIS
001976*  MONTH; BEFORE IT, THE MONTH BEFORE, WHOSE MONTH END IS
001977*  THE LAST BUSINESS DAY BEFORE THE FIRST OF THIS MONTH
001978*----------------------------------------------------------*
001979 1100-FIND-MONTH-END.
001980     MOVE WS-TODAY TO BDAY-DATE.
001981     SET BDAY-FN-MONTH-END TO TRUE.
001982     CALL "BUSDAY" USING BDAY-PARAMETERS.
001983     IF BDAY-CALENDAR-FAILED
001984        OR BDAY-DATE-INVALID
001985         GO TO 1100-EXIT
001986     END-IF.
001987     IF WS-TODAY NOT < BDAY-RESULT-DATE
001988         MOVE BDAY-RESULT-DATE TO WS-MONTH-END
001989         GO TO 1100-EXIT
001990     END-IF.
001991
001992     MOVE WS-TODAY-YYYYMM TO WS-MONTH-END-YYYYMM.
001993     MOVE 01 TO WS-MONTH-END-DD.
001994     MOVE WS-MONTH-END TO BDAY-DATE.
001995     SET BDAY-FN-PREVIOUS TO TRUE.
001996     CALL "BUSDAY" USING BDAY-PARAMETERS.
001997     IF BDAY-CALENDAR-FAILED
001998        OR BDAY-DATE-INVALID
001999         GO TO 1100-EXIT
002000     END-IF.
002001     MOVE BDAY-RESULT-DATE TO WS-MONTH-END.
002002 1100-EXIT.
002004     EXIT.
002006
002008*----------------------------------------------------------*
002010*  2000-CHARGE-ONE-ACCOUNT - COMPUTE THE MONTH'S SERVICE
002020*  CHARGES FOR ONE ACTIVE, UNWAIVED ACCOUNT AND EMIT THEM
002030*  AS ONE TRANSACTION DETAIL
002110         GO TO 2000-READ-NEXT
002120     END-IF.
002130
002131     PERFORM 2050-SET-ACCOUNT-TARIFF THRU 2050-EXIT.
002132     IF NOT TARIFF-WAS-FOUND
002133         ADD 1 TO WS-SKIPPED-COUNT
002134         DISPLAY "FEECHG: ACCOUNT " ACCT-NUMBER
002135             " SKIPPED - PRODUCT " ACCT-PRODUCT-CODE
002136             " NOT IN CATALOGUE"
002137         GO TO 2000-READ-NEXT
002138     END-IF.
002139
002140     PERFORM 2100-COUNT-MONTH-DEBITS THRU 2100-EXIT.
002150
002160     MOVE ZERO TO WS-CHARGE-AMOUNT.
002170     IF ACCT-BALANCE < WS-ACCT-MIN-BALANCE
002180         ADD WS-ACCT-MAINT-FEE TO WS-CHARGE-AMOUNT
002190     END-IF.
002200     COMPUTE WS-CHARGE-AMOUNT = WS-CHARGE-AMOUNT
002210         + (WS-ACCT-PER-DEBIT-FEE * WS-MONTH-DEBIT-COUNT).
002220
002230     IF WS-CHARGE-AMOUNT = ZERO
002240         GO TO 2000-READ-NEXT
002310     MOVE WS-CHARGE-AMOUNT TO TRAN-AMOUNT.
002320     MOVE "Y" TO TRAN-AUTH-CODE.
002330     MOVE ZERO TO TRAN-TO-ACCOUNT.
002331     SET TRAN-ORIGIN-FEE TO TRUE.
002340     WRITE TRAN-RECORD.
002350
002360     ADD 1 TO WS-DETAIL-COUNT.
002390 2000-READ-NEXT.
002400     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
002410 2000-EXIT.
002411     EXIT.
002412
002413*----------------------------------------------------------*
002414*  2050-SET-ACCOUNT-TARIFF - TAKE THE ACCOUNT'S FEES AND
002415*  MINIMUM BALANCE FROM ITS PRODUCT, OR FROM THE FEE FILE
002416*  WHEN IT HAS NONE
002417*----------------------------------------------------------*
002418 2050-SET-ACCOUNT-TARIFF.
002419     MOVE "N" TO WS-TARIFF-FOUND-SW.
002420
002421     IF ACCT-NO-PRODUCT
002422         MOVE WS-MAINT-FEE TO WS-ACCT-MAINT-FEE
002423         MOVE WS-PER-DEBIT-FEE TO WS-ACCT-PER-DEBIT-FEE
002424         MOVE WS-MIN-BALANCE TO WS-ACCT-MIN-BALANCE
002425         SET TARIFF-WAS-FOUND TO TRUE
002426         GO TO 2050-EXIT
002427     END-IF.
002428
002429     IF NOT PROD-FILE-IS-OPEN
002430         GO TO 2050-EXIT
002431     END-IF.
002432
002433     MOVE ACCT-PRODUCT-CODE TO PROD-CODE.
002434     READ PRODUCT-FILE
002435         INVALID KEY
002436             GO TO 2050-EXIT
002437     END-READ.
002438
002439     MOVE PROD-MAINT-FEE TO WS-ACCT-MAINT-FEE.
002440     MOVE PROD-PER-DEBIT-FEE TO WS-ACCT-PER-DEBIT-FEE.
002441     MOVE PROD-MIN-BALANCE TO WS-ACCT-MIN-BALANCE.
002442     SET TARIFF-WAS-FOUND TO TRUE.
002443 2050-EXIT.
002444     EXIT.
002446
002448*----------------------------------------------------------*
002450*  2100-COUNT-MONTH-DEBITS - START AT THIS ACCOUNT'S FIRST
002460*  JOURNAL KEY OF THE RUN MONTH AND COUNT ITS DEBITS
002470*----------------------------------------------------------*
002530     END-IF.
002540
002550     MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER.
002560     MOVE WS-MONTH-END-YYYYMM TO WS-HIST-YYYYMM.
002570     MOVE 01 TO WS-HIST-DD.
002580     MOVE WS-HIST-DATE TO HIST-POST-DATE.
002590     MOVE ZEROS TO HIST-POST-SEQ.
002830
002840     MOVE HIST-POST-DATE TO WS-HIST-DATE.
002850     IF HIST-ACCT-NUMBER NOT = ACCT-NUMBER
002860        OR WS-HIST-YYYYMM NOT = WS-MONTH-END-YYYYMM
002870         SET HIST-EOF TO TRUE
002880         GO TO 2150-EXIT
002890     END-IF.
002900
002910     IF HIST-TYPE-DEBIT
002921        AND HIST-REV-NONE
002930         ADD 1 TO WS-MONTH-DEBIT-COUNT
002940     END-IF.
002950 2150-EXIT.
003252     IF HIST-FILE-IS-OPEN
003254         CLOSE HISTORY-JOURNAL
003256     END-IF.
003257     IF PROD-FILE-IS-OPEN
003258         CLOSE PRODUCT-FILE
003259     END-IF.
003260
003270     DISPLAY "FEECHG: " WS-DETAIL-COUNT
003280         " FEE TRANSACTION(S) EMITTED FOR BATCH "
003290         WS-BATCH-NUMBER ".".
003291     IF WS-SKIPPED-COUNT > ZERO
003292         DISPLAY "FEECHG: " WS-SKIPPED-COUNT
003293             " ACCOUNT(S) SKIPPED FOR AN UNKNOWN PRODUCT."
003294     END-IF.
003295
003296     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
003300 9000-EXIT.
003310     EXIT.
003319
003328*----------------------------------------------------------*
003337*  9100-APPEND-RUN-CONTROL - PUT THE RUN TOTALS ON THE
003346*  RUN-CONTROL REPORT, JUST AHEAD OF THE OUTCOME LINE THE
003355*  MONTHRUN STREAM WRITES FOR THIS STEP. RUN STANDALONE, THE
003364*  REPORT IS CREATED ON FIRST USE; A REPORT THAT CANNOT BE
003373*  REACHED NEVER BLOCKS THE RUN ITSELF.
003382*----------------------------------------------------------*
003391 9100-APPEND-RUN-CONTROL.
003400     OPEN EXTEND RUN-CONTROL.
003409     IF WS-RUNC-FILE-NOT-FOUND
003418         OPEN OUTPUT RUN-CONTROL
003427     END-IF.
003436     IF NOT WS-RUNC-FILE-OK
003445         GO TO 9100-EXIT
003454     END-IF.
003463
003472     MOVE WS-DETAIL-COUNT TO RNC-DETAIL-COUNT.
003481     MOVE WS-BATCH-NUMBER TO RNC-BATCH-NUMBER.
003490     MOVE WS-SKIPPED-COUNT TO RNC-SKIPPED-COUNT.
003499     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
003508     CLOSE RUN-CONTROL.
003517 9100-EXIT.
003526     EXIT.
