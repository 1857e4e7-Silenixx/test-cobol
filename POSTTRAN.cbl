001575*                   RUN-CONTROL REPORT (RUNCTL), SO THE
001576*                   NIGHT'S STORY IS ON ONE PAGE INSTEAD OF
001577*                   SPLIT BETWEEN THE REPORT AND THE CONSOLE.
001578*  2026-10-15 LGL   REVERSALS. A TRAN-TYPE "R" DETAIL (SEE
001579*                   TRANREC) NAMES A POSTING ALREADY ON THE
001580*                   HISTORY JOURNAL BY ITS HIST-KEY. THE
001581*                   ORIGINAL MUST BE ON THE LIVE JOURNAL,
001582*                   NOT ALREADY REVERSED, NOT ITSELF A
001583*                   REVERSAL, NOT A TRANSFER LEG (A TRANSFER
001584*                   IS UNDONE BY A TRANSFER BACK, BOTH LEGS
001585*                   TOGETHER) AND FOR THE SAME AMOUNT; THE
001586*                   ACCOUNT MUST NOT BE CLOSED. THE EXACT
001587*                   OPPOSITE IS THEN POSTED - THE BANK'S OWN
001588*                   CORRECTION, SO NO DORMANCY, HOLD OR
001589*                   OVERDRAFT CHECK, ONLY THE POSTING LIMIT,
001590*                   AND A DORMANT ACCOUNT STAYS DORMANT - AND
001591*                   BOTH JOURNAL ENTRIES ARE MARKED, THE NEW
001592*                   ONE AS THE REVERSAL AND THE ORIGINAL AS
001593*                   REVERSED, EACH LINKED TO THE OTHER (SEE
001594*                   HISTREC). A REFUSED REVERSAL GOES TO THE
001595*                   EXCEPTION REPORT BUT NOT TO SUSPENSE: IT
001596*                   IS PUT RIGHT BY KEYING THE CORRECT
001597*                   REFERENCE, WHICH SUSPENSE DOES NOT CARRY.
001598*  2026-10-15 LGL   EVERY JOURNAL ENTRY NOW CARRIES ITS
001599*                   ORIGIN (SEE HISTREC): INTEREST, FEE OR
001600*                   STANDING ORDER AS MARKED ON THE DETAIL BY
001601*                   INTACCR, FEECHG AND SORDGEN, OTHERWISE A
001602*                   TRANSFER FOR BOTH LEGS OF A "T" DETAIL AND
001603*                   A BRANCH ENTRY FOR THE REST. A REVERSAL
001604*                   TAKES THE ORIGIN OF THE POSTING IT UNDOES.
001605*  2026-10-15 LGL   PAYMENTS TO OTHER BANKS. A TRAN-TYPE "X"
001606*                   DETAIL (SEE TRANREC) IS POSTED AS A DEBIT
001607*                   TO OUR CUSTOMER WITH EVERY CHECK AN
001608*                   ORDINARY DEBIT GETS, AND IS REFUSED
001609*                   WITHOUT THE PAYEE'S BANK AND ACCOUNT OR
001610*                   AGAINST A CLOSED ACCOUNT. THE DEBIT IS
001611*                   JOURNALLED WITH ORIGIN "P" AND THE
001612*                   PAYMENT WRITTEN TO THE OUTBOUND CLEARING
001613*                   FILE (CLROUT, SEE CLROREC), ONE H/D/T
001614*                   BLOCK PER POSTED BATCH THAT CARRIED
001615*                   PAYMENTS, CARRYING THE DEBIT'S HIST-KEY.
001616*                   A REFUSED PAYMENT IS NOT PUT IN SUSPENSE,
001617*                   WHICH HAS NO ROOM FOR THE PAYEE; IT IS
001618*                   REKEYED. A SENT PAYMENT CANNOT BE UNDONE
001619*                   BY A REVERSAL - THE MONEY HAS LEFT THE
001620*                   BANK AND COMES BACK, IF AT ALL, THROUGH
001621*                   THE INBOUND CLEARING FILE. THE PAYMENT
001622*                   COUNT AND TOTAL ARE ADDED TO THE RUN
001623*                   TOTALS.
001624*  2026-10-15 LGL   EVERY JOURNAL ENTRY NOW CARRIES THE NUMBER
001625*                   OF THE BATCH THAT POSTED IT (SEE HISTREC).
001627*----------------------------------------------------------*
001629
001631 ENVIRONMENT DIVISION.
001633 INPUT-OUTPUT SECTION.
001635 FILE-CONTROL.
001637     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS ACCT-NUMBER
001980         ORGANIZATION IS INDEXED
001990         ACCESS MODE IS DYNAMIC
002000         RECORD KEY IS SUSP-NUMBER
002002         FILE STATUS IS WS-SUSP-FILE-STATUS.
002004
002006     SELECT CLEARING-OUT ASSIGN TO "CLROUT"
002008         ORGANIZATION IS SEQUENTIAL
002010         FILE STATUS IS WS-CLRO-FILE-STATUS.
002012
002014     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
002015         ORGANIZATION IS LINE SEQUENTIAL
002410
002420 FD  SUSPENSE-FILE
002430     LABEL RECORDS ARE STANDARD.
002432     COPY SUSPREC.
002434
002436 FD  CLEARING-OUT
002438     LABEL RECORDS ARE STANDARD.
002440     COPY CLROREC.
002442
002444 FD  RUN-CONTROL
002445     LABEL RECORDS ARE STANDARD.
002891     05  RNC-REFUSED-BATCHES   PIC ZZ9.
002892     05  FILLER                PIC X(08) VALUE " REFUSED".
002893
002894 01  WS-RUNC-PAYMENTS.
002895     05  FILLER                PIC X(02) VALUE SPACES.
002896     05  FILLER                PIC X(10) VALUE "POSTTRAN".
002897     05  RNP-PAYMENT-COUNT     PIC ZZZZ9.
002898     05  FILLER                PIC X(25) VALUE
002899         " PAYMENT(S) SENT, TOTAL ".
002900     05  RNP-PAYMENT-TOTAL     PIC Z(10)9.99.
002901
002902 77  WS-CLRO-FILE-STATUS           PIC X(02).
002903     88  WS-CLRO-FILE-OK               VALUE "00".
002904     88  WS-CLRO-FILE-NOT-FOUND        VALUE "35".
002905
002906 77  WS-CLRO-FILE-OPEN-SW          PIC X(01) VALUE "N".
002907     88  CLRO-FILE-IS-OPEN             VALUE "Y".
002908
002909*    SET ONCE THE OUTBOUND FILE HAS FAILED TO OPEN, SO EVERY
002910*    LATER PAYMENT IS FLAGGED INSTEAD OF RETRYING THE OPEN
002911 77  WS-CLRO-FAILED-SW             PIC X(01) VALUE "N".
002912     88  CLRO-FILE-FAILED              VALUE "Y".
002913
002914 77  WS-CLRO-BLOCK-SW              PIC X(01) VALUE "N".
002915     88  CLRO-BLOCK-IS-OPEN            VALUE "Y".
002916
002917 77  WS-CLRO-BLOCK-COUNT           PIC 9(06) VALUE ZERO.
002918 77  WS-CLRO-BLOCK-TOTAL           PIC 9(11)V99 VALUE ZERO.
002919 77  WS-PAYMENT-COUNT              PIC 9(05) COMP VALUE ZERO.
002920 77  WS-PAYMENT-TOTAL              PIC 9(11)V99 VALUE ZERO.
002921
002923 77  WS-HOLD-FILE-STATUS           PIC X(02).
002925     88  WS-HOLD-FILE-OK               VALUE "00".
002926     88  WS-HOLD-FILE-NOT-FOUND        VALUE "35".
002928
002930 77  WS-HOLD-FILE-OPEN-SW          PIC X(01) VALUE "N".
002940     88  HOLD-FILE-IS-OPEN             VALUE "Y".
002950
004220 77  WS-JRNL-BEFORE                PIC S9(7)V99 VALUE ZERO.
004230 77  WS-JRNL-AFTER                 PIC S9(7)V99 VALUE ZERO.
004240 77  WS-JRNL-XFER                  PIC 9(06) VALUE ZERO.
004241
004242*    REVERSAL WORK AREAS - THE ORIGINAL POSTING'S TYPE AND
004243*    THE KEY THE REVERSING ENTRY WAS JOURNALLED UNDER
004244 77  WS-REV-ORIG-TYPE              PIC X(01) VALUE SPACE.
004245     88  REV-ORIG-CREDIT               VALUE "C".
004246 77  WS-REV-ORIG-ORIGIN            PIC X(01) VALUE SPACE.
004247 77  WS-REV-POST-DATE              PIC 9(08) VALUE ZERO.
004248 77  WS-REV-POST-SEQ               PIC 9(04) VALUE ZERO.
004250
004260 77  WS-TRAN-COUNT                 PIC 9(05) COMP VALUE ZERO.
004270 77  WS-REJECT-COUNT               PIC 9(05) COMP VALUE ZERO.
008890         GO TO 2000-READ-NEXT
008900     END-IF.
008910
008911     IF TRAN-TYPE-REVERSAL
008912         PERFORM 2800-POST-REVERSAL THRU 2800-EXIT
008913         GO TO 2000-READ-NEXT
008914     END-IF.
008915
008916     IF TRAN-TYPE-PAYMENT
008917        AND (TRAN-CPTY-BANK = SPACES
008918             OR TRAN-CPTY-ACCOUNT = SPACES)
008919         MOVE ZERO TO WS-NEW-BALANCE
008920         MOVE "PAYEE DETAILS MISSING"
008921             TO WS-EXCP-REASON-TEXT
008922         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
008923         ADD 1 TO WS-REJECT-COUNT
008924         GO TO 2000-READ-NEXT
008925     END-IF.
008926
008928     MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER.
008930     READ ACCOUNT-MASTER
008940         INVALID KEY
008950             MOVE ZERO TO WS-NEW-BALANCE
009050         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + TRAN-AMOUNT
009060     ELSE
009070         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - TRAN-AMOUNT
009071     END-IF.
009072
009073     IF TRAN-TYPE-PAYMENT
009074        AND ACCT-STATUS-CLOSED
009075         MOVE "ACCOUNT IS CLOSED"
009076             TO WS-EXCP-REASON-TEXT
009077         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
009078         ADD 1 TO WS-REJECT-COUNT
009079         GO TO 2000-READ-NEXT
009080     END-IF.
009090
009100     IF ACCT-STATUS-DORMANT
009600     END-REWRITE.
009610
009620     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
009621
009622     IF TRAN-TYPE-PAYMENT
009623         PERFORM 2550-WRITE-OUTBOUND THRU 2550-EXIT
009624     END-IF.
009630
009640 2000-READ-NEXT.
009650     PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT.
011770     EXIT.
011780
011790*----------------------------------------------------------*
011791*  2550-WRITE-OUTBOUND - PUT A POSTED PAYMENT ON THE
011792*  OUTBOUND CLEARING FILE UNDER THE HIST-KEY ITS DEBIT WAS
011793*  JOURNALLED WITH, OPENING THE FILE AND THE BATCH'S BLOCK
011794*  ON THE FIRST PAYMENT. THE DEBIT HAS ALREADY POSTED, SO A
011795*  PAYMENT THAT CANNOT BE WRITTEN IS FLAGGED LOUDLY FOR
011796*  MANUAL SENDING RATHER THAN UNDONE.
011797*----------------------------------------------------------*
011798 2550-WRITE-OUTBOUND.
011799     IF NOT WS-HIST-FILE-OK
011800         DISPLAY "POSTTRAN: *** PAYMENT FROM ACCOUNT "
011801             TRAN-ACCOUNT-NUMBER " DEBITED BUT NOT "
011802             "JOURNALLED - INVESTIGATE ***"
011803     END-IF.
011804
011805     IF NOT CLRO-FILE-IS-OPEN
011806        AND NOT CLRO-FILE-FAILED
011807         OPEN EXTEND CLEARING-OUT
011808         IF WS-CLRO-FILE-NOT-FOUND
011809             OPEN OUTPUT CLEARING-OUT
011810         END-IF
011811         IF WS-CLRO-FILE-OK
011812             SET CLRO-FILE-IS-OPEN TO TRUE
011813         ELSE
011814             DISPLAY "POSTTRAN: UNABLE TO OPEN OUTBOUND "
011815                 "CLEARING FILE, STATUS = "
011816                 WS-CLRO-FILE-STATUS
011817             SET CLRO-FILE-FAILED TO TRUE
011818         END-IF
011819     END-IF.
011820     IF CLRO-FILE-FAILED
011821         DISPLAY "POSTTRAN: *** PAYMENT FROM ACCOUNT "
011822             TRAN-ACCOUNT-NUMBER " DEBITED BUT NOT SENT - "
011823             "SEND BY HAND ***"
011824         GO TO 2550-EXIT
011825     END-IF.
011826
011827     IF NOT CLRO-BLOCK-IS-OPEN
011828         MOVE SPACES TO CLRO-RECORD
011829         SET CLRO-REC-HEADER TO TRUE
011830         MOVE WS-TODAY TO CLRO-HDR-CREATED-DATE
011831         MOVE WS-BATCH-NUMBER TO CLRO-HDR-BATCH-NUMBER
011832         WRITE CLRO-RECORD
011833         SET CLRO-BLOCK-IS-OPEN TO TRUE
011834         MOVE ZERO TO WS-CLRO-BLOCK-COUNT
011835         MOVE ZERO TO WS-CLRO-BLOCK-TOTAL
011836     END-IF.
011837
011838     MOVE SPACES TO CLRO-RECORD.
011839     SET CLRO-REC-DETAIL TO TRUE.
011840     MOVE HIST-ACCT-NUMBER TO CLRO-ACCT-NUMBER.
011841     MOVE HIST-POST-DATE TO CLRO-POST-DATE.
011842     MOVE HIST-POST-SEQ TO CLRO-POST-SEQ.
011843     MOVE TRAN-AMOUNT TO CLRO-AMOUNT.
011844     MOVE ACCT-HOLDER-NAME TO CLRO-ORDERING-NAME.
011845     MOVE TRAN-CPTY-BANK TO CLRO-PAYEE-BANK.
011846     MOVE TRAN-CPTY-ACCOUNT TO CLRO-PAYEE-ACCOUNT.
011847     MOVE TRAN-CPTY-NAME TO CLRO-PAYEE-NAME.
011848     MOVE TRAN-CLEARING-REF TO CLRO-REFERENCE.
011849     WRITE CLRO-RECORD.
011850     IF NOT WS-CLRO-FILE-OK
011851         DISPLAY "POSTTRAN: *** PAYMENT FROM ACCOUNT "
011852             TRAN-ACCOUNT-NUMBER " DEBITED BUT NOT SENT, "
011853             "STATUS = " WS-CLRO-FILE-STATUS
011854             " - SEND BY HAND ***"
011855         GO TO 2550-EXIT
011856     END-IF.
011857
011858     ADD 1 TO WS-CLRO-BLOCK-COUNT.
011859     ADD TRAN-AMOUNT TO WS-CLRO-BLOCK-TOTAL.
011860     ADD 1 TO WS-PAYMENT-COUNT.
011861     ADD TRAN-AMOUNT TO WS-PAYMENT-TOTAL.
011862 2550-EXIT.
011863     EXIT.
011864
011865*----------------------------------------------------------*
011866*  2560-CLOSE-OUTBOUND-BLOCK - END THE BATCH'S BLOCK ON THE
011867*  OUTBOUND CLEARING FILE WITH ITS CONTROL TOTALS
011868*----------------------------------------------------------*
011869 2560-CLOSE-OUTBOUND-BLOCK.
011870     IF NOT CLRO-BLOCK-IS-OPEN
011871         GO TO 2560-EXIT
011872     END-IF.
011873     MOVE SPACES TO CLRO-RECORD.
011874     SET CLRO-REC-TRAILER TO TRUE.
011875     MOVE WS-CLRO-BLOCK-COUNT TO CLRO-TRL-RECORD-COUNT.
011876     MOVE WS-CLRO-BLOCK-TOTAL TO CLRO-TRL-AMOUNT-TOTAL.
011877     WRITE CLRO-RECORD.
011878     MOVE "N" TO WS-CLRO-BLOCK-SW.
011879 2560-EXIT.
011880     EXIT.
011881
011882*----------------------------------------------------------*
011883*  2600-WRITE-HISTORY - JOURNAL A SUCCESSFULLY POSTED
011884*  TRANSACTION WITH THE BALANCE BEFORE AND AFTER
011885*----------------------------------------------------------*
011886 2600-WRITE-HISTORY.
011887     MOVE SPACES TO HIST-RECORD.
011888     MOVE ZEROS TO HIST-REV-LINK.
011889     MOVE TRAN-ACCOUNT-NUMBER TO HIST-ACCT-NUMBER.
011891     MOVE WS-TODAY TO HIST-POST-DATE.
011893     MOVE 1 TO HIST-POST-SEQ.
011894     MOVE TRAN-TYPE TO HIST-TRAN-TYPE.
011896     MOVE TRAN-AMOUNT TO HIST-AMOUNT.
011898     MOVE WS-BALANCE-BEFORE TO HIST-BALANCE-BEFORE.
011900     MOVE ACCT-BALANCE TO HIST-BALANCE-AFTER.
011910     MOVE ZERO TO HIST-XFER-ACCT.
011911     IF TRAN-ORIGIN-BRANCH
011912         SET HIST-ORIGIN-BRANCH TO TRUE
011913     ELSE
011914         MOVE TRAN-ORIGIN TO HIST-ORIGIN
011915     END-IF.
011916*    A PAYMENT TO ANOTHER BANK IS AN ORDINARY DEBIT ON THE
011917*    JOURNAL, MARKED SO CLRRECN CAN FIND IT
011918     IF TRAN-TYPE-PAYMENT
011919         SET HIST-TYPE-DEBIT TO TRUE
011920         SET HIST-ORIGIN-PAYMENT TO TRUE
011921     END-IF.
011925     PERFORM 2650-WRITE-JOURNAL THRU 2650-EXIT.
011930 2600-EXIT.
011940     EXIT.
011950
011990*  OTHER LEG'S ACCOUNT IN HIST-XFER-ACCT
012000*----------------------------------------------------------*
012010 2620-WRITE-XFER-HISTORY.
012013     MOVE SPACES TO HIST-RECORD.
012016     MOVE ZEROS TO HIST-REV-LINK.
012020     MOVE WS-JRNL-ACCT TO HIST-ACCT-NUMBER.
012030     MOVE WS-TODAY TO HIST-POST-DATE.
012040     MOVE 1 TO HIST-POST-SEQ.
012070     MOVE WS-JRNL-BEFORE TO HIST-BALANCE-BEFORE.
012080     MOVE WS-JRNL-AFTER TO HIST-BALANCE-AFTER.
012090     MOVE WS-JRNL-XFER TO HIST-XFER-ACCT.
012091     IF TRAN-ORIGIN-BRANCH
012092         SET HIST-ORIGIN-TRANSFER TO TRUE
012093     ELSE
012094         MOVE TRAN-ORIGIN TO HIST-ORIGIN
012095     END-IF.
012100     PERFORM 2650-WRITE-JOURNAL THRU 2650-EXIT.
012110 2620-EXIT.
012120     EXIT.
012170*  ON ONE DAY NUMBER THEMSELVES IN SEQUENCE
012180*----------------------------------------------------------*
012190 2650-WRITE-JOURNAL.
012195     MOVE WS-BATCH-NUMBER TO HIST-BATCH-NUMBER.
012200 2650-WRITE.
012210     WRITE HIST-RECORD
012220         INVALID KEY
012580     EXIT.
012590
012600*----------------------------------------------------------*
012601*  2800-POST-REVERSAL - UNDO ONE JOURNALLED POSTING NAMED
012602*  BY ITS HIST-KEY. THE ORIGINAL IS PROVED FIRST, THEN THE
012603*  OPPOSITE IS POSTED AND JOURNALLED AS THE REVERSAL, AND
012604*  THE ORIGINAL IS MARKED REVERSED, EACH POINTING AT THE
012605*  OTHER.
012606*----------------------------------------------------------*
012607 2800-POST-REVERSAL.
012608     MOVE ZERO TO WS-NEW-BALANCE.
012609     MOVE TRAN-ACCOUNT-NUMBER TO HIST-ACCT-NUMBER.
012610     MOVE TRAN-ORIG-DATE TO HIST-POST-DATE.
012611     MOVE TRAN-ORIG-SEQ TO HIST-POST-SEQ.
012612     READ HISTORY-JOURNAL
012613         INVALID KEY
012614             MOVE "ORIGINAL POSTING NOT FOUND"
012615                 TO WS-EXCP-REASON-TEXT
012616             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012617             ADD 1 TO WS-REJECT-COUNT
012618             GO TO 2800-EXIT
012619     END-READ.
012620
012621     IF HIST-REV-IS-REVERSED
012622         MOVE "ORIGINAL ALREADY REVERSED"
012623             TO WS-EXCP-REASON-TEXT
012624         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012625         ADD 1 TO WS-REJECT-COUNT
012626         GO TO 2800-EXIT
012627     END-IF.
012628
012629     IF HIST-REV-IS-REVERSAL
012630         MOVE "CANNOT REVERSE A REVERSAL"
012631             TO WS-EXCP-REASON-TEXT
012632         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012633         ADD 1 TO WS-REJECT-COUNT
012634         GO TO 2800-EXIT
012635     END-IF.
012636
012637     IF HIST-XFER-ACCT NOT = ZERO
012638         MOVE "ORIGINAL IS A TRANSFER LEG"
012639             TO WS-EXCP-REASON-TEXT
012640         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012641         ADD 1 TO WS-REJECT-COUNT
012642         GO TO 2800-EXIT
012643     END-IF.
012644
012645     IF HIST-AMOUNT NOT = TRAN-AMOUNT
012646         MOVE "AMOUNT DOES NOT MATCH ORIGINAL"
012647             TO WS-EXCP-REASON-TEXT
012648         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012649         ADD 1 TO WS-REJECT-COUNT
012650         GO TO 2800-EXIT
012651     END-IF.
012652
012653     IF HIST-ORIGIN-PAYMENT
012654         MOVE "ORIGINAL IS OUTBOUND PAYMENT"
012655             TO WS-EXCP-REASON-TEXT
012656         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012657         ADD 1 TO WS-REJECT-COUNT
012658         GO TO 2800-EXIT
012659     END-IF.
012660     MOVE HIST-TRAN-TYPE TO WS-REV-ORIG-TYPE.
012661     MOVE HIST-ORIGIN TO WS-REV-ORIG-ORIGIN.
012662
012663     MOVE TRAN-ACCOUNT-NUMBER TO ACCT-NUMBER.
012664     READ ACCOUNT-MASTER
012665         INVALID KEY
012666             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
012667                 TO WS-EXCP-REASON-TEXT
012668             PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012669             ADD 1 TO WS-REJECT-COUNT
012670             GO TO 2800-EXIT
012671     END-READ.
012672
012673     IF ACCT-STATUS-CLOSED
012674         MOVE "ACCOUNT IS CLOSED"
012675             TO WS-EXCP-REASON-TEXT
012676         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012677         ADD 1 TO WS-REJECT-COUNT
012678         GO TO 2800-EXIT
012679     END-IF.
012680
012681     MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE.
012682     IF REV-ORIG-CREDIT
012683         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - TRAN-AMOUNT
012684         MOVE "D" TO WS-JRNL-TYPE
012685     ELSE
012686         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + TRAN-AMOUNT
012687         MOVE "C" TO WS-JRNL-TYPE
012688     END-IF.
012689
012690     IF WS-NEW-BALANCE > WS-MAX-BALANCE
012691        OR WS-NEW-BALANCE < WS-MIN-BALANCE
012692         MOVE "BALANCE OVER THE POSTING LIMIT"
012693             TO WS-EXCP-REASON-TEXT
012694         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
012695         ADD 1 TO WS-REJECT-COUNT
012696         GO TO 2800-EXIT
012697     END-IF.
012698
012699     MOVE WS-NEW-BALANCE TO ACCT-BALANCE.
012700     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
012701     REWRITE ACCT-RECORD
012702         INVALID KEY
012703             DISPLAY "POSTTRAN: REWRITE FAILED FOR ACCOUNT "
012704                 ACCT-NUMBER
012705             ADD 1 TO WS-REJECT-COUNT
012706             GO TO 2800-EXIT
012707     END-REWRITE.
012708
012709*    JOURNAL THE REVERSING ENTRY, LINKED TO THE ORIGINAL
012710     MOVE SPACES TO HIST-RECORD.
012711     MOVE TRAN-ACCOUNT-NUMBER TO HIST-ACCT-NUMBER.
012712     MOVE WS-TODAY TO HIST-POST-DATE.
012713     MOVE 1 TO HIST-POST-SEQ.
012714     MOVE WS-JRNL-TYPE TO HIST-TRAN-TYPE.
012715     MOVE TRAN-AMOUNT TO HIST-AMOUNT.
012716     MOVE WS-BALANCE-BEFORE TO HIST-BALANCE-BEFORE.
012717     MOVE ACCT-BALANCE TO HIST-BALANCE-AFTER.
012718     MOVE ZERO TO HIST-XFER-ACCT.
012719     MOVE WS-REV-ORIG-ORIGIN TO HIST-ORIGIN.
012720     SET HIST-REV-IS-REVERSAL TO TRUE.
012721     MOVE TRAN-ORIG-DATE TO HIST-REV-LINK-DATE.
012722     MOVE TRAN-ORIG-SEQ TO HIST-REV-LINK-SEQ.
012723     PERFORM 2650-WRITE-JOURNAL THRU 2650-EXIT.
012724     IF NOT WS-HIST-FILE-OK
012725         DISPLAY "POSTTRAN: *** REVERSAL POSTED FOR ACCOUNT "
012726             TRAN-ACCOUNT-NUMBER " BUT NOT JOURNALLED - "
012727             "INVESTIGATE ***"
012728         GO TO 2800-EXIT
012729     END-IF.
012730     MOVE HIST-POST-DATE TO WS-REV-POST-DATE.
012731     MOVE HIST-POST-SEQ TO WS-REV-POST-SEQ.
012732
012733*    AND MARK THE ORIGINAL AS REVERSED BY IT
012734     MOVE TRAN-ACCOUNT-NUMBER TO HIST-ACCT-NUMBER.
012735     MOVE TRAN-ORIG-DATE TO HIST-POST-DATE.
012736     MOVE TRAN-ORIG-SEQ TO HIST-POST-SEQ.
012737     READ HISTORY-JOURNAL
012738         INVALID KEY
012739             DISPLAY "POSTTRAN: *** ORIGINAL POSTING "
012740                 "UNREADABLE FOR ACCOUNT " TRAN-ACCOUNT-NUMBER
012741                 " AFTER REVERSAL POSTED - INVESTIGATE ***"
012742             GO TO 2800-EXIT
012743     END-READ.
012744     SET HIST-REV-IS-REVERSED TO TRUE.
012745     MOVE WS-REV-POST-DATE TO HIST-REV-LINK-DATE.
012746     MOVE WS-REV-POST-SEQ TO HIST-REV-LINK-SEQ.
012747     REWRITE HIST-RECORD
012748         INVALID KEY
012749             DISPLAY "POSTTRAN: *** ORIGINAL POSTING NOT "
012750                 "MARKED REVERSED FOR ACCOUNT "
012751                 TRAN-ACCOUNT-NUMBER " - INVESTIGATE ***"
012752     END-REWRITE.
012753 2800-EXIT.
012754     EXIT.
012755
012756*----------------------------------------------------------*
012757*  2900-POST-ONE-BATCH - SECOND-PASS HANDLING OF THE BATCH
012758*  WHOSE HEADER IS IN THE RECORD AREA: POST AND REGISTER IT
012760*  WHEN THE VALIDATION PASS PROVED IT, OTHERWISE STEP OVER
012761*  ITS RECORDS. ON EXIT THE NEXT HEADER (OR END OF FILE)
012762*  HAS BEEN READ.
012764*----------------------------------------------------------*
012765 2900-POST-ONE-BATCH.
012766     ADD 1 TO WS-BAT-IDX.
012768     IF WS-BAT-IDX > WS-BAT-COUNT
012769        OR NOT TRAN-REC-HEADER
012770         SET TRAN-EOF TO TRUE
012772         GO TO 2900-EXIT
012773     END-IF.
012774
012776     MOVE WS-BAT-NUMBER(WS-BAT-IDX) TO WS-BATCH-NUMBER.
012777     MOVE WS-BAT-DATE(WS-BAT-IDX) TO WS-BATCH-DATE.
012778     MOVE "N" TO WS-BATCH-END-SW.
012780     MOVE "N" TO WS-HELD-HEADER-SW.
012790
012800     IF WS-BAT-VALID-SW(WS-BAT-IDX) = "Y"
012810         PERFORM 8000-READ-TRANSACTION THRU 8000-EXIT
012820         PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
012830             UNTIL BATCH-ENDED
012835         PERFORM 2560-CLOSE-OUTBOUND-BLOCK THRU 2560-EXIT
012840         PERFORM 2700-REGISTER-BATCH THRU 2700-EXIT
012850         ADD 1 TO WS-POSTED-BATCHES
012860     ELSE
013280*----------------------------------------------------------*
013290 3100-WRITE-SUSPENSE.
013300     IF NOT SUSP-FILE-IS-OPEN
013301         GO TO 3100-EXIT
013302     END-IF.
013303*    A REFUSED REVERSAL IS REKEYED WITH THE RIGHT REFERENCE,
013304*    WHICH THE SUSPENSE RECORD HAS NO ROOM TO CARRY
013305     IF TRAN-TYPE-REVERSAL
013306         GO TO 3100-EXIT
013307     END-IF.
013308*    SO IS A REFUSED PAYMENT, WHOSE PAYEE DETAILS SUSPENSE
013309*    CANNOT CARRY EITHER
013310     IF TRAN-TYPE-PAYMENT
013315         GO TO 3100-EXIT
013320     END-IF.
013330
013340     ADD 1 TO WS-NEXT-SUSP-NUMBER.
014760     IF SUSP-FILE-IS-OPEN
014770         CLOSE SUSPENSE-FILE
014780     END-IF.
014781     IF CLRO-FILE-IS-OPEN
014782         CLOSE CLEARING-OUT
014783     END-IF.
014790
014800     DISPLAY "POSTTRAN: " WS-TRAN-COUNT " TRANSACTION(S) READ, "
014810         WS-REJECT-COUNT " REJECTED.".
014820     DISPLAY "POSTTRAN: " WS-POSTED-BATCHES
014830         " BATCH(ES) POSTED, " WS-REFUSED-BATCHES
014832         " REFUSED.".
014834     DISPLAY "POSTTRAN: " WS-PAYMENT-COUNT
014837         " PAYMENT(S) SENT TO CLEARING, TOTAL "
014839         WS-PAYMENT-TOTAL ".".
014842
014844     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
014850 9000-EXIT.
015060     MOVE WS-POSTED-BATCHES TO RNC-POSTED-BATCHES.
015070     MOVE WS-REFUSED-BATCHES TO RNC-REFUSED-BATCHES.
015080     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
015081     MOVE WS-PAYMENT-COUNT TO RNP-PAYMENT-COUNT.
015082     MOVE WS-PAYMENT-TOTAL TO RNP-PAYMENT-TOTAL.
015083     WRITE RUNC-LINE FROM WS-RUNC-PAYMENTS.
015090     CLOSE RUN-CONTROL.
015100 9100-EXIT.
015110     EXIT.
