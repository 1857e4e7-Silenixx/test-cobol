000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CLRIMP.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - INBOUND CLEARING
000130*                   IMPORT. READS THE CLEARING HOUSE'S
000140*                   INBOUND FILE (CLRIN, SEE CLRIREC) IN ITS
000150*                   OWN LAYOUT AND TURNS IT INTO A PROPERLY
000160*                   NUMBERED H/D/T TRANSACTION BATCH ON
000170*                   CLRTRAN, READY FOR THE NEXT POSTTRAN RUN
000180*                   WITH ALL ITS USUAL CHECKS, INSTEAD OF THE
000190*                   ITEMS BEING KEYED BY HAND FROM THE
000200*                   LISTING. THE WHOLE FILE IS PROVED FIRST -
000210*                   HEADER FIRST, TRAILER LAST, ITEM COUNT
000220*                   AND CREDIT AND DEBIT TOTALS EQUAL TO THE
000230*                   TRAILER - AND A FILE THAT FAILS IS
000240*                   REFUSED WHOLE, NOTHING WRITTEN. THE BATCH
000250*                   IS NUMBERED 800000 PLUS THE HOUSE'S FILE
000260*                   SEQUENCE NUMBER, SO THE SAME FILE
000270*                   DELIVERED TWICE MEETS THE BATCH REGISTER;
000280*                   A FILE WHOSE BATCH IS ALREADY POSTED, OR
000290*                   WHOSE REJECTS ARE ALREADY IN SUSPENSE, IS
000300*                   NOT IMPORTED AGAIN. EACH ITEM IS MATCHED
000310*                   TO ACCTMSTR: A CREDIT TRANSFER BECOMES A
000320*                   CREDIT DETAIL AND A DIRECT DEBIT A DEBIT
000330*                   DETAIL, BOTH OF ORIGIN "C" CARRYING THE
000340*                   ORDERING PARTY AND THE CLEARING
000350*                   REFERENCE. AN ITEM THAT IS NOT FOR ONE OF
000360*                   OUR ACCOUNTS, IS FOR AN ACCOUNT NOT ON
000370*                   FILE OR CLOSED, OR CANNOT BE POSTED AS IT
000380*                   STANDS GOES TO SUSPFILE WITH THE REASON.
000390*                   EVERY ITEM IS LISTED WITH ITS OUTCOME ON
000400*                   THE IMPORT REPORT (CLRIRPT). RETURN-CODE
000410*                   IS 8 WHEN THE FILE IS REFUSED OR CANNOT
000420*                   BE PROCESSED, 4 WHEN ANY ITEM WENT TO
000430*                   SUSPENSE OR THE FILE WAS ALREADY DONE.
000440*----------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT CLEARING-IN ASSIGN TO "CLRIN"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CLRI-FILE-STATUS.
000520
000530     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS ACCT-NUMBER
000570         FILE STATUS IS WS-ACCT-FILE-STATUS.
000580
000590     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SUSP-NUMBER
000630         FILE STATUS IS WS-SUSP-FILE-STATUS.
000640
000650     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-BREG-FILE-STATUS.
000680
000690     SELECT CLEARING-BATCH ASSIGN TO "CLRTRAN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CBAT-FILE-STATUS.
000720
000730     SELECT IMPORT-REPORT ASSIGN TO "CLRIRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RPT-FILE-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CLEARING-IN
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CLRIREC.
000820
000830 FD  ACCOUNT-MASTER
000840     LABEL RECORDS ARE STANDARD.
000850     COPY ACCTREC.
000860
000870 FD  SUSPENSE-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY SUSPREC.
000900
000910 FD  BATCH-REGISTER
000920     LABEL RECORDS ARE STANDARD.
000930     COPY BREGREC.
000940
000950 FD  CLEARING-BATCH
000960     LABEL RECORDS ARE STANDARD.
000970     COPY TRANREC.
000980
000990 FD  IMPORT-REPORT
001000     LABEL RECORDS ARE STANDARD.
001010 01  RPT-LINE                      PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-CLRI-FILE-STATUS           PIC X(02).
001050     88  WS-CLRI-FILE-OK               VALUE "00".
001060     88  WS-CLRI-FILE-NOT-FOUND        VALUE "35".
001070
001080 77  WS-ACCT-FILE-STATUS           PIC X(02).
001090     88  WS-ACCT-FILE-OK               VALUE "00".
001100
001110 77  WS-SUSP-FILE-STATUS           PIC X(02).
001120     88  WS-SUSP-FILE-OK               VALUE "00".
001130     88  WS-SUSP-FILE-NOT-FOUND        VALUE "35".
001140
001150 77  WS-BREG-FILE-STATUS           PIC X(02).
001160     88  WS-BREG-FILE-OK               VALUE "00".
001170     88  WS-BREG-FILE-NOT-FOUND        VALUE "35".
001180
001190 77  WS-CBAT-FILE-STATUS           PIC X(02).
001200     88  WS-CBAT-FILE-OK               VALUE "00".
001210
001220 77  WS-RPT-FILE-STATUS            PIC X(02).
001230     88  WS-RPT-FILE-OK                VALUE "00".
001240
001250 77  WS-CLRI-FILE-OPEN-SW          PIC X(01) VALUE "N".
001260     88  CLRI-FILE-IS-OPEN             VALUE "Y".
001270
001280 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
001290     88  ACCT-FILE-IS-OPEN             VALUE "Y".
001300
001310 77  WS-SUSP-FILE-OPEN-SW          PIC X(01) VALUE "N".
001320     88  SUSP-FILE-IS-OPEN             VALUE "Y".
001330
001340 77  WS-CBAT-FILE-OPEN-SW          PIC X(01) VALUE "N".
001350     88  CBAT-FILE-IS-OPEN             VALUE "Y".
001360
001370 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001380     88  RPT-FILE-IS-OPEN              VALUE "Y".
001390
001400*    STOPPED ENDS THE RUN QUIETLY (NOTHING TO IMPORT, OR
001410*    ALREADY IMPORTED); FAILED ALSO ENDS IT WITH CODE 8
001420 77  WS-RUN-STOP-SW                PIC X(01) VALUE "N".
001430     88  RUN-IS-STOPPED                VALUE "Y".
001440
001450 77  WS-RUN-FAILED-SW              PIC X(01) VALUE "N".
001460     88  RUN-HAS-FAILED                VALUE "Y".
001470
001480 77  WS-ALREADY-DONE-SW            PIC X(01) VALUE "N".
001490     88  FILE-ALREADY-DONE             VALUE "Y".
001500
001510 77  WS-CLRI-EOF-SW                PIC X(01) VALUE "N".
001520     88  CLRI-EOF                      VALUE "Y".
001530
001540 77  WS-BREG-EOF-SW                PIC X(01) VALUE "N".
001550     88  BREG-EOF                      VALUE "Y".
001560
001570 77  WS-BATCH-DUP-SW               PIC X(01) VALUE "N".
001580     88  BATCH-IS-DUPLICATE            VALUE "Y".
001590
001600 77  WS-SUSP-SCAN-EOF-SW           PIC X(01) VALUE "N".
001610     88  SUSP-SCAN-EOF                 VALUE "Y".
001620
001630 77  WS-SUSP-SEEN-SW               PIC X(01) VALUE "N".
001640     88  BATCH-ALREADY-SUSPENDED       VALUE "Y".
001650
001660 77  WS-TRL-SEEN-SW                PIC X(01) VALUE "N".
001670     88  TRAILER-WAS-SEEN              VALUE "Y".
001680
001690 77  WS-TODAY                      PIC 9(08).
001700
001710*    CLEARING BATCHES ARE NUMBERED FROM HERE UPWARD BY THE
001720*    HOUSE'S FILE SEQUENCE NUMBER
001730 77  WS-CLEARING-BATCH-BASE        PIC 9(06) VALUE 800000.
001740 77  WS-BATCH-NUMBER               PIC 9(06) VALUE ZERO.
001750 77  WS-CLEARING-ID                PIC X(08) VALUE SPACES.
001760 77  WS-SETTLE-DATE                PIC 9(08) VALUE ZERO.
001770 77  WS-FILE-SEQ                   PIC 9(05) VALUE ZERO.
001780
001790 77  WS-FILE-REJECT-REASON         PIC X(30) VALUE SPACES.
001800 77  WS-ITEM-REJECT-REASON         PIC X(30) VALUE SPACES.
001810
001820 77  WS-NEXT-SUSP-NUMBER           PIC 9(06) VALUE ZERO.
001830
001840 77  WS-MAX-AMOUNT                 PIC 9(9)V99
001850                                    VALUE 9999999.99.
001860
001870*    PROOF TOTALS OF THE VALIDATION PASS
001880 77  WS-PROOF-COUNT                PIC 9(07) VALUE ZERO.
001890 77  WS-PROOF-CREDIT-TOTAL         PIC 9(13)V99 VALUE ZERO.
001900 77  WS-PROOF-DEBIT-TOTAL          PIC 9(13)V99 VALUE ZERO.
001910
001920*    BATCH TOTALS FOR THE CLRTRAN TRAILER
001930 77  WS-ITEM-COUNT                 PIC 9(06) VALUE ZERO.
001940 77  WS-DEBIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
001950 77  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
001960 77  WS-DEBIT-COUNT                PIC 9(07) VALUE ZERO.
001970 77  WS-CREDIT-COUNT               PIC 9(07) VALUE ZERO.
001980
001990 77  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
002000 77  WS-SUSPENDED-COUNT            PIC 9(07) VALUE ZERO.
002010 77  WS-SUSPENDED-TOTAL            PIC 9(13)V99 VALUE ZERO.
002020
002030 01  WS-RPT-HEADER-1.
002040     05  FILLER                PIC X(01) VALUE SPACE.
002050     05  FILLER                PIC X(30) VALUE
002060         "IMPORT COMPENSATION ENTRANTE  ".
002070     05  FILLER                PIC X(08) VALUE "CHAMBRE ".
002080     05  RH1-CLEARING-ID       PIC X(08).
002090     05  FILLER                PIC X(10) VALUE "  FICHIER ".
002100     05  RH1-FILE-SEQ          PIC 9(05).
002110     05  FILLER                PIC X(08) VALUE "  EDITE ".
002120     05  RH1-TODAY             PIC 9(08).
002130
002140 01  WS-RPT-HEADER-2.
002150     05  FILLER                PIC X(01) VALUE SPACE.
002160     05  FILLER                PIC X(11) VALUE "REGLEMENT ".
002170     05  RH2-SETTLE-DATE       PIC 9(08).
002180     05  FILLER                PIC X(07) VALUE "  LOT ".
002190     05  RH2-BATCH-NUMBER      PIC 9(06).
002200
002210 01  WS-RPT-COLUMNS.
002220     05  FILLER                PIC X(01) VALUE SPACE.
002230     05  FILLER                PIC X(18) VALUE "REFERENCE".
002240     05  FILLER                PIC X(08) VALUE "COMPTE".
002250     05  FILLER                PIC X(05) VALUE "SENS".
002260     05  FILLER                PIC X(14) VALUE "     MONTANT".
002270     05  FILLER                PIC X(08) VALUE "RESULTAT".
002280
002290 01  WS-RPT-DETAIL.
002300     05  FILLER                PIC X(01) VALUE SPACE.
002310     05  RDT-REFERENCE         PIC X(16).
002320     05  FILLER                PIC X(02) VALUE SPACES.
002330     05  RDT-ACCOUNT           PIC X(06).
002340     05  FILLER                PIC X(02) VALUE SPACES.
002350     05  RDT-DIRECTION         PIC X(01).
002360     05  FILLER                PIC X(03) VALUE SPACES.
002370     05  RDT-AMOUNT            PIC Z(8)9.99.
002380     05  FILLER                PIC X(02) VALUE SPACES.
002390     05  RDT-RESULT            PIC X(30).
002400
002410 01  WS-RPT-TOTAL.
002420     05  FILLER                PIC X(01) VALUE SPACE.
002430     05  RTL-LABEL             PIC X(22).
002440     05  RTL-COUNT             PIC Z(6)9.
002450     05  FILLER                PIC X(02) VALUE SPACES.
002460     05  RTL-AMOUNT            PIC Z(12)9.99.
002470
002480 PROCEDURE DIVISION.
002490
002500*----------------------------------------------------------*
002510*  0000-MAINLINE
002520*----------------------------------------------------------*
002530 0000-MAINLINE.
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550
002560     IF NOT RUN-IS-STOPPED
002570         PERFORM 1500-VALIDATE-FILE THRU 1500-EXIT
002580     END-IF.
002590
002600     IF NOT RUN-IS-STOPPED
002610         PERFORM 1520-CHECK-DUPLICATE THRU 1520-EXIT
002620     END-IF.
002630
002640     IF NOT RUN-IS-STOPPED
002650         PERFORM 1700-OPEN-FOR-IMPORT THRU 1700-EXIT
002660     END-IF.
002670
002680     IF NOT RUN-IS-STOPPED
002690         PERFORM 2000-IMPORT-ONE-ITEM THRU 2000-EXIT
002700             UNTIL CLRI-EOF
002710     END-IF.
002720
002730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002740
002750     IF RUN-HAS-FAILED
002760         MOVE 8 TO RETURN-CODE
002770     ELSE
002780         IF FILE-ALREADY-DONE
002790            OR WS-SUSPENDED-COUNT > ZERO
002800             MOVE 4 TO RETURN-CODE
002810         END-IF
002820     END-IF.
002830     GOBACK.
002840
002850*----------------------------------------------------------*
002860*  1000-INITIALIZE - OPEN THE INBOUND FILE; NO FILE TODAY
002870*  SIMPLY MEANS NOTHING TO IMPORT
002880*----------------------------------------------------------*
002890 1000-INITIALIZE.
002900     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002910
002920     OPEN INPUT CLEARING-IN.
002930     IF WS-CLRI-FILE-NOT-FOUND
002940         DISPLAY "CLRIMP: NO INBOUND CLEARING FILE TODAY, "
002950             "NOTHING TO IMPORT."
002960         SET RUN-IS-STOPPED TO TRUE
002970         GO TO 1000-EXIT
002980     END-IF.
002990     IF NOT WS-CLRI-FILE-OK
003000         DISPLAY "CLRIMP: UNABLE TO OPEN INBOUND CLEARING "
003010             "FILE, STATUS = " WS-CLRI-FILE-STATUS
003020         SET RUN-IS-STOPPED TO TRUE
003030         SET RUN-HAS-FAILED TO TRUE
003040         GO TO 1000-EXIT
003050     END-IF.
003060     SET CLRI-FILE-IS-OPEN TO TRUE.
003070 1000-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110*  1500-VALIDATE-FILE - FIRST PASS. PROVE THE WHOLE FILE
003120*  AGAINST ITS OWN HEADER AND TRAILER BEFORE ANY ITEM IS
003130*  TOUCHED; A FILE THAT FAILS IS REFUSED WHOLE
003140*----------------------------------------------------------*
003150 1500-VALIDATE-FILE.
003160     READ CLEARING-IN
003170         AT END
003180             DISPLAY "CLRIMP: EMPTY INBOUND CLEARING FILE, "
003190                 "NOTHING TO IMPORT."
003200             SET RUN-IS-STOPPED TO TRUE
003210             GO TO 1500-CLOSE
003220     END-READ.
003230
003240     IF NOT CLRI-FILE-HEADER
003250         MOVE "FIRST RECORD IS NOT A HEADER"
003260             TO WS-FILE-REJECT-REASON
003270         GO TO 1500-CLOSE
003280     END-IF.
003290     IF CLRI-HDR-SETTLE-DATE NOT NUMERIC
003300        OR CLRI-HDR-FILE-SEQ NOT NUMERIC
003310        OR CLRI-HDR-SETTLE-DATE = ZERO
003320        OR CLRI-HDR-FILE-SEQ = ZERO
003330         MOVE "FILE HEADER INCOMPLETE"
003340             TO WS-FILE-REJECT-REASON
003350         GO TO 1500-CLOSE
003360     END-IF.
003370     MOVE CLRI-HDR-CLEARING-ID TO WS-CLEARING-ID.
003380     MOVE CLRI-HDR-SETTLE-DATE TO WS-SETTLE-DATE.
003390     MOVE CLRI-HDR-FILE-SEQ TO WS-FILE-SEQ.
003400     COMPUTE WS-BATCH-NUMBER =
003410         WS-CLEARING-BATCH-BASE + WS-FILE-SEQ.
003420
003430     PERFORM 1550-CHECK-ONE-RECORD THRU 1550-EXIT
003440         UNTIL CLRI-EOF
003450             OR WS-FILE-REJECT-REASON NOT = SPACES.
003460
003470     IF WS-FILE-REJECT-REASON = SPACES
003480        AND NOT TRAILER-WAS-SEEN
003490         MOVE "NO FILE TRAILER RECORD"
003500             TO WS-FILE-REJECT-REASON
003510     END-IF.
003520     IF WS-FILE-REJECT-REASON = SPACES
003530        AND WS-PROOF-COUNT NOT = CLRI-TRL-ITEM-COUNT
003540         MOVE "ITEM COUNT MISMATCH"
003550             TO WS-FILE-REJECT-REASON
003560     END-IF.
003570     IF WS-FILE-REJECT-REASON = SPACES
003580        AND WS-PROOF-CREDIT-TOTAL NOT = CLRI-TRL-CREDIT-TOTAL
003590         MOVE "CREDIT TOTAL MISMATCH"
003600             TO WS-FILE-REJECT-REASON
003610     END-IF.
003620     IF WS-FILE-REJECT-REASON = SPACES
003630        AND WS-PROOF-DEBIT-TOTAL NOT = CLRI-TRL-DEBIT-TOTAL
003640         MOVE "DEBIT TOTAL MISMATCH"
003650             TO WS-FILE-REJECT-REASON
003660     END-IF.
003670
003680 1500-CLOSE.
003690     CLOSE CLEARING-IN.
003700     MOVE "N" TO WS-CLRI-FILE-OPEN-SW.
003710     MOVE "N" TO WS-CLRI-EOF-SW.
003720
003730     IF WS-FILE-REJECT-REASON NOT = SPACES
003740         DISPLAY "CLRIMP: *** INBOUND CLEARING FILE "
003750             WS-FILE-SEQ " REFUSED - " WS-FILE-REJECT-REASON
003760             " - NOTHING IMPORTED ***"
003770         SET RUN-IS-STOPPED TO TRUE
003780         SET RUN-HAS-FAILED TO TRUE
003790     END-IF.
003800 1500-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840*  1550-CHECK-ONE-RECORD - COUNT AND TOTAL ONE RECORD OF
003850*  THE VALIDATION PASS. NOTHING MAY FOLLOW THE TRAILER.
003860*----------------------------------------------------------*
003870 1550-CHECK-ONE-RECORD.
003880     READ CLEARING-IN
003890         AT END
003900             SET CLRI-EOF TO TRUE
003910             GO TO 1550-EXIT
003920     END-READ.
003930
003940     IF TRAILER-WAS-SEEN
003950         MOVE "RECORD AFTER THE FILE TRAILER"
003960             TO WS-FILE-REJECT-REASON
003970         GO TO 1550-EXIT
003980     END-IF.
003990
004000     IF CLRI-CREDIT-ITEM
004010        OR CLRI-DEBIT-ITEM
004020         IF CLRI-AMOUNT NOT NUMERIC
004030             MOVE "ITEM AMOUNT NOT NUMERIC"
004040                 TO WS-FILE-REJECT-REASON
004050             GO TO 1550-EXIT
004060         END-IF
004070         ADD 1 TO WS-PROOF-COUNT
004080         IF CLRI-CREDIT-ITEM
004090             ADD CLRI-AMOUNT TO WS-PROOF-CREDIT-TOTAL
004100         ELSE
004110             ADD CLRI-AMOUNT TO WS-PROOF-DEBIT-TOTAL
004120         END-IF
004130         GO TO 1550-EXIT
004140     END-IF.
004150
004160     IF CLRI-FILE-TRAILER
004170         SET TRAILER-WAS-SEEN TO TRUE
004180         GO TO 1550-EXIT
004190     END-IF.
004200
004210     IF CLRI-FILE-HEADER
004220         MOVE "SECOND FILE HEADER IN FILE"
004230             TO WS-FILE-REJECT-REASON
004240     ELSE
004250         MOVE "UNKNOWN RECORD CODE IN FILE"
004260             TO WS-FILE-REJECT-REASON
004270     END-IF.
004280 1550-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320*  1520-CHECK-DUPLICATE - A FILE WHOSE BATCH IS ALREADY ON
004330*  THE REGISTER OF POSTED BATCHES HAS BEEN IMPORTED AND
004340*  POSTED BEFORE
004350*----------------------------------------------------------*
004360 1520-CHECK-DUPLICATE.
004370     OPEN INPUT BATCH-REGISTER.
004380     IF WS-BREG-FILE-NOT-FOUND
004390         GO TO 1520-EXIT
004400     END-IF.
004410     IF NOT WS-BREG-FILE-OK
004420         DISPLAY "CLRIMP: BATCH REGISTER UNREADABLE, "
004430             "STATUS = " WS-BREG-FILE-STATUS
004440         SET RUN-IS-STOPPED TO TRUE
004450         SET RUN-HAS-FAILED TO TRUE
004460         GO TO 1520-EXIT
004470     END-IF.
004480
004490     PERFORM 1530-READ-REGISTER THRU 1530-EXIT
004500         UNTIL BREG-EOF OR BATCH-IS-DUPLICATE.
004510
004520     CLOSE BATCH-REGISTER.
004530
004540     IF BATCH-IS-DUPLICATE
004550         DISPLAY "CLRIMP: CLEARING FILE " WS-FILE-SEQ
004560             " (BATCH " WS-BATCH-NUMBER ") ALREADY POSTED, "
004570             "NOTHING IMPORTED."
004580         SET RUN-IS-STOPPED TO TRUE
004590         SET FILE-ALREADY-DONE TO TRUE
004600     END-IF.
004610 1520-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650*  1530-READ-REGISTER - READ ONE REGISTER ENTRY AND COMPARE
004660*  ITS BATCH NUMBER AGAINST THE FILE'S
004670*----------------------------------------------------------*
004680 1530-READ-REGISTER.
004690     READ BATCH-REGISTER
004700         AT END
004710             SET BREG-EOF TO TRUE
004720             GO TO 1530-EXIT
004730     END-READ.
004740     IF BREG-BATCH-NUMBER = WS-BATCH-NUMBER
004750         SET BATCH-IS-DUPLICATE TO TRUE
004760     END-IF.
004770 1530-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------*
004810*  1700-OPEN-FOR-IMPORT - SECOND PASS. OPEN EVERYTHING THE
004820*  IMPORT WRITES TO, REFUSE A FILE WHOSE REJECTS ARE
004830*  ALREADY IN SUSPENSE, AND START THE BATCH AND THE REPORT
004840*----------------------------------------------------------*
004850 1700-OPEN-FOR-IMPORT.
004860     OPEN INPUT ACCOUNT-MASTER.
004870     IF NOT WS-ACCT-FILE-OK
004880         DISPLAY "CLRIMP: UNABLE TO OPEN ACCOUNT MASTER, "
004890             "STATUS = " WS-ACCT-FILE-STATUS
004900         SET RUN-IS-STOPPED TO TRUE
004910         SET RUN-HAS-FAILED TO TRUE
004920         GO TO 1700-EXIT
004930     END-IF.
004940     SET ACCT-FILE-IS-OPEN TO TRUE.
004950
004960*    THE SUSPENSE FILE IS CREATED ON FIRST USE; THE NEXT
004970*    SUSPENSE NUMBER CONTINUES FROM THE HIGHEST ON FILE
004980     OPEN I-O SUSPENSE-FILE.
004990     IF WS-SUSP-FILE-NOT-FOUND
005000         OPEN OUTPUT SUSPENSE-FILE
005010         IF WS-SUSP-FILE-OK
005020             CLOSE SUSPENSE-FILE
005030             OPEN I-O SUSPENSE-FILE
005040         END-IF
005050     END-IF.
005060     IF NOT WS-SUSP-FILE-OK
005070         DISPLAY "CLRIMP: UNABLE TO OPEN SUSPENSE FILE, "
005080             "STATUS = " WS-SUSP-FILE-STATUS
005090         SET RUN-IS-STOPPED TO TRUE
005100         SET RUN-HAS-FAILED TO TRUE
005110         GO TO 1700-EXIT
005120     END-IF.
005130     SET SUSP-FILE-IS-OPEN TO TRUE.
005140     PERFORM 1100-FIND-HIGHEST-SUSPENSE THRU 1100-EXIT.
005150
005160     IF BATCH-ALREADY-SUSPENDED
005170         DISPLAY "CLRIMP: SUSPENSE ALREADY HOLDS ITEMS OF "
005180             "CLEARING FILE " WS-FILE-SEQ " (BATCH "
005190             WS-BATCH-NUMBER "), NOTHING IMPORTED."
005200         SET RUN-IS-STOPPED TO TRUE
005210         SET FILE-ALREADY-DONE TO TRUE
005220         GO TO 1700-EXIT
005230     END-IF.
005240
005250     OPEN INPUT CLEARING-IN.
005260     IF NOT WS-CLRI-FILE-OK
005270         DISPLAY "CLRIMP: UNABLE TO REOPEN INBOUND CLEARING "
005280             "FILE, STATUS = " WS-CLRI-FILE-STATUS
005290         SET RUN-IS-STOPPED TO TRUE
005300         SET RUN-HAS-FAILED TO TRUE
005310         GO TO 1700-EXIT
005320     END-IF.
005330     SET CLRI-FILE-IS-OPEN TO TRUE.
005340
005350     OPEN OUTPUT CLEARING-BATCH.
005360     IF NOT WS-CBAT-FILE-OK
005370         DISPLAY "CLRIMP: UNABLE TO OPEN CLEARING BATCH, "
005380             "STATUS = " WS-CBAT-FILE-STATUS
005390         SET RUN-IS-STOPPED TO TRUE
005400         SET RUN-HAS-FAILED TO TRUE
005410         GO TO 1700-EXIT
005420     END-IF.
005430     SET CBAT-FILE-IS-OPEN TO TRUE.
005440
005450     OPEN OUTPUT IMPORT-REPORT.
005460     IF NOT WS-RPT-FILE-OK
005470         DISPLAY "CLRIMP: UNABLE TO OPEN IMPORT REPORT, "
005480             "STATUS = " WS-RPT-FILE-STATUS
005490         SET RUN-IS-STOPPED TO TRUE
005500         SET RUN-HAS-FAILED TO TRUE
005510         GO TO 1700-EXIT
005520     END-IF.
005530     SET RPT-FILE-IS-OPEN TO TRUE.
005540
005550*    THE FILE HEADER WAS PROVED ON THE FIRST PASS
005560     READ CLEARING-IN
005570         AT END
005580             SET CLRI-EOF TO TRUE
005590     END-READ.
005600
005610     MOVE SPACES TO TRAN-RECORD.
005620     SET TRAN-REC-HEADER TO TRUE.
005630     MOVE WS-SETTLE-DATE TO TRAN-BATCH-DATE.
005640     MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NUMBER.
005650     WRITE TRAN-RECORD.
005660
005670     MOVE WS-CLEARING-ID TO RH1-CLEARING-ID.
005680     MOVE WS-FILE-SEQ TO RH1-FILE-SEQ.
005690     MOVE WS-TODAY TO RH1-TODAY.
005700     WRITE RPT-LINE FROM WS-RPT-HEADER-1.
005710     MOVE WS-SETTLE-DATE TO RH2-SETTLE-DATE.
005720     MOVE WS-BATCH-NUMBER TO RH2-BATCH-NUMBER.
005730     WRITE RPT-LINE FROM WS-RPT-HEADER-2.
005740     WRITE RPT-LINE FROM WS-RPT-COLUMNS
005750         AFTER ADVANCING 2 LINES.
005760     WRITE RPT-LINE FROM SPACES
005770         AFTER ADVANCING 1 LINE.
005780 1700-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820*  1100-FIND-HIGHEST-SUSPENSE - SCAN THE SUSPENSE FILE SO
005830*  NEW ITEMS CONTINUE THE NUMBERING FROM THE HIGHEST ONE,
005840*  NOTING ANY ITEM ALREADY SUSPENDED FROM THIS FILE
005850*----------------------------------------------------------*
005860 1100-FIND-HIGHEST-SUSPENSE.
005870     MOVE "N" TO WS-SUSP-SCAN-EOF-SW.
005880     MOVE ZEROS TO SUSP-NUMBER.
005890     START SUSPENSE-FILE KEY IS NOT LESS THAN SUSP-NUMBER
005900         INVALID KEY
005910             SET SUSP-SCAN-EOF TO TRUE
005920     END-START.
005930     PERFORM 1150-NOTE-ONE-SUSPENSE THRU 1150-EXIT
005940         UNTIL SUSP-SCAN-EOF.
005950 1100-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990*  1150-NOTE-ONE-SUSPENSE - REMEMBER THE NEWEST SUSPENSE
006000*  NUMBER SEEN ON THE SCAN
006010*----------------------------------------------------------*
006020 1150-NOTE-ONE-SUSPENSE.
006030     READ SUSPENSE-FILE NEXT RECORD
006040         AT END
006050             SET SUSP-SCAN-EOF TO TRUE
006060             GO TO 1150-EXIT
006070     END-READ.
006080     MOVE SUSP-NUMBER TO WS-NEXT-SUSP-NUMBER.
006090     IF SUSP-BATCH-NUMBER = WS-BATCH-NUMBER
006100         SET BATCH-ALREADY-SUSPENDED TO TRUE
006110     END-IF.
006120 1150-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------*
006160*  2000-IMPORT-ONE-ITEM - READ THE NEXT CLEARING ITEM,
006170*  MATCH IT TO THE ACCOUNT MASTER AND EITHER ADD IT TO THE
006180*  BATCH OR PUT IT IN SUSPENSE. THE TRAILER ENDS THE RUN.
006190*----------------------------------------------------------*
006200 2000-IMPORT-ONE-ITEM.
006210     READ CLEARING-IN
006220         AT END
006230             SET CLRI-EOF TO TRUE
006240             GO TO 2000-EXIT
006250     END-READ.
006260     IF CLRI-FILE-TRAILER
006270         SET CLRI-EOF TO TRUE
006280         GO TO 2000-EXIT
006290     END-IF.
006300     ADD 1 TO WS-READ-COUNT.
006310
006320     MOVE SPACES TO WS-ITEM-REJECT-REASON.
006330     MOVE SPACES TO ACCT-STATUS.
006340     MOVE CLRI-DEST-ACCT-ID TO RDT-ACCOUNT.
006350
006360     IF CLRI-DEST-ACCT-ID NOT NUMERIC
006370        OR CLRI-DEST-ACCT-REST NOT = SPACES
006380         MOVE "NOT AN ACCOUNT OF THIS BANK"
006390             TO WS-ITEM-REJECT-REASON
006400         GO TO 2000-DECIDE
006410     END-IF.
006420
006430     MOVE CLRI-DEST-ACCT-NUM TO ACCT-NUMBER.
006440     READ ACCOUNT-MASTER
006450         INVALID KEY
006460             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
006470                 TO WS-ITEM-REJECT-REASON
006480             GO TO 2000-DECIDE
006490     END-READ.
006500
006510     IF ACCT-STATUS-CLOSED
006520         MOVE "ACCOUNT IS CLOSED"
006530             TO WS-ITEM-REJECT-REASON
006540         GO TO 2000-DECIDE
006550     END-IF.
006560
006570     IF CLRI-AMOUNT = ZERO
006580         MOVE "ZERO AMOUNT"
006590             TO WS-ITEM-REJECT-REASON
006600         GO TO 2000-DECIDE
006610     END-IF.
006620
006630     IF CLRI-AMOUNT > WS-MAX-AMOUNT
006640         MOVE "AMOUNT OVER THE POSTING LIMIT"
006650             TO WS-ITEM-REJECT-REASON
006660     END-IF.
006670
006680 2000-DECIDE.
006690     IF WS-ITEM-REJECT-REASON = SPACES
006700         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
006710         MOVE "ACCEPTE" TO RDT-RESULT
006720     ELSE
006730         PERFORM 3100-WRITE-SUSPENSE THRU 3100-EXIT
006740         MOVE WS-ITEM-REJECT-REASON TO RDT-RESULT
006750     END-IF.
006760
006770     MOVE CLRI-REFERENCE TO RDT-REFERENCE.
006780     IF CLRI-CREDIT-ITEM
006790         MOVE "C" TO RDT-DIRECTION
006800     ELSE
006810         MOVE "D" TO RDT-DIRECTION
006820     END-IF.
006830     MOVE CLRI-AMOUNT TO RDT-AMOUNT.
006840     WRITE RPT-LINE FROM WS-RPT-DETAIL.
006850 2000-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------*
006890*  2100-WRITE-DETAIL - ADD THE ACCEPTED ITEM TO THE BATCH:
006900*  A CREDIT TRANSFER AS A CREDIT, A DIRECT DEBIT AS A
006910*  DEBIT, WITH THE ORDERING PARTY AND THE CLEARING
006920*  REFERENCE. A DIRECT DEBIT IS NOT PRE-AUTHORISED, SO
006930*  POSTTRAN STILL APPLIES ITS DORMANCY, HOLD AND OVERDRAFT
006940*  CHECKS TO IT.
006950*----------------------------------------------------------*
006960 2100-WRITE-DETAIL.
006970     MOVE SPACES TO TRAN-RECORD.
006980     SET TRAN-REC-DETAIL TO TRUE.
006990     MOVE ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
007000     IF CLRI-CREDIT-ITEM
007010         SET TRAN-TYPE-CREDIT TO TRUE
007020         ADD CLRI-AMOUNT TO WS-CREDIT-TOTAL
007030         ADD 1 TO WS-CREDIT-COUNT
007040     ELSE
007050         SET TRAN-TYPE-DEBIT TO TRUE
007060         ADD CLRI-AMOUNT TO WS-DEBIT-TOTAL
007070         ADD 1 TO WS-DEBIT-COUNT
007080     END-IF.
007090     MOVE CLRI-AMOUNT TO TRAN-AMOUNT.
007100     MOVE ZERO TO TRAN-TO-ACCOUNT.
007110     SET TRAN-ORIGIN-CLEARING TO TRUE.
007120     MOVE CLRI-ORDERING-BANK TO TRAN-CPTY-BANK.
007130     MOVE CLRI-ORDERING-ACCOUNT TO TRAN-CPTY-ACCOUNT.
007140     MOVE CLRI-ORDERING-NAME TO TRAN-CPTY-NAME.
007150     MOVE CLRI-REFERENCE TO TRAN-CLEARING-REF.
007160     WRITE TRAN-RECORD.
007170     ADD 1 TO WS-ITEM-COUNT.
007180 2100-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------*
007220*  3100-WRITE-SUSPENSE - CARRY THE UNMATCHED ITEM TO THE
007230*  SUSPENSE FILE WITH THE REASON, SO IT CAN BE REPAIRED AND
007240*  REGENERATED INSTEAD OF RE-KEYED BY HAND. AN AMOUNT TOO
007250*  LARGE TO POST IS SUSPENDED AT ZERO FOR THE REPAIR.
007260*----------------------------------------------------------*
007270 3100-WRITE-SUSPENSE.
007280     ADD 1 TO WS-NEXT-SUSP-NUMBER.
007290     MOVE SPACES TO SUSP-RECORD.
007300     MOVE WS-NEXT-SUSP-NUMBER TO SUSP-NUMBER.
007310     IF CLRI-DEST-ACCT-ID NUMERIC
007311        AND CLRI-DEST-ACCT-REST = SPACES
007320         MOVE CLRI-DEST-ACCT-NUM TO SUSP-ACCT-NUMBER
007330     ELSE
007340         MOVE ZERO TO SUSP-ACCT-NUMBER
007350     END-IF.
007360     IF CLRI-CREDIT-ITEM
007370         SET SUSP-TYPE-CREDIT TO TRUE
007380     ELSE
007390         SET SUSP-TYPE-DEBIT TO TRUE
007400     END-IF.
007410     IF CLRI-AMOUNT > WS-MAX-AMOUNT
007420         MOVE ZERO TO SUSP-AMOUNT
007430     ELSE
007440         MOVE CLRI-AMOUNT TO SUSP-AMOUNT
007450     END-IF.
007460     MOVE SPACE TO SUSP-AUTH-CODE.
007470     MOVE ZERO TO SUSP-TO-ACCOUNT.
007480     MOVE WS-BATCH-NUMBER TO SUSP-BATCH-NUMBER.
007490     MOVE WS-TODAY TO SUSP-REJECT-DATE.
007500     MOVE WS-ITEM-REJECT-REASON TO SUSP-REASON.
007510     SET SUSP-STATUS-OPEN TO TRUE.
007520     MOVE ZERO TO SUSP-RESOLVED-DATE.
007530     MOVE SPACES TO SUSP-WRITE-OFF-REASON.
007540
007550     WRITE SUSP-RECORD
007560         INVALID KEY
007570             DISPLAY "CLRIMP: SUSPENSE WRITE FAILED FOR "
007580                 "ITEM " SUSP-NUMBER ", STATUS = "
007590                 WS-SUSP-FILE-STATUS
007600             SET RUN-HAS-FAILED TO TRUE
007610             GO TO 3100-EXIT
007620     END-WRITE.
007630
007640     ADD 1 TO WS-SUSPENDED-COUNT.
007650     ADD CLRI-AMOUNT TO WS-SUSPENDED-TOTAL.
007660 3100-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------*
007700*  9000-TERMINATE - CLOSE THE BATCH WITH ITS TRAILER, PRINT
007710*  THE IMPORT TOTALS AND CLOSE FILES
007720*----------------------------------------------------------*
007730 9000-TERMINATE.
007740     IF CBAT-FILE-IS-OPEN
007750         MOVE SPACES TO TRAN-RECORD
007760         SET TRAN-REC-TRAILER TO TRUE
007770         MOVE WS-ITEM-COUNT TO TRAN-TRL-RECORD-COUNT
007780         MOVE WS-DEBIT-TOTAL TO TRAN-TRL-DEBIT-TOTAL
007790         MOVE WS-CREDIT-TOTAL TO TRAN-TRL-CREDIT-TOTAL
007800         WRITE TRAN-RECORD
007810         CLOSE CLEARING-BATCH
007820     END-IF.
007830
007840     IF RPT-FILE-IS-OPEN
007850         MOVE "ARTICLES LUS" TO RTL-LABEL
007860         MOVE WS-READ-COUNT TO RTL-COUNT
007870         COMPUTE RTL-AMOUNT =
007880             WS-PROOF-CREDIT-TOTAL + WS-PROOF-DEBIT-TOTAL
007890         WRITE RPT-LINE FROM WS-RPT-TOTAL
007900             AFTER ADVANCING 2 LINES
007910         MOVE "ACCEPTES - CREDITS" TO RTL-LABEL
007920         MOVE WS-CREDIT-COUNT TO RTL-COUNT
007930         MOVE WS-CREDIT-TOTAL TO RTL-AMOUNT
007940         WRITE RPT-LINE FROM WS-RPT-TOTAL
007950         MOVE "ACCEPTES - DEBITS" TO RTL-LABEL
007960         MOVE WS-DEBIT-COUNT TO RTL-COUNT
007970         MOVE WS-DEBIT-TOTAL TO RTL-AMOUNT
007980         WRITE RPT-LINE FROM WS-RPT-TOTAL
007990         MOVE "MIS EN SUSPENS" TO RTL-LABEL
008000         MOVE WS-SUSPENDED-COUNT TO RTL-COUNT
008010         MOVE WS-SUSPENDED-TOTAL TO RTL-AMOUNT
008020         WRITE RPT-LINE FROM WS-RPT-TOTAL
008030         CLOSE IMPORT-REPORT
008040     END-IF.
008050
008060     IF CLRI-FILE-IS-OPEN
008070         CLOSE CLEARING-IN
008080     END-IF.
008090     IF ACCT-FILE-IS-OPEN
008100         CLOSE ACCOUNT-MASTER
008110     END-IF.
008120     IF SUSP-FILE-IS-OPEN
008130         CLOSE SUSPENSE-FILE
008140     END-IF.
008150
008160     DISPLAY "CLRIMP: " WS-READ-COUNT " ITEM(S) READ, "
008170         WS-ITEM-COUNT " IMPORTED AS BATCH " WS-BATCH-NUMBER
008180         ", " WS-SUSPENDED-COUNT " PUT IN SUSPENSE.".
008190 9000-EXIT.
008200     EXIT.
