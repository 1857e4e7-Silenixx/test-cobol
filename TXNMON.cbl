000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. TXNMON.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - LARGE-VALUE AND
000130*                   STRUCTURING MONITORING FOR COMPLIANCE.
000140*                   READS THE HISTORY JOURNAL OVER A PERIOD
000150*                   KEYED AT THE CONSOLE AND ROLLS THE
000160*                   MOVEMENTS UP BY CUSTOMER THROUGH
000170*                   ACCT-CUST-NUMBER. A POSTING ABOVE THE
000180*                   SINGLE THRESHOLD RAISES A LARGE-VALUE
000190*                   CASE; SMALLER POSTINGS ARE ADDED OVER A
000200*                   ROLLING WINDOW OF CALENDAR DAYS AND TWO
000210*                   OR MORE OF THEM ABOVE THE ROLLING
000220*                   THRESHOLD RAISE A STRUCTURING CASE (BOTH
000230*                   THRESHOLDS AND THE WINDOW ARE ON MONPARM,
000240*                   SEE MONREC). REVERSED POSTINGS, THEIR
000250*                   REVERSALS AND TRANSFERS BETWEEN TWO
000260*                   ACCOUNTS OF THE SAME CUSTOMER ARE LEFT
000270*                   OUT. EVERY CASE GOES TO THE CASE FILE
000280*                   (CASEFILE, SEE CASEREC) WITH A NUMBER AND
000290*                   STATUS OPEN; A CASE ALREADY ON FILE FOR
000300*                   THE SAME POSTING, OR A STRUCTURING CASE
000310*                   WHOSE WINDOW OVERLAPS ONE ON FILE, IS NOT
000320*                   RAISED AGAIN WHEN THE PERIOD IS RERUN.
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MONITOR-PARM-FILE ASSIGN TO "MONPARM"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PARM-FILE-STATUS.
000410
000420     SELECT HISTORY-JOURNAL ASSIGN TO "HISTJRNL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS HIST-KEY
000460         FILE STATUS IS WS-HIST-FILE-STATUS.
000470
000480     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS ACCT-NUMBER
000520         FILE STATUS IS WS-ACCT-FILE-STATUS.
000530
000540     SELECT CASE-FILE ASSIGN TO "CASEFILE"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CASE-NUMBER
000580         ALTERNATE RECORD KEY IS CASE-CUST-NUMBER
000590             WITH DUPLICATES
000600         FILE STATUS IS WS-CASE-FILE-STATUS.
000610
000620     SELECT SORT-FILE ASSIGN TO "SORTWK".
000630
000640     SELECT MONITOR-REPORT ASSIGN TO "MONRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RPT-FILE-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  MONITOR-PARM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY MONREC.
000730
000740 FD  HISTORY-JOURNAL
000750     LABEL RECORDS ARE STANDARD.
000760     COPY HISTREC.
000770
000780 FD  ACCOUNT-MASTER
000790     LABEL RECORDS ARE STANDARD.
000800     COPY ACCTREC.
000810
000820 FD  CASE-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY CASEREC.
000850
000860*    ONE SELECTED POSTING, SORTED BY CUSTOMER AND DATE SO EACH
000870*    CUSTOMER'S MOVEMENTS ON ALL ACCOUNTS COME TOGETHER
000880 SD  SORT-FILE.
000890 01  SORT-RECORD.
000900     05  SRT-CUST-NUMBER           PIC 9(06).
000910     05  SRT-POST-DATE             PIC 9(08).
000920     05  SRT-ACCT-NUMBER           PIC 9(06).
000930     05  SRT-POST-SEQ              PIC 9(04).
000940     05  SRT-TRAN-TYPE             PIC X(01).
000950     05  SRT-AMOUNT                PIC 9(7)V99.
000960
000970 FD  MONITOR-REPORT
000980     LABEL RECORDS ARE STANDARD.
000990 01  RPT-LINE                      PIC X(80).
001000
001010 WORKING-STORAGE SECTION.
001020 77  WS-PARM-FILE-STATUS           PIC X(02).
001030     88  WS-PARM-FILE-OK               VALUE "00".
001040
001050 77  WS-HIST-FILE-STATUS           PIC X(02).
001060     88  WS-HIST-FILE-OK               VALUE "00".
001070     88  WS-HIST-FILE-NOT-FOUND        VALUE "35".
001080
001090 77  WS-ACCT-FILE-STATUS           PIC X(02).
001100     88  WS-ACCT-FILE-OK               VALUE "00".
001110
001120 77  WS-CASE-FILE-STATUS           PIC X(02).
001130     88  WS-CASE-FILE-OK               VALUE "00".
001140     88  WS-CASE-FILE-NOT-FOUND        VALUE "35".
001150
001160 77  WS-RPT-FILE-STATUS            PIC X(02).
001170     88  WS-RPT-FILE-OK                VALUE "00".
001180
001190 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
001200     88  HIST-FILE-IS-OPEN             VALUE "Y".
001210
001220 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
001230     88  ACCT-FILE-IS-OPEN             VALUE "Y".
001240
001250 77  WS-CASE-FILE-OPEN-SW          PIC X(01) VALUE "N".
001260     88  CASE-FILE-IS-OPEN             VALUE "Y".
001270
001280 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001290     88  RPT-FILE-IS-OPEN              VALUE "Y".
001300
001310 77  WS-RUN-STOP-SW                PIC X(01) VALUE "N".
001320     88  RUN-IS-STOPPED                VALUE "Y".
001330
001340 77  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
001350     88  HIST-EOF                      VALUE "Y".
001360
001370 77  WS-SORT-EOF-SW                PIC X(01) VALUE "N".
001380     88  SORT-EOF                      VALUE "Y".
001390
001400 77  WS-CASE-EOF-SW                PIC X(01) VALUE "N".
001410     88  CASE-EOF                      VALUE "Y".
001420
001430 77  WS-CASE-FOUND-SW              PIC X(01) VALUE "N".
001440     88  CASE-ALREADY-RAISED           VALUE "Y".
001450
001460 77  WS-OWN-XFER-SW                PIC X(01) VALUE "N".
001470     88  XFER-IS-OWN-ACCOUNTS          VALUE "Y".
001480
001490 77  WS-DATE-VALID-SW              PIC X(01) VALUE "N".
001500     88  DATE-IS-VALID                 VALUE "Y".
001510
001520 77  WS-WIN-TRIMMED-SW             PIC X(01) VALUE "N".
001530     88  WINDOW-IS-TRIMMED             VALUE "Y".
001540
001550 77  WS-TODAY                      PIC 9(08).
001560 77  WS-SEL-DATE-FROM              PIC 9(08) VALUE ZERO.
001570 77  WS-SEL-DATE-TO                PIC 9(08) VALUE ZERO.
001580
001590 77  WS-SINGLE-THRESHOLD           PIC 9(7)V99 VALUE ZERO.
001600 77  WS-ROLLING-THRESHOLD          PIC 9(9)V99 VALUE ZERO.
001610 77  WS-ROLLING-DAYS               PIC 9(03) VALUE ZERO.
001620
001630 77  WS-LAST-ACCT-NUMBER           PIC 9(06) VALUE ZERO.
001640 77  WS-LAST-CUST-NUMBER           PIC 9(06) VALUE ZERO.
001650 77  WS-CURR-CUST-NUMBER           PIC 9(06) VALUE ZERO.
001660 77  WS-NEXT-CASE-NUMBER           PIC 9(06) VALUE ZERO.
001670
001680 77  WS-HIST-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001690 77  WS-SELECTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001700 77  WS-CUSTOMER-COUNT             PIC 9(05) COMP VALUE ZERO.
001710 77  WS-RAISED-COUNT               PIC 9(05) COMP VALUE ZERO.
001720 77  WS-LARGE-COUNT                PIC 9(05) COMP VALUE ZERO.
001730 77  WS-STRUCT-COUNT               PIC 9(05) COMP VALUE ZERO.
001740 77  WS-KNOWN-COUNT                PIC 9(05) COMP VALUE ZERO.
001750 77  WS-RAISED-TOTAL               PIC 9(11)V99 VALUE ZERO.
001760
001770*    THE CASE BEING CONSIDERED, BUILT HERE WHILE THE CUSTOMER'S
001780*    EXISTING CASES ARE READ INTO THE FILE RECORD
001790     COPY CASEREC REPLACING LEADING ==CASE-== BY ==NEW-CASE-==.
001800
001810*    THE CURRENT CUSTOMER'S ROLLING WINDOW: THE POSTINGS AT OR
001820*    BELOW THE SINGLE THRESHOLD STILL INSIDE THE WINDOW, OLDEST
001830*    AT WS-WIN-HEAD, NEWEST AT WS-WIN-TAIL. WS-WIN-DAY IS THE
001840*    POSTING'S DAY NUMBER COUNTED FROM THE START OF THE PERIOD.
001850 77  WS-WIN-MAX                    PIC 9(04) COMP VALUE 500.
001860 77  WS-WIN-HEAD                   PIC 9(04) COMP VALUE 1.
001870 77  WS-WIN-TAIL                   PIC 9(04) COMP VALUE ZERO.
001880 77  WS-WIN-FROM                   PIC 9(04) COMP VALUE ZERO.
001890 77  WS-WIN-TO                     PIC 9(04) COMP VALUE ZERO.
001900 77  WS-WIN-COUNT                  PIC 9(04) COMP VALUE ZERO.
001910 77  WS-WIN-TOTAL                  PIC 9(11)V99 VALUE ZERO.
001920 77  WS-DAY-NUMBER                 PIC 9(05) COMP VALUE ZERO.
001930
001940 01  WS-WINDOW-TABLE.
001950     05  WS-WIN-ENTRY OCCURS 500 TIMES.
001960         10  WS-WIN-DAY            PIC 9(05) COMP.
001970         10  WS-WIN-DATE           PIC 9(08).
001980         10  WS-WIN-AMOUNT         PIC 9(7)V99.
001990
002000*    CALENDAR WORK AREAS FOR WALKING THE PERIOD DAY BY DAY
002010 01  WS-ROLL-GROUP.
002020     05  WS-ROLL-DATE              PIC 9(08).
002030     05  WS-ROLL-R REDEFINES WS-ROLL-DATE.
002040         10  WS-ROLL-YYYY               PIC 9(04).
002050         10  WS-ROLL-MM                 PIC 9(02).
002060         10  WS-ROLL-DD                 PIC 9(02).
002070
002080 01  WS-DIM-AREA.
002090     05  FILLER                    PIC X(24)
002100         VALUE "312831303130313130313031".
002110 01  WS-DIM-R REDEFINES WS-DIM-AREA.
002120     05  WS-DIM OCCURS 12 TIMES    PIC 9(02).
002130
002140 77  WS-MONTH-LENGTH               PIC 9(02) COMP VALUE ZERO.
002150 77  WS-LEAP-QUOT                  PIC 9(04) COMP VALUE ZERO.
002160 77  WS-LEAP-REM                   PIC 9(04) COMP VALUE ZERO.
002170 77  WS-LEAP-SW                    PIC X(01) VALUE "N".
002180     88  YEAR-IS-LEAP                  VALUE "Y".
002190
002200 01  WS-REPORT-HEADER-1.
002210     05  FILLER                PIC X(01) VALUE SPACE.
002220     05  FILLER                PIC X(30) VALUE
002230         "SURVEILLANCE DES MOUVEMENTS DU".
002240     05  FILLER                PIC X(01) VALUE SPACE.
002250     05  HDR1-DATE-FROM        PIC 9(08).
002260     05  FILLER                PIC X(04) VALUE " AU ".
002270     05  HDR1-DATE-TO          PIC 9(08).
002280     05  FILLER                PIC X(08) VALUE "  EDITE ".
002290     05  HDR1-TODAY            PIC 9(08).
002300
002310 01  WS-REPORT-HEADER-2.
002320     05  FILLER                PIC X(01) VALUE SPACE.
002330     05  FILLER                PIC X(18) VALUE
002340         "SEUIL UNITAIRE : ".
002350     05  HDR2-SINGLE           PIC Z(6)9.99.
002360     05  FILLER                PIC X(18) VALUE
002370         "  SEUIL CUMULE : ".
002380     05  HDR2-ROLLING          PIC Z(8)9.99.
002390     05  FILLER                PIC X(05) VALUE " SUR ".
002400     05  HDR2-DAYS             PIC ZZ9.
002410     05  FILLER                PIC X(06) VALUE " JOURS".
002420
002430 01  WS-REPORT-HEADER-3.
002440     05  FILLER                PIC X(01) VALUE SPACE.
002450     05  FILLER                PIC X(08) VALUE "DOSSIER".
002460     05  FILLER                PIC X(02) VALUE "T ".
002470     05  FILLER                PIC X(08) VALUE "CLIENT".
002480     05  FILLER                PIC X(08) VALUE "COMPTE".
002490     05  FILLER                PIC X(10) VALUE "DU".
002500     05  FILLER                PIC X(10) VALUE "AU".
002510     05  FILLER                PIC X(05) VALUE "  NB".
002520     05  FILLER                PIC X(12) VALUE "     MONTANT".
002530
002540 01  WS-DETAIL-LINE.
002550     05  FILLER                    PIC X(01) VALUE SPACE.
002560     05  DTL-CASE-NUMBER           PIC 9(06).
002570     05  FILLER                    PIC X(02) VALUE SPACES.
002580     05  DTL-CASE-TYPE             PIC X(01).
002590     05  FILLER                    PIC X(01) VALUE SPACE.
002600     05  DTL-CUST-NUMBER           PIC 9(06).
002610     05  FILLER                    PIC X(02) VALUE SPACES.
002620     05  DTL-ACCT-NUMBER           PIC 9(06).
002630     05  FILLER                    PIC X(02) VALUE SPACES.
002640     05  DTL-WINDOW-FROM           PIC 9(08).
002650     05  FILLER                    PIC X(02) VALUE SPACES.
002660     05  DTL-WINDOW-TO             PIC 9(08).
002670     05  FILLER                    PIC X(02) VALUE SPACES.
002680     05  DTL-POSTING-COUNT         PIC ZZZ9.
002690     05  FILLER                    PIC X(01) VALUE SPACE.
002700     05  DTL-AMOUNT                PIC Z(8)9.99.
002710
002720 01  WS-TOTAL-LINE.
002730     05  FILLER                PIC X(01) VALUE SPACE.
002740     05  FILLER                PIC X(18) VALUE
002750         "DOSSIERS OUVERTS :".
002760     05  TOT-COUNT             PIC ZZZZ9.
002770     05  FILLER                PIC X(11) VALUE "  MONTANT :".
002780     05  TOT-AMOUNT            PIC Z(10)9.99.
002790     05  FILLER                PIC X(17) VALUE
002800         "  DEJA SIGNALES :".
002810     05  TOT-KNOWN             PIC ZZZZ9.
002820
002830 PROCEDURE DIVISION.
002840
002850*----------------------------------------------------------*
002860*  0000-MAINLINE
002870*----------------------------------------------------------*
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900
002910     IF NOT RUN-IS-STOPPED
002920         SORT SORT-FILE
002930             ON ASCENDING KEY SRT-CUST-NUMBER
002940                              SRT-POST-DATE
002950                              SRT-ACCT-NUMBER
002960                              SRT-POST-SEQ
002970             INPUT PROCEDURE IS 3000-SELECT-POSTINGS
002980                 THRU 3000-EXIT
002990             OUTPUT PROCEDURE IS 5000-SCAN-CUSTOMERS
003000                 THRU 5000-EXIT
003010     END-IF.
003020
003030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003040     GOBACK.
003050
003060*----------------------------------------------------------*
003070*  1000-INITIALIZE - READ THE MONITORING PARAMETERS, TAKE
003080*  THE PERIOD FROM THE CONSOLE, OPEN FILES AND PRINT THE
003090*  HEADINGS
003100*----------------------------------------------------------*
003110 1000-INITIALIZE.
003120     OPEN INPUT MONITOR-PARM-FILE.
003130     IF NOT WS-PARM-FILE-OK
003140         DISPLAY "TXNMON: UNABLE TO OPEN MONITORING PARAMETERS, "
003150             "STATUS = " WS-PARM-FILE-STATUS
003160         SET RUN-IS-STOPPED TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF.
003190     READ MONITOR-PARM-FILE
003200         AT END
003210             DISPLAY "TXNMON: MONITORING PARAMETER FILE IS EMPTY"
003220             CLOSE MONITOR-PARM-FILE
003230             SET RUN-IS-STOPPED TO TRUE
003240             GO TO 1000-EXIT
003250     END-READ.
003260     MOVE MON-SINGLE-THRESHOLD TO WS-SINGLE-THRESHOLD.
003270     MOVE MON-ROLLING-THRESHOLD TO WS-ROLLING-THRESHOLD.
003280     MOVE MON-ROLLING-DAYS TO WS-ROLLING-DAYS.
003290     CLOSE MONITOR-PARM-FILE.
003300
003310     IF WS-SINGLE-THRESHOLD = ZERO
003320        OR WS-ROLLING-THRESHOLD = ZERO
003330        OR WS-ROLLING-DAYS = ZERO
003340         DISPLAY "TXNMON: MONITORING PARAMETERS ARE INCOMPLETE"
003350         SET RUN-IS-STOPPED TO TRUE
003360         GO TO 1000-EXIT
003370     END-IF.
003380
003390     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
003400
003410     DISPLAY "DATE DE DEBUT DE LA PERIODE (AAAAMMJJ) ?".
003420     ACCEPT WS-SEL-DATE-FROM.
003430     DISPLAY "DATE DE FIN DE LA PERIODE (AAAAMMJJ, "
003440         "0 = AUJOURD'HUI) ?".
003450     ACCEPT WS-SEL-DATE-TO.
003460     IF WS-SEL-DATE-TO = ZERO
003470         MOVE WS-TODAY TO WS-SEL-DATE-TO
003480     END-IF.
003490
003500     PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
003510     IF RUN-IS-STOPPED
003520         GO TO 1000-EXIT
003530     END-IF.
003540
003550     OPEN INPUT HISTORY-JOURNAL.
003560     IF WS-HIST-FILE-NOT-FOUND
003570         DISPLAY "TXNMON: NO HISTORY JOURNAL, NOTHING TO MONITOR."
003580         SET RUN-IS-STOPPED TO TRUE
003590         GO TO 1000-EXIT
003600     END-IF.
003610     IF NOT WS-HIST-FILE-OK
003620         DISPLAY "TXNMON: UNABLE TO OPEN HISTORY JOURNAL, "
003630             "STATUS = " WS-HIST-FILE-STATUS
003640         SET RUN-IS-STOPPED TO TRUE
003650         GO TO 1000-EXIT
003660     END-IF.
003670     SET HIST-FILE-IS-OPEN TO TRUE.
003680
003690     OPEN INPUT ACCOUNT-MASTER.
003700     IF NOT WS-ACCT-FILE-OK
003710         DISPLAY "TXNMON: UNABLE TO OPEN ACCOUNT MASTER, "
003720             "STATUS = " WS-ACCT-FILE-STATUS
003730         SET RUN-IS-STOPPED TO TRUE
003740         GO TO 1000-EXIT
003750     END-IF.
003760     SET ACCT-FILE-IS-OPEN TO TRUE.
003770
003780*    A MISSING CASE FILE IS CREATED ON FIRST USE
003790     OPEN I-O CASE-FILE.
003800     IF WS-CASE-FILE-NOT-FOUND
003810         OPEN OUTPUT CASE-FILE
003820         IF WS-CASE-FILE-OK
003830             CLOSE CASE-FILE
003840             OPEN I-O CASE-FILE
003850         END-IF
003860     END-IF.
003870     IF NOT WS-CASE-FILE-OK
003880         DISPLAY "TXNMON: UNABLE TO OPEN CASE FILE, "
003890             "STATUS = " WS-CASE-FILE-STATUS
003900         SET RUN-IS-STOPPED TO TRUE
003910         GO TO 1000-EXIT
003920     END-IF.
003930     SET CASE-FILE-IS-OPEN TO TRUE.
003940     PERFORM 1100-FIND-HIGHEST-CASE THRU 1100-EXIT.
003950
003960     OPEN OUTPUT MONITOR-REPORT.
003970     IF NOT WS-RPT-FILE-OK
003980         DISPLAY "TXNMON: UNABLE TO OPEN MONITORING REPORT, "
003990             "STATUS = " WS-RPT-FILE-STATUS
004000         SET RUN-IS-STOPPED TO TRUE
004010         GO TO 1000-EXIT
004020     END-IF.
004030     SET RPT-FILE-IS-OPEN TO TRUE.
004040
004050     MOVE WS-SEL-DATE-FROM TO HDR1-DATE-FROM.
004060     MOVE WS-SEL-DATE-TO TO HDR1-DATE-TO.
004070     MOVE WS-TODAY TO HDR1-TODAY.
004080     MOVE WS-SINGLE-THRESHOLD TO HDR2-SINGLE.
004090     MOVE WS-ROLLING-THRESHOLD TO HDR2-ROLLING.
004100     MOVE WS-ROLLING-DAYS TO HDR2-DAYS.
004110     WRITE RPT-LINE FROM WS-REPORT-HEADER-1.
004120     WRITE RPT-LINE FROM WS-REPORT-HEADER-2
004130         AFTER ADVANCING 1 LINE.
004140     WRITE RPT-LINE FROM WS-REPORT-HEADER-3
004150         AFTER ADVANCING 2 LINES.
004160     WRITE RPT-LINE FROM SPACES
004170         AFTER ADVANCING 1 LINE.
004180 1000-EXIT.
004190     EXIT.
004200
004210*----------------------------------------------------------*
004220*  1100-FIND-HIGHEST-CASE - SCAN THE CASE FILE SO NEW CASES
004230*  CONTINUE THE NUMBERING FROM THE HIGHEST ONE
004240*----------------------------------------------------------*
004250 1100-FIND-HIGHEST-CASE.
004260     MOVE "N" TO WS-CASE-EOF-SW.
004270     MOVE ZEROS TO CASE-NUMBER.
004280     START CASE-FILE KEY IS NOT LESS THAN CASE-NUMBER
004290         INVALID KEY
004300             SET CASE-EOF TO TRUE
004310     END-START.
004320     PERFORM 1150-NOTE-ONE-CASE THRU 1150-EXIT
004330         UNTIL CASE-EOF.
004340 1100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------*
004380*  1150-NOTE-ONE-CASE - REMEMBER THE NEWEST CASE NUMBER
004390*  SEEN ON THE SCAN
004400*----------------------------------------------------------*
004410 1150-NOTE-ONE-CASE.
004420     READ CASE-FILE NEXT RECORD
004430         AT END
004440             SET CASE-EOF TO TRUE
004450             GO TO 1150-EXIT
004460     END-READ.
004470     MOVE CASE-NUMBER TO WS-NEXT-CASE-NUMBER.
004480 1150-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520*  1200-CHECK-PERIOD - BOTH DATES MUST BE REAL CALENDAR
004530*  DATES AND THE PERIOD MUST NOT RUN BACKWARDS
004540*----------------------------------------------------------*
004550 1200-CHECK-PERIOD.
004560     MOVE WS-SEL-DATE-FROM TO WS-ROLL-DATE.
004570     PERFORM 7600-CHECK-ROLL-DATE THRU 7600-EXIT.
004580     IF NOT DATE-IS-VALID
004590         DISPLAY "TXNMON: PERIOD START DATE IS INVALID - "
004600             WS-SEL-DATE-FROM
004610         SET RUN-IS-STOPPED TO TRUE
004620         GO TO 1200-EXIT
004630     END-IF.
004640
004650     MOVE WS-SEL-DATE-TO TO WS-ROLL-DATE.
004660     PERFORM 7600-CHECK-ROLL-DATE THRU 7600-EXIT.
004670     IF NOT DATE-IS-VALID
004680         DISPLAY "TXNMON: PERIOD END DATE IS INVALID - "
004690             WS-SEL-DATE-TO
004700         SET RUN-IS-STOPPED TO TRUE
004710         GO TO 1200-EXIT
004720     END-IF.
004730
004740     IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
004750         DISPLAY "TXNMON: PERIOD START IS AFTER PERIOD END"
004760         SET RUN-IS-STOPPED TO TRUE
004770         GO TO 1200-EXIT
004780     END-IF.
004790 1200-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------*
004830*  3000-SELECT-POSTINGS - SORT INPUT: PASS EVERY POSTING OF
004840*  THE PERIOD THAT COUNTS, TAGGED WITH ITS CUSTOMER
004850*----------------------------------------------------------*
004860 3000-SELECT-POSTINGS.
004870     PERFORM 3100-SELECT-ONE-POSTING THRU 3100-EXIT
004880         UNTIL HIST-EOF.
004890 3000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930*  3100-SELECT-ONE-POSTING - READ THE NEXT JOURNAL RECORD
004940*  AND RELEASE IT TO THE SORT WHEN IT FALLS IN THE PERIOD,
004950*  STILL STANDS (NOT REVERSED AND NOT A REVERSAL) AND IS NOT
004960*  A TRANSFER BETWEEN THE CUSTOMER'S OWN ACCOUNTS
004970*----------------------------------------------------------*
004980 3100-SELECT-ONE-POSTING.
004990     READ HISTORY-JOURNAL
005000         AT END
005010             SET HIST-EOF TO TRUE
005020             GO TO 3100-EXIT
005030     END-READ.
005040     ADD 1 TO WS-HIST-READ-COUNT.
005050
005060     IF HIST-POST-DATE < WS-SEL-DATE-FROM
005070        OR HIST-POST-DATE > WS-SEL-DATE-TO
005080         GO TO 3100-EXIT
005090     END-IF.
005100
005110     IF NOT HIST-REV-NONE
005120         GO TO 3100-EXIT
005130     END-IF.
005140
005150     IF HIST-ACCT-NUMBER NOT = WS-LAST-ACCT-NUMBER
005160         PERFORM 3200-LOOKUP-CUSTOMER THRU 3200-EXIT
005170     END-IF.
005180     IF WS-LAST-CUST-NUMBER = ZERO
005190         GO TO 3100-EXIT
005200     END-IF.
005210
005220     IF HIST-XFER-ACCT NOT = ZERO
005230         PERFORM 3300-CHECK-OWN-TRANSFER THRU 3300-EXIT
005240         IF XFER-IS-OWN-ACCOUNTS
005250             GO TO 3100-EXIT
005260         END-IF
005270     END-IF.
005280
005290     MOVE WS-LAST-CUST-NUMBER TO SRT-CUST-NUMBER.
005300     MOVE HIST-POST-DATE TO SRT-POST-DATE.
005310     MOVE HIST-ACCT-NUMBER TO SRT-ACCT-NUMBER.
005320     MOVE HIST-POST-SEQ TO SRT-POST-SEQ.
005330     MOVE HIST-TRAN-TYPE TO SRT-TRAN-TYPE.
005340     MOVE HIST-AMOUNT TO SRT-AMOUNT.
005350     RELEASE SORT-RECORD.
005360     ADD 1 TO WS-SELECTED-COUNT.
005370 3100-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------*
005410*  3200-LOOKUP-CUSTOMER - FIND THE CUSTOMER WHO OWNS THE
005420*  JOURNAL RECORD'S ACCOUNT. THE JOURNAL IS IN ACCOUNT
005430*  ORDER, SO THIS IS DONE ONCE PER ACCOUNT.
005440*----------------------------------------------------------*
005450 3200-LOOKUP-CUSTOMER.
005460     MOVE HIST-ACCT-NUMBER TO WS-LAST-ACCT-NUMBER.
005470     MOVE ZERO TO WS-LAST-CUST-NUMBER.
005480     MOVE HIST-ACCT-NUMBER TO ACCT-NUMBER.
005490     READ ACCOUNT-MASTER
005500         INVALID KEY
005510             DISPLAY "TXNMON: ACCOUNT " HIST-ACCT-NUMBER
005520                 " NOT ON MASTER, POSTINGS NOT MONITORED"
005530             GO TO 3200-EXIT
005540     END-READ.
005550     MOVE ACCT-CUST-NUMBER TO WS-LAST-CUST-NUMBER.
005560 3200-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------*
005600*  3300-CHECK-OWN-TRANSFER - A TRANSFER LEG WHOSE OTHER
005610*  ACCOUNT BELONGS TO THE SAME CUSTOMER IS ONLY MONEY MOVED
005620*  BETWEEN THEIR OWN ACCOUNTS
005630*----------------------------------------------------------*
005640 3300-CHECK-OWN-TRANSFER.
005650     MOVE "N" TO WS-OWN-XFER-SW.
005660     MOVE HIST-XFER-ACCT TO ACCT-NUMBER.
005670     READ ACCOUNT-MASTER
005680         INVALID KEY
005690             GO TO 3300-EXIT
005700     END-READ.
005710     IF ACCT-CUST-NUMBER = WS-LAST-CUST-NUMBER
005720         SET XFER-IS-OWN-ACCOUNTS TO TRUE
005730     END-IF.
005740 3300-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------*
005780*  5000-SCAN-CUSTOMERS - SORT OUTPUT: WALK EACH CUSTOMER'S
005790*  POSTINGS IN DATE ORDER AND RAISE THE CASES
005800*----------------------------------------------------------*
005810 5000-SCAN-CUSTOMERS.
005820     MOVE ZERO TO WS-CURR-CUST-NUMBER.
005830     PERFORM 5100-CHECK-ONE-POSTING THRU 5100-EXIT
005840         UNTIL SORT-EOF.
005850 5000-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890*  5100-CHECK-ONE-POSTING - TAKE THE NEXT SORTED POSTING:
005900*  ABOVE THE SINGLE THRESHOLD IT IS A LARGE-VALUE CASE,
005910*  OTHERWISE IT JOINS THE CUSTOMER'S ROLLING WINDOW
005920*----------------------------------------------------------*
005930 5100-CHECK-ONE-POSTING.
005940     RETURN SORT-FILE
005950         AT END
005960             SET SORT-EOF TO TRUE
005970             GO TO 5100-EXIT
005980     END-RETURN.
005990
006000     IF SRT-CUST-NUMBER NOT = WS-CURR-CUST-NUMBER
006010         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
006020     END-IF.
006030
006040     PERFORM 7200-ADD-ONE-DAY THRU 7200-EXIT
006050         UNTIL WS-ROLL-DATE NOT < SRT-POST-DATE.
006060
006070     IF SRT-AMOUNT > WS-SINGLE-THRESHOLD
006080         PERFORM 6000-RAISE-LARGE-CASE THRU 6000-EXIT
006090         GO TO 5100-EXIT
006100     END-IF.
006110
006120     PERFORM 5400-ADD-TO-WINDOW THRU 5400-EXIT.
006130
006140     IF WS-WIN-TOTAL > WS-ROLLING-THRESHOLD
006150        AND WS-WIN-COUNT > 1
006160         PERFORM 6500-RAISE-STRUCTURING-CASE THRU 6500-EXIT
006170     END-IF.
006180 5100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------*
006220*  5200-START-CUSTOMER - EMPTY THE ROLLING WINDOW AND START
006230*  THE DAY COUNT AGAIN FROM THE FIRST DAY OF THE PERIOD
006240*----------------------------------------------------------*
006250 5200-START-CUSTOMER.
006260     MOVE SRT-CUST-NUMBER TO WS-CURR-CUST-NUMBER.
006270     ADD 1 TO WS-CUSTOMER-COUNT.
006280     MOVE WS-SEL-DATE-FROM TO WS-ROLL-DATE.
006290     MOVE ZERO TO WS-DAY-NUMBER.
006300     MOVE 1 TO WS-WIN-HEAD.
006310     MOVE ZERO TO WS-WIN-TAIL.
006320     MOVE ZERO TO WS-WIN-COUNT.
006330     MOVE ZERO TO WS-WIN-TOTAL.
006340 5200-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380*  5400-ADD-TO-WINDOW - DROP THE POSTINGS THAT HAVE FALLEN
006390*  OUT OF THE ROLLING WINDOW, THEN ADD THIS ONE
006400*----------------------------------------------------------*
006410 5400-ADD-TO-WINDOW.
006420     MOVE "N" TO WS-WIN-TRIMMED-SW.
006430     PERFORM 5450-DROP-OLDEST THRU 5450-EXIT
006440         UNTIL WINDOW-IS-TRIMMED.
006450
006460     IF WS-WIN-HEAD > WS-WIN-TAIL
006470         MOVE 1 TO WS-WIN-HEAD
006480         MOVE ZERO TO WS-WIN-TAIL
006490     END-IF.
006500
006510*    A FULL TABLE IS PACKED DOWN; WHEN EVERY SLOT IS STILL
006520*    INSIDE THE WINDOW THE OLDEST POSTING GIVES UP ITS PLACE
006530     IF WS-WIN-TAIL = WS-WIN-MAX
006540         IF WS-WIN-HEAD = 1
006550             SUBTRACT WS-WIN-AMOUNT(1) FROM WS-WIN-TOTAL
006560             MOVE 2 TO WS-WIN-HEAD
006570         END-IF
006580         PERFORM 5500-PACK-WINDOW THRU 5500-EXIT
006590     END-IF.
006600
006610     ADD 1 TO WS-WIN-TAIL.
006620     MOVE WS-DAY-NUMBER TO WS-WIN-DAY(WS-WIN-TAIL).
006630     MOVE SRT-POST-DATE TO WS-WIN-DATE(WS-WIN-TAIL).
006640     MOVE SRT-AMOUNT TO WS-WIN-AMOUNT(WS-WIN-TAIL).
006650     ADD SRT-AMOUNT TO WS-WIN-TOTAL.
006660     COMPUTE WS-WIN-COUNT = WS-WIN-TAIL - WS-WIN-HEAD + 1.
006670 5400-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------*
006710*  5450-DROP-OLDEST - TAKE THE OLDEST POSTING OUT OF THE
006720*  WINDOW WHEN IT IS ROLLING-DAYS OR MORE DAYS OLD
006730*----------------------------------------------------------*
006740 5450-DROP-OLDEST.
006750     IF WS-WIN-HEAD > WS-WIN-TAIL
006760         SET WINDOW-IS-TRIMMED TO TRUE
006770         GO TO 5450-EXIT
006780     END-IF.
006790     IF WS-WIN-DAY(WS-WIN-HEAD) + WS-ROLLING-DAYS
006800             > WS-DAY-NUMBER
006810         SET WINDOW-IS-TRIMMED TO TRUE
006820         GO TO 5450-EXIT
006830     END-IF.
006840
006850     SUBTRACT WS-WIN-AMOUNT(WS-WIN-HEAD) FROM WS-WIN-TOTAL.
006860     ADD 1 TO WS-WIN-HEAD.
006870 5450-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------*
006910*  5500-PACK-WINDOW - MOVE THE POSTINGS STILL IN THE WINDOW
006920*  DOWN TO THE TOP OF THE TABLE
006930*----------------------------------------------------------*
006940 5500-PACK-WINDOW.
006950     MOVE ZERO TO WS-WIN-TO.
006960     PERFORM 5550-MOVE-ONE-ENTRY THRU 5550-EXIT
006970         VARYING WS-WIN-FROM FROM WS-WIN-HEAD BY 1
006980         UNTIL WS-WIN-FROM > WS-WIN-TAIL.
006990     MOVE 1 TO WS-WIN-HEAD.
007000     MOVE WS-WIN-TO TO WS-WIN-TAIL.
007010 5500-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------*
007050*  5550-MOVE-ONE-ENTRY
007060*----------------------------------------------------------*
007070 5550-MOVE-ONE-ENTRY.
007080     ADD 1 TO WS-WIN-TO.
007090     MOVE WS-WIN-ENTRY(WS-WIN-FROM) TO WS-WIN-ENTRY(WS-WIN-TO).
007100 5550-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140*  6000-RAISE-LARGE-CASE - ONE POSTING ABOVE THE SINGLE
007150*  THRESHOLD, UNLESS A CASE FOR IT IS ALREADY ON FILE
007160*----------------------------------------------------------*
007170 6000-RAISE-LARGE-CASE.
007180     MOVE SPACES TO NEW-CASE-RECORD.
007190     SET NEW-CASE-TYPE-LARGE TO TRUE.
007200     MOVE SRT-CUST-NUMBER TO NEW-CASE-CUST-NUMBER.
007210     MOVE SRT-ACCT-NUMBER TO NEW-CASE-HIST-ACCT.
007220     MOVE SRT-POST-DATE TO NEW-CASE-HIST-DATE.
007230     MOVE SRT-POST-SEQ TO NEW-CASE-HIST-SEQ.
007240     MOVE SRT-POST-DATE TO NEW-CASE-WINDOW-FROM.
007250     MOVE SRT-POST-DATE TO NEW-CASE-WINDOW-TO.
007260     MOVE 1 TO NEW-CASE-POSTING-COUNT.
007270     MOVE SRT-AMOUNT TO NEW-CASE-AMOUNT.
007280
007290     PERFORM 6800-CHECK-KNOWN-CASES THRU 6800-EXIT.
007300     IF CASE-ALREADY-RAISED
007310         ADD 1 TO WS-KNOWN-COUNT
007320         GO TO 6000-EXIT
007330     END-IF.
007340
007350     PERFORM 6900-WRITE-CASE THRU 6900-EXIT.
007360     ADD 1 TO WS-LARGE-COUNT.
007370 6000-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------*
007410*  6500-RAISE-STRUCTURING-CASE - THE WINDOW ENDING WITH THIS
007420*  POSTING WENT ABOVE THE ROLLING THRESHOLD. WHILE IT STAYS
007430*  ABOVE, THE LATER WINDOWS OVERLAP THE CASE JUST RAISED
007440*  AND ARE NOT RAISED AGAIN.
007450*----------------------------------------------------------*
007460 6500-RAISE-STRUCTURING-CASE.
007470     MOVE SPACES TO NEW-CASE-RECORD.
007480     SET NEW-CASE-TYPE-STRUCTURING TO TRUE.
007490     MOVE SRT-CUST-NUMBER TO NEW-CASE-CUST-NUMBER.
007500     MOVE SRT-ACCT-NUMBER TO NEW-CASE-HIST-ACCT.
007510     MOVE SRT-POST-DATE TO NEW-CASE-HIST-DATE.
007520     MOVE SRT-POST-SEQ TO NEW-CASE-HIST-SEQ.
007530     MOVE WS-WIN-DATE(WS-WIN-HEAD) TO NEW-CASE-WINDOW-FROM.
007540     MOVE SRT-POST-DATE TO NEW-CASE-WINDOW-TO.
007550     MOVE WS-WIN-COUNT TO NEW-CASE-POSTING-COUNT.
007560     MOVE WS-WIN-TOTAL TO NEW-CASE-AMOUNT.
007570
007580     PERFORM 6800-CHECK-KNOWN-CASES THRU 6800-EXIT.
007590     IF CASE-ALREADY-RAISED
007600         ADD 1 TO WS-KNOWN-COUNT
007610         GO TO 6500-EXIT
007620     END-IF.
007630
007640     PERFORM 6900-WRITE-CASE THRU 6900-EXIT.
007650     ADD 1 TO WS-STRUCT-COUNT.
007660 6500-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------*
007700*  6800-CHECK-KNOWN-CASES - READ THE CUSTOMER'S CASES ALREADY
007710*  ON FILE, WHATEVER THEIR STATUS, LOOKING FOR ONE THAT
007720*  COVERS THE CASE ABOUT TO BE RAISED
007730*----------------------------------------------------------*
007740 6800-CHECK-KNOWN-CASES.
007750     MOVE "N" TO WS-CASE-FOUND-SW.
007760     MOVE "N" TO WS-CASE-EOF-SW.
007770     MOVE NEW-CASE-CUST-NUMBER TO CASE-CUST-NUMBER.
007780     START CASE-FILE KEY IS EQUAL TO CASE-CUST-NUMBER
007790         INVALID KEY
007800             SET CASE-EOF TO TRUE
007810     END-START.
007820     PERFORM 6850-COMPARE-ONE-CASE THRU 6850-EXIT
007830         UNTIL CASE-EOF OR CASE-ALREADY-RAISED.
007840 6800-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------*
007880*  6850-COMPARE-ONE-CASE - A LARGE-VALUE CASE MATCHES ON THE
007890*  POSTING; A STRUCTURING CASE MATCHES WHEN ITS WINDOW
007900*  OVERLAPS THE NEW ONE
007910*----------------------------------------------------------*
007920 6850-COMPARE-ONE-CASE.
007930     READ CASE-FILE NEXT RECORD
007940         AT END
007950             SET CASE-EOF TO TRUE
007960             GO TO 6850-EXIT
007970     END-READ.
007980     IF CASE-CUST-NUMBER NOT = NEW-CASE-CUST-NUMBER
007990         SET CASE-EOF TO TRUE
008000         GO TO 6850-EXIT
008010     END-IF.
008020
008030     IF CASE-TYPE NOT = NEW-CASE-TYPE
008040         GO TO 6850-EXIT
008050     END-IF.
008060
008070     IF CASE-TYPE-LARGE
008080         IF CASE-HIST-KEY = NEW-CASE-HIST-KEY
008090             SET CASE-ALREADY-RAISED TO TRUE
008100         END-IF
008110     ELSE
008120         IF CASE-WINDOW-FROM NOT > NEW-CASE-WINDOW-TO
008130            AND CASE-WINDOW-TO NOT < NEW-CASE-WINDOW-FROM
008140             SET CASE-ALREADY-RAISED TO TRUE
008150         END-IF
008160     END-IF.
008170 6850-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210*  6900-WRITE-CASE - NUMBER THE NEW CASE, WRITE IT OPEN TO
008220*  THE CASE FILE AND PRINT IT
008230*----------------------------------------------------------*
008240 6900-WRITE-CASE.
008250     ADD 1 TO WS-NEXT-CASE-NUMBER.
008260     MOVE WS-NEXT-CASE-NUMBER TO NEW-CASE-NUMBER.
008270     SET NEW-CASE-STATUS-OPEN TO TRUE.
008280     MOVE WS-TODAY TO NEW-CASE-RAISED-DATE.
008290     MOVE WS-TODAY TO NEW-CASE-STATUS-DATE.
008300     MOVE SPACES TO NEW-CASE-OPERATOR-ID.
008310     MOVE SPACES TO NEW-CASE-OUTCOME.
008320
008330     MOVE NEW-CASE-RECORD TO CASE-RECORD.
008340     WRITE CASE-RECORD
008350         INVALID KEY
008360             DISPLAY "TXNMON: UNABLE TO WRITE CASE "
008370                 NEW-CASE-NUMBER ", STATUS = "
008380                 WS-CASE-FILE-STATUS
008390             GO TO 6900-EXIT
008400     END-WRITE.
008410
008420     MOVE NEW-CASE-NUMBER TO DTL-CASE-NUMBER.
008430     MOVE NEW-CASE-TYPE TO DTL-CASE-TYPE.
008440     MOVE NEW-CASE-CUST-NUMBER TO DTL-CUST-NUMBER.
008450     MOVE NEW-CASE-HIST-ACCT TO DTL-ACCT-NUMBER.
008460     MOVE NEW-CASE-WINDOW-FROM TO DTL-WINDOW-FROM.
008470     MOVE NEW-CASE-WINDOW-TO TO DTL-WINDOW-TO.
008480     MOVE NEW-CASE-POSTING-COUNT TO DTL-POSTING-COUNT.
008490     MOVE NEW-CASE-AMOUNT TO DTL-AMOUNT.
008500     WRITE RPT-LINE FROM WS-DETAIL-LINE.
008510
008520     ADD 1 TO WS-RAISED-COUNT.
008530     ADD NEW-CASE-AMOUNT TO WS-RAISED-TOTAL.
008540 6900-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------*
008580*  7200-ADD-ONE-DAY - ADVANCE THE ROLL DATE BY ONE DAY,
008590*  CARRYING OVER MONTH AND YEAR ENDS, AND COUNT IT
008600*----------------------------------------------------------*
008610 7200-ADD-ONE-DAY.
008620     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
008630     ADD 1 TO WS-ROLL-DD.
008640     IF WS-ROLL-DD > WS-MONTH-LENGTH
008650         MOVE 1 TO WS-ROLL-DD
008660         ADD 1 TO WS-ROLL-MM
008670         IF WS-ROLL-MM > 12
008680             MOVE 1 TO WS-ROLL-MM
008690             ADD 1 TO WS-ROLL-YYYY
008700         END-IF
008710     END-IF.
008720     ADD 1 TO WS-DAY-NUMBER.
008730 7200-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------*
008770*  7400-SET-MONTH-LENGTH - DAYS IN THE ROLL DATE'S MONTH,
008780*  WITH THE LEAP-YEAR RULE FOR FEBRUARY
008790*----------------------------------------------------------*
008800 7400-SET-MONTH-LENGTH.
008810     MOVE WS-DIM(WS-ROLL-MM) TO WS-MONTH-LENGTH.
008820     IF WS-ROLL-MM NOT = 02
008830         GO TO 7400-EXIT
008840     END-IF.
008850
008860     MOVE "N" TO WS-LEAP-SW.
008870     DIVIDE WS-ROLL-YYYY BY 4
008880         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
008890     IF WS-LEAP-REM = ZERO
008900         SET YEAR-IS-LEAP TO TRUE
008910     END-IF.
008920     DIVIDE WS-ROLL-YYYY BY 100
008930         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
008940     IF WS-LEAP-REM = ZERO
008950         MOVE "N" TO WS-LEAP-SW
008960         DIVIDE WS-ROLL-YYYY BY 400
008970             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008980         IF WS-LEAP-REM = ZERO
008990             SET YEAR-IS-LEAP TO TRUE
009000         END-IF
009010     END-IF.
009020
009030     IF YEAR-IS-LEAP
009040         MOVE 29 TO WS-MONTH-LENGTH
009050     END-IF.
009060 7400-EXIT.
009070     EXIT.
009080
009090*----------------------------------------------------------*
009100*  7600-CHECK-ROLL-DATE - IS THE ROLL DATE A REAL CALENDAR
009110*  DATE
009120*----------------------------------------------------------*
009130 7600-CHECK-ROLL-DATE.
009140     MOVE "N" TO WS-DATE-VALID-SW.
009150     IF WS-ROLL-YYYY = ZERO
009160        OR WS-ROLL-MM < 1
009170        OR WS-ROLL-MM > 12
009180        OR WS-ROLL-DD < 1
009190         GO TO 7600-EXIT
009200     END-IF.
009210     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
009220     IF WS-ROLL-DD > WS-MONTH-LENGTH
009230         GO TO 7600-EXIT
009240     END-IF.
009250     SET DATE-IS-VALID TO TRUE.
009260 7600-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------*
009300*  9000-TERMINATE - PRINT THE TOTALS, CLOSE FILES AND
009310*  REPORT TO THE CONSOLE
009320*----------------------------------------------------------*
009330 9000-TERMINATE.
009340     IF RPT-FILE-IS-OPEN
009350         MOVE WS-RAISED-COUNT TO TOT-COUNT
009360         MOVE WS-RAISED-TOTAL TO TOT-AMOUNT
009370         MOVE WS-KNOWN-COUNT TO TOT-KNOWN
009380         WRITE RPT-LINE FROM WS-TOTAL-LINE
009390             AFTER ADVANCING 2 LINES
009400         CLOSE MONITOR-REPORT
009410     END-IF.
009420     IF CASE-FILE-IS-OPEN
009430         CLOSE CASE-FILE
009440     END-IF.
009450     IF ACCT-FILE-IS-OPEN
009460         CLOSE ACCOUNT-MASTER
009470     END-IF.
009480     IF HIST-FILE-IS-OPEN
009490         CLOSE HISTORY-JOURNAL
009500     END-IF.
009510
009520     DISPLAY "TXNMON: " WS-HIST-READ-COUNT " POSTING(S) READ, "
009530         WS-SELECTED-COUNT " MONITORED FOR "
009540         WS-CUSTOMER-COUNT " CUSTOMER(S).".
009550     DISPLAY "TXNMON: " WS-RAISED-COUNT " CASE(S) RAISED ("
009560         WS-LARGE-COUNT " LARGE VALUE, "
009570         WS-STRUCT-COUNT " STRUCTURING), "
009580         WS-KNOWN-COUNT " ALREADY ON FILE.".
009590 9000-EXIT.
009600     EXIT.
