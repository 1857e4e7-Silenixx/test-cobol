000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. INTCERT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - YEAR-END INTEREST
000130*                   CERTIFICATES. FOR THE TAX YEAR KEYED AT
000140*                   THE CONSOLE, TOTALS THE INTEREST
000150*                   CREDITED AND THE INTEREST CHARGED ON
000160*                   EVERY ACCOUNT (POSTINGS OF ORIGIN
000170*                   INTEREST, SEE HISTREC) AND ROLLS THEM UP
000180*                   BY CUSTOMER THROUGH ACCT-CUST-NUMBER, SO
000190*                   A JOINT ACCOUNT IS CERTIFIED TO ITS
000200*                   PRIMARY HOLDER. BOTH THE LIVE JOURNAL AND
000210*                   THE ARCHIVE (HISTARCH) ARE READ, SO A
000220*                   YEAR ALREADY ARCHIVED BY HISTPURG IS STILL
000230*                   COMPLETE; HISTPURG MOVES A POSTING, IT
000240*                   NEVER COPIES IT, SO NOTHING IS COUNTED
000250*                   TWICE. AN INTEREST POSTING THAT WAS
000260*                   REVERSED, AND ITS REVERSAL, ARE LEFT OUT.
000270*                   EACH CUSTOMER GETS ONE CERTIFICATE PAGE
000280*                   (INTCRPT) AT THE CUSTREC MAILING ADDRESS
000290*                   WITH ONE LINE PER ACCOUNT; THE DELIVERY
000300*                   INDICATOR "H" MARKS IT TO BE HELD AT THE
000310*                   BRANCH AS ON STATEMENTS, BUT "S" DOES NOT
000320*                   SUPPRESS IT - THE CERTIFICATE IS OWED TO
000330*                   EVERY CUSTOMER. THE SAME FIGURES GO TO
000340*                   THE DECLARATION FILE (TAXDECL, SEE
000350*                   TAXREC) WITH A CONTROL TRAILER.
000360*----------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HISTORY-JOURNAL ASSIGN TO "HISTJRNL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS HIST-KEY
000450         FILE STATUS IS WS-HIST-FILE-STATUS.
000460
000470     SELECT HIST-ARCHIVE ASSIGN TO "HISTARCH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ARCH-FILE-STATUS.
000500
000510     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS ACCT-NUMBER
000550         FILE STATUS IS WS-ACCT-FILE-STATUS.
000560
000570     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CUST-NUMBER
000610         ALTERNATE RECORD KEY IS CUST-NAME
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-CUST-FILE-STATUS.
000640
000650     SELECT SORT-FILE ASSIGN TO "SORTWK".
000660
000670     SELECT CERTIFICATE-REPORT ASSIGN TO "INTCRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RPT-FILE-STATUS.
000700
000710     SELECT TAX-DECLARATION ASSIGN TO "TAXDECL"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-TAX-FILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  HISTORY-JOURNAL
000780     LABEL RECORDS ARE STANDARD.
000790     COPY HISTREC.
000800
000810 FD  HIST-ARCHIVE
000820     LABEL RECORDS ARE STANDARD.
000830 01  ARCH-RECORD                   PIC X(77).
000840
000850 FD  ACCOUNT-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870     COPY ACCTREC.
000880
000890 FD  CUSTOMER-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUSTREC.
000920
000930*    ONE INTEREST POSTING OF THE YEAR, SORTED BY CUSTOMER AND
000940*    ACCOUNT SO EACH CUSTOMER'S ACCOUNTS COME TOGETHER
000950 SD  SORT-FILE.
000960 01  SORT-RECORD.
000970     05  SRT-CUST-NUMBER           PIC 9(06).
000980     05  SRT-ACCT-NUMBER           PIC 9(06).
000990     05  SRT-TRAN-TYPE             PIC X(01).
001000     05  SRT-AMOUNT                PIC 9(7)V99.
001010
001020 FD  CERTIFICATE-REPORT
001030     LABEL RECORDS ARE STANDARD.
001040 01  RPT-LINE                      PIC X(80).
001050
001060 FD  TAX-DECLARATION
001070     LABEL RECORDS ARE STANDARD.
001080     COPY TAXREC.
001090
001100 WORKING-STORAGE SECTION.
001110 77  WS-HIST-FILE-STATUS           PIC X(02).
001120     88  WS-HIST-FILE-OK               VALUE "00".
001130     88  WS-HIST-FILE-NOT-FOUND        VALUE "35".
001140
001150 77  WS-ARCH-FILE-STATUS           PIC X(02).
001160     88  WS-ARCH-FILE-OK               VALUE "00".
001170     88  WS-ARCH-FILE-NOT-FOUND        VALUE "35".
001180
001190 77  WS-ACCT-FILE-STATUS           PIC X(02).
001200     88  WS-ACCT-FILE-OK               VALUE "00".
001210
001220 77  WS-CUST-FILE-STATUS           PIC X(02).
001230     88  WS-CUST-FILE-OK               VALUE "00".
001240
001250 77  WS-RPT-FILE-STATUS            PIC X(02).
001260     88  WS-RPT-FILE-OK                VALUE "00".
001270
001280 77  WS-TAX-FILE-STATUS            PIC X(02).
001290     88  WS-TAX-FILE-OK                VALUE "00".
001300
001310 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
001320     88  HIST-FILE-IS-OPEN             VALUE "Y".
001330
001340 77  WS-ARCH-FILE-OPEN-SW          PIC X(01) VALUE "N".
001350     88  ARCH-FILE-IS-OPEN             VALUE "Y".
001360
001370 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
001380     88  ACCT-FILE-IS-OPEN             VALUE "Y".
001390
001400 77  WS-CUST-FILE-OPEN-SW          PIC X(01) VALUE "N".
001410     88  CUST-FILE-IS-OPEN             VALUE "Y".
001420
001430 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001440     88  RPT-FILE-IS-OPEN              VALUE "Y".
001450
001460 77  WS-TAX-FILE-OPEN-SW           PIC X(01) VALUE "N".
001470     88  TAX-FILE-IS-OPEN              VALUE "Y".
001480
001490 77  WS-RUN-STOP-SW                PIC X(01) VALUE "N".
001500     88  RUN-IS-STOPPED                VALUE "Y".
001510
001520 77  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
001530     88  HIST-EOF                      VALUE "Y".
001540
001550 77  WS-ARCH-EOF-SW                PIC X(01) VALUE "N".
001560     88  ARCH-EOF                      VALUE "Y".
001570
001580 77  WS-SORT-EOF-SW                PIC X(01) VALUE "N".
001590     88  SORT-EOF                      VALUE "Y".
001600
001610 77  WS-CUST-FOUND-SW              PIC X(01) VALUE "N".
001620     88  CUST-WAS-FOUND                VALUE "Y".
001630
001640 01  WS-TODAY-GROUP.
001650     05  WS-TODAY                  PIC 9(08).
001660     05  WS-TODAY-R REDEFINES WS-TODAY.
001670         10  WS-TODAY-YYYY              PIC 9(04).
001680         10  FILLER                     PIC 9(04).
001690
001700 77  WS-TAX-YEAR                   PIC 9(04) VALUE ZERO.
001710 77  WS-SEL-DATE-FROM              PIC 9(08) VALUE ZERO.
001720 77  WS-SEL-DATE-TO                PIC 9(08) VALUE ZERO.
001730
001740 77  WS-LAST-ACCT-NUMBER           PIC 9(06) VALUE ZERO.
001750 77  WS-LAST-CUST-NUMBER           PIC 9(06) VALUE ZERO.
001760 77  WS-CURR-CUST-NUMBER           PIC 9(06) VALUE ZERO.
001770 77  WS-CURR-ACCT-NUMBER           PIC 9(06) VALUE ZERO.
001780
001790 77  WS-ACCT-CREDITED              PIC 9(9)V99 VALUE ZERO.
001800 77  WS-ACCT-CHARGED               PIC 9(9)V99 VALUE ZERO.
001810 77  WS-CUST-CREDITED              PIC 9(9)V99 VALUE ZERO.
001820 77  WS-CUST-CHARGED               PIC 9(9)V99 VALUE ZERO.
001830 77  WS-CUST-ACCOUNT-COUNT         PIC 9(03) VALUE ZERO.
001840 77  WS-TOTAL-CREDITED             PIC 9(11)V99 VALUE ZERO.
001850 77  WS-TOTAL-CHARGED              PIC 9(11)V99 VALUE ZERO.
001860
001870 77  WS-HIST-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001880 77  WS-ARCH-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
001890 77  WS-SELECTED-COUNT             PIC 9(07) COMP VALUE ZERO.
001900 77  WS-CERT-COUNT                 PIC 9(05) COMP VALUE ZERO.
001910 77  WS-HELD-COUNT                 PIC 9(05) COMP VALUE ZERO.
001920 77  WS-SKIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
001930 77  WS-DECL-COUNT                 PIC 9(06) VALUE ZERO.
001940
001950*    THE POSTING BEING CONSIDERED, READ INTO HERE FROM THE
001960*    JOURNAL OR THE ARCHIVE ALIKE
001970     COPY HISTREC REPLACING LEADING ==HIST-== BY ==JRN-==.
001980
001990 01  WS-CERT-HEADER-1.
002000     05  FILLER                PIC X(05) VALUE SPACES.
002010     05  FILLER                PIC X(36) VALUE
002020         "ATTESTATION ANNUELLE DES INTERETS - ".
002030     05  FILLER                PIC X(07) VALUE "ANNEE ".
002040     05  HDR1-TAX-YEAR         PIC 9(04).
002050     05  FILLER                PIC X(08) VALUE "  EDITE ".
002060     05  HDR1-TODAY            PIC 9(08).
002070
002080 01  WS-CUST-HEADER.
002090     05  FILLER                PIC X(08) VALUE "CLIENT  ".
002100     05  CHD-CUST-NUMBER       PIC 9(06).
002110     05  FILLER                PIC X(02) VALUE SPACES.
002120     05  CHD-CUST-NAME         PIC X(30).
002130
002140 01  WS-ADDRESS-LINE.
002150     05  FILLER                PIC X(08) VALUE SPACES.
002160     05  ADR-TEXT              PIC X(30).
002170
002180 01  WS-HOLD-MARKER.
002190     05  FILLER                PIC X(08) VALUE SPACES.
002200     05  FILLER                PIC X(26) VALUE
002210         "** CONSERVE EN AGENCE **".
002220
002230 01  WS-COLUMN-HEADER.
002240     05  FILLER                PIC X(03) VALUE SPACES.
002250     05  FILLER                PIC X(10) VALUE "COMPTE".
002260     05  FILLER                PIC X(20) VALUE
002270         "   INTERETS CREDITES".
002280     05  FILLER                PIC X(20) VALUE
002290         "    INTERETS DEBITES".
002300
002310 01  WS-ACCOUNT-LINE.
002320     05  FILLER                PIC X(03) VALUE SPACES.
002330     05  ACL-ACCT-NUMBER       PIC 9(06).
002340     05  FILLER                PIC X(09) VALUE SPACES.
002350     05  ACL-CREDITED          PIC Z(8)9.99.
002360     05  FILLER                PIC X(07) VALUE SPACES.
002370     05  ACL-CHARGED           PIC Z(8)9.99.
002380
002390 01  WS-CUST-TOTAL-LINE.
002400     05  FILLER                PIC X(03) VALUE SPACES.
002410     05  FILLER                PIC X(06) VALUE "TOTAL ".
002420     05  FILLER                PIC X(09) VALUE SPACES.
002430     05  CTL-CREDITED          PIC Z(8)9.99.
002440     05  FILLER                PIC X(07) VALUE SPACES.
002450     05  CTL-CHARGED           PIC Z(8)9.99.
002460
002470 01  WS-CERT-FOOTER.
002480     05  FILLER                PIC X(03) VALUE SPACES.
002490     05  FILLER                PIC X(50) VALUE
002500         "MONTANTS DECLARES A L'ADMINISTRATION FISCALE.".
002510
002520 PROCEDURE DIVISION.
002530
002540*----------------------------------------------------------*
002550*  0000-MAINLINE
002560*----------------------------------------------------------*
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590
002600     IF NOT RUN-IS-STOPPED
002610         SORT SORT-FILE
002620             ON ASCENDING KEY SRT-CUST-NUMBER
002630                              SRT-ACCT-NUMBER
002640             INPUT PROCEDURE IS 3000-SELECT-INTEREST
002650                 THRU 3000-EXIT
002660             OUTPUT PROCEDURE IS 5000-PRINT-CERTIFICATES
002670                 THRU 5000-EXIT
002680     END-IF.
002690
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710     GOBACK.
002720
002730*----------------------------------------------------------*
002740*  1000-INITIALIZE - TAKE THE TAX YEAR FROM THE CONSOLE,
002750*  OPEN FILES AND START THE DECLARATION WITH ITS HEADER
002760*----------------------------------------------------------*
002770 1000-INITIALIZE.
002780     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002790
002800     DISPLAY "ANNEE FISCALE (AAAA) ?".
002810     ACCEPT WS-TAX-YEAR.
002820     IF WS-TAX-YEAR = ZERO
002830        OR WS-TAX-YEAR > WS-TODAY-YYYY
002840         DISPLAY "INTCERT: TAX YEAR IS INVALID - " WS-TAX-YEAR
002850         SET RUN-IS-STOPPED TO TRUE
002860         GO TO 1000-EXIT
002870     END-IF.
002880     COMPUTE WS-SEL-DATE-FROM = WS-TAX-YEAR * 10000 + 0101.
002890     COMPUTE WS-SEL-DATE-TO = WS-TAX-YEAR * 10000 + 1231.
002900
002910*    EITHER HALF OF THE HISTORY MAY BE ABSENT - A YEAR NOT
002920*    YET ARCHIVED, OR ONE WHOSE JOURNAL HAS BEEN PURGED - BUT
002930*    NOT BOTH
002940     OPEN INPUT HISTORY-JOURNAL.
002950     IF WS-HIST-FILE-OK
002960         SET HIST-FILE-IS-OPEN TO TRUE
002970     ELSE
002980         IF NOT WS-HIST-FILE-NOT-FOUND
002990             DISPLAY "INTCERT: UNABLE TO OPEN HISTORY "
003000                 "JOURNAL, STATUS = " WS-HIST-FILE-STATUS
003010             SET RUN-IS-STOPPED TO TRUE
003020             GO TO 1000-EXIT
003030         END-IF
003040     END-IF.
003050
003060     OPEN INPUT HIST-ARCHIVE.
003070     IF WS-ARCH-FILE-OK
003080         SET ARCH-FILE-IS-OPEN TO TRUE
003090     ELSE
003100         IF NOT WS-ARCH-FILE-NOT-FOUND
003110             DISPLAY "INTCERT: UNABLE TO OPEN HISTORY "
003120                 "ARCHIVE, STATUS = " WS-ARCH-FILE-STATUS
003130             SET RUN-IS-STOPPED TO TRUE
003140             GO TO 1000-EXIT
003150         END-IF
003160     END-IF.
003170
003180     IF NOT HIST-FILE-IS-OPEN
003190        AND NOT ARCH-FILE-IS-OPEN
003200         DISPLAY "INTCERT: NO HISTORY JOURNAL OR ARCHIVE, "
003210             "NOTHING TO CERTIFY."
003220         SET RUN-IS-STOPPED TO TRUE
003230         GO TO 1000-EXIT
003240     END-IF.
003250
003260     OPEN INPUT ACCOUNT-MASTER.
003270     IF NOT WS-ACCT-FILE-OK
003280         DISPLAY "INTCERT: UNABLE TO OPEN ACCOUNT MASTER, "
003290             "STATUS = " WS-ACCT-FILE-STATUS
003300         SET RUN-IS-STOPPED TO TRUE
003310         GO TO 1000-EXIT
003320     END-IF.
003330     SET ACCT-FILE-IS-OPEN TO TRUE.
003340
003350     OPEN INPUT CUSTOMER-MASTER.
003360     IF NOT WS-CUST-FILE-OK
003370         DISPLAY "INTCERT: UNABLE TO OPEN CUSTOMER MASTER, "
003380             "STATUS = " WS-CUST-FILE-STATUS
003390         SET RUN-IS-STOPPED TO TRUE
003400         GO TO 1000-EXIT
003410     END-IF.
003420     SET CUST-FILE-IS-OPEN TO TRUE.
003430
003440     OPEN OUTPUT CERTIFICATE-REPORT.
003450     IF NOT WS-RPT-FILE-OK
003460         DISPLAY "INTCERT: UNABLE TO OPEN CERTIFICATE REPORT, "
003470             "STATUS = " WS-RPT-FILE-STATUS
003480         SET RUN-IS-STOPPED TO TRUE
003490         GO TO 1000-EXIT
003500     END-IF.
003510     SET RPT-FILE-IS-OPEN TO TRUE.
003520
003530     OPEN OUTPUT TAX-DECLARATION.
003540     IF NOT WS-TAX-FILE-OK
003550         DISPLAY "INTCERT: UNABLE TO OPEN DECLARATION FILE, "
003560             "STATUS = " WS-TAX-FILE-STATUS
003570         SET RUN-IS-STOPPED TO TRUE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     SET TAX-FILE-IS-OPEN TO TRUE.
003610
003620     MOVE SPACES TO TAX-RECORD.
003630     SET TAX-REC-HEADER TO TRUE.
003640     MOVE WS-TAX-YEAR TO TAX-HDR-TAX-YEAR.
003650     MOVE WS-TODAY TO TAX-HDR-CREATED-DATE.
003660     WRITE TAX-RECORD.
003670 1000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------*
003710*  3000-SELECT-INTEREST - SORT INPUT: PASS THE INTEREST
003720*  POSTINGS OF THE YEAR FROM THE LIVE JOURNAL, THEN FROM
003730*  THE ARCHIVE
003740*----------------------------------------------------------*
003750 3000-SELECT-INTEREST.
003760     IF HIST-FILE-IS-OPEN
003770         PERFORM 3100-READ-JOURNAL THRU 3100-EXIT
003780             UNTIL HIST-EOF
003790     END-IF.
003800     IF ARCH-FILE-IS-OPEN
003810         PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT
003820             UNTIL ARCH-EOF
003830     END-IF.
003840 3000-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------*
003880*  3100-READ-JOURNAL - TAKE THE NEXT LIVE JOURNAL RECORD
003890*----------------------------------------------------------*
003900 3100-READ-JOURNAL.
003910     READ HISTORY-JOURNAL NEXT RECORD INTO JRN-RECORD
003920         AT END
003930             SET HIST-EOF TO TRUE
003940             GO TO 3100-EXIT
003950     END-READ.
003960     ADD 1 TO WS-HIST-READ-COUNT.
003970     PERFORM 3300-SELECT-ONE-POSTING THRU 3300-EXIT.
003980 3100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020*  3200-READ-ARCHIVE - TAKE THE NEXT ARCHIVED RECORD
004030*----------------------------------------------------------*
004040 3200-READ-ARCHIVE.
004050     READ HIST-ARCHIVE INTO JRN-RECORD
004060         AT END
004070             SET ARCH-EOF TO TRUE
004080             GO TO 3200-EXIT
004090     END-READ.
004100     ADD 1 TO WS-ARCH-READ-COUNT.
004110     PERFORM 3300-SELECT-ONE-POSTING THRU 3300-EXIT.
004120 3200-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  3300-SELECT-ONE-POSTING - RELEASE THE POSTING TO THE
004170*  SORT WHEN IT IS INTEREST, FALLS IN THE TAX YEAR AND
004180*  STILL STANDS (NOT REVERSED AND NOT A REVERSAL)
004190*----------------------------------------------------------*
004200 3300-SELECT-ONE-POSTING.
004210     IF JRN-POST-DATE < WS-SEL-DATE-FROM
004220        OR JRN-POST-DATE > WS-SEL-DATE-TO
004230         GO TO 3300-EXIT
004240     END-IF.
004250
004260     IF NOT JRN-ORIGIN-INTEREST
004270         GO TO 3300-EXIT
004280     END-IF.
004290
004300     IF NOT JRN-REV-NONE
004310         GO TO 3300-EXIT
004320     END-IF.
004330
004340     IF JRN-ACCT-NUMBER NOT = WS-LAST-ACCT-NUMBER
004350         PERFORM 3400-LOOKUP-CUSTOMER THRU 3400-EXIT
004360     END-IF.
004370     IF WS-LAST-CUST-NUMBER = ZERO
004380         GO TO 3300-EXIT
004390     END-IF.
004400
004410     MOVE WS-LAST-CUST-NUMBER TO SRT-CUST-NUMBER.
004420     MOVE JRN-ACCT-NUMBER TO SRT-ACCT-NUMBER.
004430     MOVE JRN-TRAN-TYPE TO SRT-TRAN-TYPE.
004440     MOVE JRN-AMOUNT TO SRT-AMOUNT.
004450     RELEASE SORT-RECORD.
004460     ADD 1 TO WS-SELECTED-COUNT.
004470 3300-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------*
004510*  3400-LOOKUP-CUSTOMER - FIND THE PRIMARY HOLDER OF THE
004520*  POSTING'S ACCOUNT. THE JOURNAL AND THE ARCHIVE ARE EACH
004530*  IN ACCOUNT ORDER, SO THIS IS DONE ONCE PER ACCOUNT.
004540*----------------------------------------------------------*
004550 3400-LOOKUP-CUSTOMER.
004560     MOVE JRN-ACCT-NUMBER TO WS-LAST-ACCT-NUMBER.
004570     MOVE ZERO TO WS-LAST-CUST-NUMBER.
004580     MOVE JRN-ACCT-NUMBER TO ACCT-NUMBER.
004590     READ ACCOUNT-MASTER
004600         INVALID KEY
004610             DISPLAY "INTCERT: ACCOUNT " JRN-ACCT-NUMBER
004620                 " NOT ON MASTER, INTEREST NOT CERTIFIED"
004630             GO TO 3400-EXIT
004640     END-READ.
004650     MOVE ACCT-CUST-NUMBER TO WS-LAST-CUST-NUMBER.
004660 3400-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------*
004700*  5000-PRINT-CERTIFICATES - SORT OUTPUT: ONE CERTIFICATE
004710*  AND ONE DECLARATION DETAIL PER CUSTOMER
004720*----------------------------------------------------------*
004730 5000-PRINT-CERTIFICATES.
004740     MOVE ZERO TO WS-CURR-CUST-NUMBER.
004750     PERFORM 5100-TAKE-ONE-POSTING THRU 5100-EXIT
004760         UNTIL SORT-EOF.
004770     IF WS-CURR-CUST-NUMBER NOT = ZERO
004780         PERFORM 5300-FINISH-CUSTOMER THRU 5300-EXIT
004790     END-IF.
004800 5000-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840*  5100-TAKE-ONE-POSTING - TAKE THE NEXT SORTED POSTING,
004850*  CLOSING THE PREVIOUS ACCOUNT OR CUSTOMER ON A BREAK, AND
004860*  ADD IT TO THE ACCOUNT'S INTEREST CREDITED OR CHARGED
004870*----------------------------------------------------------*
004880 5100-TAKE-ONE-POSTING.
004890     RETURN SORT-FILE
004900         AT END
004910             SET SORT-EOF TO TRUE
004920             GO TO 5100-EXIT
004930     END-RETURN.
004940
004950     IF SRT-CUST-NUMBER NOT = WS-CURR-CUST-NUMBER
004960         IF WS-CURR-CUST-NUMBER NOT = ZERO
004970             PERFORM 5300-FINISH-CUSTOMER THRU 5300-EXIT
004980         END-IF
004990         PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
005000     END-IF.
005010
005020     IF SRT-ACCT-NUMBER NOT = WS-CURR-ACCT-NUMBER
005030         IF WS-CURR-ACCT-NUMBER NOT = ZERO
005040             PERFORM 5400-PRINT-ACCOUNT-LINE THRU 5400-EXIT
005050         END-IF
005060         MOVE SRT-ACCT-NUMBER TO WS-CURR-ACCT-NUMBER
005070         MOVE ZERO TO WS-ACCT-CREDITED
005080         MOVE ZERO TO WS-ACCT-CHARGED
005090         ADD 1 TO WS-CUST-ACCOUNT-COUNT
005100     END-IF.
005110
005120     IF SRT-TRAN-TYPE = "C"
005130         ADD SRT-AMOUNT TO WS-ACCT-CREDITED
005140     ELSE
005150         ADD SRT-AMOUNT TO WS-ACCT-CHARGED
005160     END-IF.
005170 5100-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------*
005210*  5200-START-CUSTOMER - READ THE CUSTOMER AND PRINT THE
005220*  CERTIFICATE HEADING AT THE MAILING ADDRESS
005230*----------------------------------------------------------*
005240 5200-START-CUSTOMER.
005250     MOVE SRT-CUST-NUMBER TO WS-CURR-CUST-NUMBER.
005260     MOVE ZERO TO WS-CURR-ACCT-NUMBER.
005270     MOVE ZERO TO WS-CUST-CREDITED.
005280     MOVE ZERO TO WS-CUST-CHARGED.
005290     MOVE ZERO TO WS-CUST-ACCOUNT-COUNT.
005300     MOVE "N" TO WS-CUST-FOUND-SW.
005310
005320     MOVE SRT-CUST-NUMBER TO CUST-NUMBER.
005330     READ CUSTOMER-MASTER
005340         INVALID KEY
005350             DISPLAY "INTCERT: CUSTOMER " SRT-CUST-NUMBER
005360                 " NOT ON MASTER, NO CERTIFICATE"
005370             ADD 1 TO WS-SKIPPED-COUNT
005380             GO TO 5200-EXIT
005390     END-READ.
005400     SET CUST-WAS-FOUND TO TRUE.
005410
005420     MOVE WS-TAX-YEAR TO HDR1-TAX-YEAR.
005430     MOVE WS-TODAY TO HDR1-TODAY.
005440     WRITE RPT-LINE FROM WS-CERT-HEADER-1
005450         AFTER ADVANCING PAGE.
005460     MOVE CUST-NUMBER TO CHD-CUST-NUMBER.
005470     MOVE CUST-NAME TO CHD-CUST-NAME.
005480     WRITE RPT-LINE FROM WS-CUST-HEADER
005490         AFTER ADVANCING 2 LINES.
005500
005510     PERFORM 5250-WRITE-ADDRESS-BLOCK THRU 5250-EXIT.
005520
005530     IF CUST-DELIV-HOLD
005540         WRITE RPT-LINE FROM WS-HOLD-MARKER
005550             AFTER ADVANCING 1 LINE
005560         ADD 1 TO WS-HELD-COUNT
005570     ELSE
005580         ADD 1 TO WS-CERT-COUNT
005590     END-IF.
005600
005610     WRITE RPT-LINE FROM WS-COLUMN-HEADER
005620         AFTER ADVANCING 3 LINES.
005630 5200-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------*
005670*  5250-WRITE-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS
005680*  UNDER THE CUSTOMER HEADER; BLANK LINES ARE SKIPPED SO
005690*  AN UNKEYED ADDRESS DOES NOT LEAVE HOLES IN THE WINDOW
005700*----------------------------------------------------------*
005710 5250-WRITE-ADDRESS-BLOCK.
005720     IF CUST-ADDR-LINE-1 NOT = SPACES
005730         MOVE CUST-ADDR-LINE-1 TO ADR-TEXT
005740         WRITE RPT-LINE FROM WS-ADDRESS-LINE
005750             AFTER ADVANCING 1 LINE
005760     END-IF.
005770     IF CUST-ADDR-LINE-2 NOT = SPACES
005780         MOVE CUST-ADDR-LINE-2 TO ADR-TEXT
005790         WRITE RPT-LINE FROM WS-ADDRESS-LINE
005800             AFTER ADVANCING 1 LINE
005810     END-IF.
005820     IF CUST-POSTCODE NOT = SPACES
005830         MOVE CUST-POSTCODE TO ADR-TEXT
005840         WRITE RPT-LINE FROM WS-ADDRESS-LINE
005850             AFTER ADVANCING 1 LINE
005860     END-IF.
005870 5250-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------*
005910*  5300-FINISH-CUSTOMER - PRINT THE LAST ACCOUNT AND THE
005920*  CUSTOMER'S TOTALS, AND DECLARE THEM
005930*----------------------------------------------------------*
005940 5300-FINISH-CUSTOMER.
005950     IF WS-CURR-ACCT-NUMBER NOT = ZERO
005960         PERFORM 5400-PRINT-ACCOUNT-LINE THRU 5400-EXIT
005970     END-IF.
005980     IF NOT CUST-WAS-FOUND
005990         GO TO 5300-EXIT
006000     END-IF.
006010
006020     MOVE WS-CUST-CREDITED TO CTL-CREDITED.
006030     MOVE WS-CUST-CHARGED TO CTL-CHARGED.
006040     WRITE RPT-LINE FROM WS-CUST-TOTAL-LINE
006050         AFTER ADVANCING 2 LINES.
006060     WRITE RPT-LINE FROM WS-CERT-FOOTER
006070         AFTER ADVANCING 3 LINES.
006080
006090     MOVE SPACES TO TAX-RECORD.
006100     SET TAX-REC-DETAIL TO TRUE.
006110     MOVE CUST-NUMBER TO TAX-CUST-NUMBER.
006120     MOVE CUST-NAME TO TAX-CUST-NAME.
006130     MOVE CUST-ADDR-LINE-1 TO TAX-ADDR-LINE-1.
006140     MOVE CUST-ADDR-LINE-2 TO TAX-ADDR-LINE-2.
006150     MOVE CUST-POSTCODE TO TAX-POSTCODE.
006160     MOVE WS-CUST-ACCOUNT-COUNT TO TAX-ACCOUNT-COUNT.
006170     MOVE WS-CUST-CREDITED TO TAX-INT-CREDITED.
006180     MOVE WS-CUST-CHARGED TO TAX-INT-CHARGED.
006190     WRITE TAX-RECORD.
006200     ADD 1 TO WS-DECL-COUNT.
006210     ADD WS-CUST-CREDITED TO WS-TOTAL-CREDITED.
006220     ADD WS-CUST-CHARGED TO WS-TOTAL-CHARGED.
006230 5300-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270*  5400-PRINT-ACCOUNT-LINE - ONE LINE PER ACCOUNT ON THE
006280*  CERTIFICATE, ADDED TO THE CUSTOMER'S TOTALS
006290*----------------------------------------------------------*
006300 5400-PRINT-ACCOUNT-LINE.
006310     ADD WS-ACCT-CREDITED TO WS-CUST-CREDITED.
006320     ADD WS-ACCT-CHARGED TO WS-CUST-CHARGED.
006330     IF NOT CUST-WAS-FOUND
006340         GO TO 5400-EXIT
006350     END-IF.
006360     MOVE WS-CURR-ACCT-NUMBER TO ACL-ACCT-NUMBER.
006370     MOVE WS-ACCT-CREDITED TO ACL-CREDITED.
006380     MOVE WS-ACCT-CHARGED TO ACL-CHARGED.
006390     WRITE RPT-LINE FROM WS-ACCOUNT-LINE
006400         AFTER ADVANCING 1 LINE.
006410 5400-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------*
006450*  9000-TERMINATE - CLOSE THE DECLARATION WITH ITS CONTROL
006460*  TRAILER, CLOSE FILES AND REPORT TO THE CONSOLE
006470*----------------------------------------------------------*
006480 9000-TERMINATE.
006490     IF TAX-FILE-IS-OPEN
006500         MOVE SPACES TO TAX-RECORD
006510         SET TAX-REC-TRAILER TO TRUE
006520         MOVE WS-DECL-COUNT TO TAX-TRL-RECORD-COUNT
006530         MOVE WS-TOTAL-CREDITED TO TAX-TRL-CREDITED-TOTAL
006540         MOVE WS-TOTAL-CHARGED TO TAX-TRL-CHARGED-TOTAL
006550         WRITE TAX-RECORD
006560         CLOSE TAX-DECLARATION
006570     END-IF.
006580     IF RPT-FILE-IS-OPEN
006590         CLOSE CERTIFICATE-REPORT
006600     END-IF.
006610     IF CUST-FILE-IS-OPEN
006620         CLOSE CUSTOMER-MASTER
006630     END-IF.
006640     IF ACCT-FILE-IS-OPEN
006650         CLOSE ACCOUNT-MASTER
006660     END-IF.
006670     IF ARCH-FILE-IS-OPEN
006680         CLOSE HIST-ARCHIVE
006690     END-IF.
006700     IF HIST-FILE-IS-OPEN
006710         CLOSE HISTORY-JOURNAL
006720     END-IF.
006730
006740     DISPLAY "INTCERT: " WS-HIST-READ-COUNT " JOURNAL AND "
006750         WS-ARCH-READ-COUNT " ARCHIVED POSTING(S) READ, "
006760         WS-SELECTED-COUNT " INTEREST POSTING(S) CERTIFIED.".
006770     DISPLAY "INTCERT: " WS-CERT-COUNT " CERTIFICATE(S) "
006780         "PRINTED, " WS-HELD-COUNT " HELD AT BRANCH, "
006790         WS-SKIPPED-COUNT " CUSTOMER(S) NOT ON MASTER.".
006800     DISPLAY "INTCERT: " WS-DECL-COUNT " DECLARATION "
006810         "RECORD(S), CREDITED " WS-TOTAL-CREDITED
006820         ", CHARGED " WS-TOTAL-CHARGED.
006830 9000-EXIT.
006840     EXIT.
