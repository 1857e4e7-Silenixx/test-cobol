000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CLRRECN.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - DAILY RECONCILIATION
000130*                   OF OUTBOUND CLEARING. FOR THE DAY ASKED
000140*                   FOR AT THE CONSOLE, PROVES EVERY BLOCK
000150*                   POSTTRAN WROTE TO THE OUTBOUND CLEARING
000160*                   FILE (CLROUT, SEE CLROREC) AGAINST ITS
000170*                   OWN TRAILER, MATCHES EVERY PAYMENT SENT
000180*                   TO THE CUSTOMER DEBIT IT NAMES ON
000190*                   HISTJRNL, THEN SWEEPS THE JOURNAL FOR
000200*                   PAYMENT DEBITS OF THE DAY THAT WERE
000210*                   NEVER SENT. EACH DIFFERENCE IS LISTED
000220*                   WITH ITS REASON AND THE SENT AND POSTED
000230*                   TOTALS ARE SET SIDE BY SIDE ON THE
000240*                   REPORT (CLRRRPT). RETURN-CODE IS 4 WHEN
000250*                   THE DAY DOES NOT BALANCE, 8 WHEN THE
000260*                   RECONCILIATION CANNOT BE DONE.
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CLEARING-OUT ASSIGN TO "CLROUT"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-CLRO-FILE-STATUS.
000350
000360     SELECT HISTORY-JOURNAL ASSIGN TO "HISTJRNL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS HIST-KEY
000400         FILE STATUS IS WS-HIST-FILE-STATUS.
000410
000420     SELECT RECON-REPORT ASSIGN TO "CLRRRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-RPT-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CLEARING-OUT
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CLROREC.
000510
000520 FD  HISTORY-JOURNAL
000530     LABEL RECORDS ARE STANDARD.
000540     COPY HISTREC.
000550
000560 FD  RECON-REPORT
000570     LABEL RECORDS ARE STANDARD.
000580 01  RPT-LINE                      PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610 77  WS-CLRO-FILE-STATUS           PIC X(02).
000620     88  WS-CLRO-FILE-OK               VALUE "00".
000630     88  WS-CLRO-FILE-NOT-FOUND        VALUE "35".
000640
000650 77  WS-HIST-FILE-STATUS           PIC X(02).
000660     88  WS-HIST-FILE-OK               VALUE "00".
000670
000680 77  WS-RPT-FILE-STATUS            PIC X(02).
000690     88  WS-RPT-FILE-OK                VALUE "00".
000700
000710 77  WS-CLRO-FILE-OPEN-SW          PIC X(01) VALUE "N".
000720     88  CLRO-FILE-IS-OPEN             VALUE "Y".
000730
000740 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
000750     88  HIST-FILE-IS-OPEN             VALUE "Y".
000760
000770 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000780     88  RPT-FILE-IS-OPEN              VALUE "Y".
000790
000800 77  WS-RUN-STOP-SW                PIC X(01) VALUE "N".
000810     88  RUN-IS-STOPPED                VALUE "Y".
000820
000830 77  WS-CLRO-EOF-SW                PIC X(01) VALUE "N".
000840     88  CLRO-EOF                      VALUE "Y".
000850
000860 77  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
000870     88  HIST-EOF                      VALUE "Y".
000880
000890*    SET WHILE READING A BLOCK WRITTEN ON THE DAY BEING
000900*    RECONCILED, FROM ITS HEADER TO ITS TRAILER
000910 77  WS-BLOCK-SW                   PIC X(01) VALUE "N".
000920     88  BLOCK-IS-SELECTED             VALUE "Y".
000930
000940 77  WS-SENT-FOUND-SW              PIC X(01) VALUE "N".
000950     88  DEBIT-WAS-SENT                VALUE "Y".
000960
000970 77  WS-TODAY                      PIC 9(08).
000980 77  WS-RECON-DATE                 PIC 9(08) VALUE ZERO.
000990
001000 77  WS-DIFF-REASON                PIC X(30) VALUE SPACES.
001010
001020 77  WS-BLOCK-BATCH                PIC 9(06) VALUE ZERO.
001030 77  WS-BLOCK-COUNT                PIC 9(06) VALUE ZERO.
001040 77  WS-BLOCK-TOTAL                PIC 9(11)V99 VALUE ZERO.
001050
001060 77  WS-BLOCKS-READ                PIC 9(05) VALUE ZERO.
001070 77  WS-SENT-COUNT                 PIC 9(07) VALUE ZERO.
001080 77  WS-SENT-TOTAL                 PIC 9(13)V99 VALUE ZERO.
001090 77  WS-POSTED-COUNT               PIC 9(07) VALUE ZERO.
001100 77  WS-POSTED-TOTAL               PIC 9(13)V99 VALUE ZERO.
001110 77  WS-DIFF-COUNT                 PIC 9(07) VALUE ZERO.
001120
001130*    THE DEBIT KEY OF EVERY PAYMENT SENT ON THE DAY, SO THE
001140*    JOURNAL SWEEP CAN TELL A DEBIT THAT WAS NEVER SENT
001150 01  WS-SENT-TABLE-AREA.
001160     05  WS-SENT-MAX               PIC 9(04) COMP VALUE 2000.
001170     05  WS-SENT-ENTRIES           PIC 9(04) COMP VALUE ZERO.
001180     05  WS-SENT-ENTRY OCCURS 2000 TIMES.
001190         10  WS-SENT-KEY           PIC X(18).
001200
001210 77  WS-SENT-IDX                   PIC 9(04) COMP VALUE ZERO.
001220
001230 01  WS-RPT-HEADER-1.
001240     05  FILLER                PIC X(01) VALUE SPACE.
001250     05  FILLER                PIC X(36) VALUE
001260         "RAPPROCHEMENT COMPENSATION SORTANTE".
001270     05  FILLER                PIC X(06) VALUE "DATE ".
001280     05  RH1-RECON-DATE        PIC 9(08).
001290     05  FILLER                PIC X(08) VALUE "  EDITE ".
001300     05  RH1-TODAY             PIC 9(08).
001310
001320 01  WS-RPT-BLOCK.
001330     05  FILLER                PIC X(01) VALUE SPACE.
001340     05  FILLER                PIC X(04) VALUE "LOT ".
001350     05  RBK-BATCH             PIC 9(06).
001360     05  FILLER                PIC X(11) VALUE "  ARTICLES ".
001370     05  RBK-COUNT             PIC ZZZZZ9.
001380     05  FILLER                PIC X(10) VALUE "  MONTANT ".
001390     05  RBK-TOTAL             PIC Z(10)9.99.
001400     05  FILLER                PIC X(02) VALUE SPACES.
001410     05  RBK-RESULT            PIC X(20).
001420
001430 01  WS-RPT-DIFF.
001440     05  FILLER                PIC X(01) VALUE SPACE.
001450     05  RDF-ACCOUNT           PIC 9(06).
001460     05  FILLER                PIC X(01) VALUE SPACE.
001470     05  RDF-POST-DATE         PIC 9(08).
001480     05  FILLER                PIC X(01) VALUE SPACE.
001490     05  RDF-POST-SEQ          PIC 9(04).
001500     05  FILLER                PIC X(02) VALUE SPACES.
001510     05  RDF-AMOUNT            PIC Z(6)9.99.
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  RDF-REASON            PIC X(30).
001540
001550 01  WS-RPT-TOTAL.
001560     05  FILLER                PIC X(01) VALUE SPACE.
001570     05  RTL-LABEL             PIC X(22).
001580     05  RTL-COUNT             PIC Z(6)9.
001590     05  FILLER                PIC X(02) VALUE SPACES.
001600     05  RTL-AMOUNT            PIC Z(12)9.99.
001610
001620 01  WS-RPT-RESULT.
001630     05  FILLER                PIC X(01) VALUE SPACE.
001640     05  FILLER                PIC X(10) VALUE "RESULTAT: ".
001650     05  RRS-RESULT            PIC X(30).
001660
001670 PROCEDURE DIVISION.
001680
001690*----------------------------------------------------------*
001700*  0000-MAINLINE
001710*----------------------------------------------------------*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740
001750     IF NOT RUN-IS-STOPPED
001760        AND CLRO-FILE-IS-OPEN
001770         PERFORM 2000-CHECK-ONE-SENT THRU 2000-EXIT
001780             UNTIL CLRO-EOF OR RUN-IS-STOPPED
001790     END-IF.
001800
001810     IF NOT RUN-IS-STOPPED
001820         PERFORM 3000-START-JOURNAL-SWEEP THRU 3000-EXIT
001830         PERFORM 3100-CHECK-ONE-POSTED THRU 3100-EXIT
001840             UNTIL HIST-EOF
001850     END-IF.
001860
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001880
001890     IF RUN-IS-STOPPED
001900         MOVE 8 TO RETURN-CODE
001910     ELSE
001920         IF WS-DIFF-COUNT > ZERO
001930             MOVE 4 TO RETURN-CODE
001940         END-IF
001950     END-IF.
001960     GOBACK.
001970
001980*----------------------------------------------------------*
001990*  1000-INITIALIZE - TAKE THE DAY TO RECONCILE FROM THE
002000*  CONSOLE AND OPEN FILES. NO OUTBOUND FILE MEANS NOTHING
002010*  WAS SENT, WHICH THE JOURNAL SWEEP STILL PROVES.
002020*----------------------------------------------------------*
002030 1000-INITIALIZE.
002040     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
002050
002060     DISPLAY "DATE DE RAPPROCHEMENT (AAAAMMJJ, 0 = "
002070         "AUJOURD'HUI) ?".
002080     ACCEPT WS-RECON-DATE.
002090     IF WS-RECON-DATE = ZERO
002100         MOVE WS-TODAY TO WS-RECON-DATE
002110     END-IF.
002120     IF WS-RECON-DATE > WS-TODAY
002130         DISPLAY "CLRRECN: RECONCILIATION DATE IS INVALID - "
002140             WS-RECON-DATE
002150         SET RUN-IS-STOPPED TO TRUE
002160         GO TO 1000-EXIT
002170     END-IF.
002180
002190     OPEN INPUT CLEARING-OUT.
002200     IF WS-CLRO-FILE-OK
002210         SET CLRO-FILE-IS-OPEN TO TRUE
002220     ELSE
002230         IF NOT WS-CLRO-FILE-NOT-FOUND
002240             DISPLAY "CLRRECN: UNABLE TO OPEN OUTBOUND "
002250                 "CLEARING FILE, STATUS = " WS-CLRO-FILE-STATUS
002260             SET RUN-IS-STOPPED TO TRUE
002270             GO TO 1000-EXIT
002280         END-IF
002290     END-IF.
002300
002310     OPEN INPUT HISTORY-JOURNAL.
002320     IF NOT WS-HIST-FILE-OK
002330         DISPLAY "CLRRECN: UNABLE TO OPEN HISTORY JOURNAL, "
002340             "STATUS = " WS-HIST-FILE-STATUS
002350         SET RUN-IS-STOPPED TO TRUE
002360         GO TO 1000-EXIT
002370     END-IF.
002380     SET HIST-FILE-IS-OPEN TO TRUE.
002390
002400     OPEN OUTPUT RECON-REPORT.
002410     IF NOT WS-RPT-FILE-OK
002420         DISPLAY "CLRRECN: UNABLE TO OPEN RECONCILIATION "
002430             "REPORT, STATUS = " WS-RPT-FILE-STATUS
002440         SET RUN-IS-STOPPED TO TRUE
002450         GO TO 1000-EXIT
002460     END-IF.
002470     SET RPT-FILE-IS-OPEN TO TRUE.
002480
002490     MOVE WS-RECON-DATE TO RH1-RECON-DATE.
002500     MOVE WS-TODAY TO RH1-TODAY.
002510     WRITE RPT-LINE FROM WS-RPT-HEADER-1.
002520     WRITE RPT-LINE FROM SPACES
002530         AFTER ADVANCING 1 LINE.
002540 1000-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------*
002580*  2000-CHECK-ONE-SENT - READ THE NEXT OUTBOUND RECORD.
002590*  ONLY BLOCKS WRITTEN ON THE DAY ARE LOOKED AT; EACH OF
002600*  THEIR PAYMENTS IS MATCHED TO ITS DEBIT AND EACH BLOCK IS
002610*  PROVED AGAINST ITS TRAILER.
002620*----------------------------------------------------------*
002630 2000-CHECK-ONE-SENT.
002640     READ CLEARING-OUT
002650         AT END
002660             SET CLRO-EOF TO TRUE
002670             IF BLOCK-IS-SELECTED
002680                 PERFORM 2300-BLOCK-NOT-CLOSED THRU 2300-EXIT
002690             END-IF
002700             GO TO 2000-EXIT
002710     END-READ.
002720
002730     IF CLRO-REC-HEADER
002740         IF BLOCK-IS-SELECTED
002750             PERFORM 2300-BLOCK-NOT-CLOSED THRU 2300-EXIT
002760         END-IF
002770         IF CLRO-HDR-CREATED-DATE = WS-RECON-DATE
002780             SET BLOCK-IS-SELECTED TO TRUE
002790             MOVE CLRO-HDR-BATCH-NUMBER TO WS-BLOCK-BATCH
002800             MOVE ZERO TO WS-BLOCK-COUNT
002810             MOVE ZERO TO WS-BLOCK-TOTAL
002820             ADD 1 TO WS-BLOCKS-READ
002830         END-IF
002840         GO TO 2000-EXIT
002850     END-IF.
002860
002870     IF NOT BLOCK-IS-SELECTED
002880         GO TO 2000-EXIT
002890     END-IF.
002900
002910     IF CLRO-REC-TRAILER
002920         PERFORM 2200-PROVE-BLOCK THRU 2200-EXIT
002930         GO TO 2000-EXIT
002940     END-IF.
002950
002960     PERFORM 2100-MATCH-ONE-PAYMENT THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------*
003010*  2100-MATCH-ONE-PAYMENT - THE DEBIT A PAYMENT NAMES MUST
003020*  BE ON THE JOURNAL AS A STANDING PAYMENT DEBIT OF THE
003030*  SAME AMOUNT
003040*----------------------------------------------------------*
003050 2100-MATCH-ONE-PAYMENT.
003060     ADD 1 TO WS-BLOCK-COUNT.
003070     ADD CLRO-AMOUNT TO WS-BLOCK-TOTAL.
003080     ADD 1 TO WS-SENT-COUNT.
003090     ADD CLRO-AMOUNT TO WS-SENT-TOTAL.
003100
003110     IF WS-SENT-ENTRIES NOT < WS-SENT-MAX
003120         DISPLAY "CLRRECN: MORE THAN " WS-SENT-MAX
003130             " PAYMENTS SENT ON THE DAY, RECONCILIATION "
003140             "ABANDONED."
003150         SET RUN-IS-STOPPED TO TRUE
003160         GO TO 2100-EXIT
003170     END-IF.
003180     ADD 1 TO WS-SENT-ENTRIES.
003190     MOVE CLRO-DEBIT-KEY TO WS-SENT-KEY(WS-SENT-ENTRIES).
003200
003210     MOVE SPACES TO WS-DIFF-REASON.
003220     MOVE CLRO-DEBIT-KEY TO HIST-KEY.
003230     READ HISTORY-JOURNAL
003240         INVALID KEY
003250             MOVE "DEBIT NOT ON THE JOURNAL"
003260                 TO WS-DIFF-REASON
003270     END-READ.
003280
003290     IF WS-DIFF-REASON = SPACES
003300        AND (NOT HIST-TYPE-DEBIT
003310             OR NOT HIST-ORIGIN-PAYMENT)
003320         MOVE "JOURNAL ENTRY IS NOT A PAYMENT"
003330             TO WS-DIFF-REASON
003340     END-IF.
003350     IF WS-DIFF-REASON = SPACES
003360        AND HIST-AMOUNT NOT = CLRO-AMOUNT
003370         MOVE "AMOUNT DIFFERS FROM THE DEBIT"
003380             TO WS-DIFF-REASON
003390     END-IF.
003400     IF WS-DIFF-REASON = SPACES
003410        AND HIST-REV-IS-REVERSED
003420         MOVE "DEBIT HAS BEEN REVERSED"
003430             TO WS-DIFF-REASON
003440     END-IF.
003450
003460     IF WS-DIFF-REASON NOT = SPACES
003470         MOVE CLRO-ACCT-NUMBER TO RDF-ACCOUNT
003480         MOVE CLRO-POST-DATE TO RDF-POST-DATE
003490         MOVE CLRO-POST-SEQ TO RDF-POST-SEQ
003500         MOVE CLRO-AMOUNT TO RDF-AMOUNT
003510         PERFORM 8000-PRINT-DIFFERENCE THRU 8000-EXIT
003520     END-IF.
003530 2100-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570*  2200-PROVE-BLOCK - A BLOCK'S PAYMENTS MUST ADD UP TO ITS
003580*  OWN TRAILER
003590*----------------------------------------------------------*
003600 2200-PROVE-BLOCK.
003610     MOVE WS-BLOCK-BATCH TO RBK-BATCH.
003620     MOVE WS-BLOCK-COUNT TO RBK-COUNT.
003630     MOVE WS-BLOCK-TOTAL TO RBK-TOTAL.
003640     IF CLRO-TRL-RECORD-COUNT = WS-BLOCK-COUNT
003650        AND CLRO-TRL-AMOUNT-TOTAL = WS-BLOCK-TOTAL
003660         MOVE "CONTROLE OK" TO RBK-RESULT
003670     ELSE
003680         MOVE "ECART AU CONTROLE" TO RBK-RESULT
003690         ADD 1 TO WS-DIFF-COUNT
003700     END-IF.
003710     WRITE RPT-LINE FROM WS-RPT-BLOCK.
003720     MOVE "N" TO WS-BLOCK-SW.
003730 2200-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------*
003770*  2300-BLOCK-NOT-CLOSED - A BLOCK OF THE DAY ENDED WITHOUT
003780*  ITS TRAILER
003790*----------------------------------------------------------*
003800 2300-BLOCK-NOT-CLOSED.
003810     MOVE WS-BLOCK-BATCH TO RBK-BATCH.
003820     MOVE WS-BLOCK-COUNT TO RBK-COUNT.
003830     MOVE WS-BLOCK-TOTAL TO RBK-TOTAL.
003840     MOVE "BLOC SANS FIN" TO RBK-RESULT.
003850     WRITE RPT-LINE FROM WS-RPT-BLOCK.
003860     ADD 1 TO WS-DIFF-COUNT.
003870     MOVE "N" TO WS-BLOCK-SW.
003880 2300-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  3000-START-JOURNAL-SWEEP - POSITION AT THE START OF THE
003930*  JOURNAL FOR THE SEQUENTIAL SWEEP
003940*----------------------------------------------------------*
003950 3000-START-JOURNAL-SWEEP.
003960     MOVE ZEROS TO HIST-KEY.
003970     START HISTORY-JOURNAL KEY IS NOT LESS THAN HIST-KEY
003980         INVALID KEY
003990             SET HIST-EOF TO TRUE
004000     END-START.
004010 3000-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050*  3100-CHECK-ONE-POSTED - EVERY PAYMENT DEBIT POSTED ON
004060*  THE DAY COUNTS TOWARDS THE POSTED TOTAL AND MUST HAVE
004070*  BEEN SENT
004080*----------------------------------------------------------*
004090 3100-CHECK-ONE-POSTED.
004100     READ HISTORY-JOURNAL NEXT RECORD
004110         AT END
004120             SET HIST-EOF TO TRUE
004130             GO TO 3100-EXIT
004140     END-READ.
004150
004160     IF HIST-POST-DATE NOT = WS-RECON-DATE
004170        OR NOT HIST-ORIGIN-PAYMENT
004180        OR NOT HIST-TYPE-DEBIT
004190        OR HIST-REV-IS-REVERSAL
004200         GO TO 3100-EXIT
004210     END-IF.
004220
004230     ADD 1 TO WS-POSTED-COUNT.
004240     ADD HIST-AMOUNT TO WS-POSTED-TOTAL.
004250
004260     MOVE "N" TO WS-SENT-FOUND-SW.
004270     PERFORM 3200-COMPARE-ONE-SENT THRU 3200-EXIT
004280         VARYING WS-SENT-IDX FROM 1 BY 1
004290         UNTIL WS-SENT-IDX > WS-SENT-ENTRIES
004300             OR DEBIT-WAS-SENT.
004310
004320     IF NOT DEBIT-WAS-SENT
004330         MOVE "DEBIT NOT SENT TO CLEARING" TO WS-DIFF-REASON
004340         MOVE HIST-ACCT-NUMBER TO RDF-ACCOUNT
004350         MOVE HIST-POST-DATE TO RDF-POST-DATE
004360         MOVE HIST-POST-SEQ TO RDF-POST-SEQ
004370         MOVE HIST-AMOUNT TO RDF-AMOUNT
004380         PERFORM 8000-PRINT-DIFFERENCE THRU 8000-EXIT
004390     END-IF.
004400 3100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  3200-COMPARE-ONE-SENT - ONE SENT PAYMENT AGAINST THE
004450*  JOURNAL DEBIT IN HAND
004460*----------------------------------------------------------*
004470 3200-COMPARE-ONE-SENT.
004480     IF WS-SENT-KEY(WS-SENT-IDX) = HIST-KEY
004490         SET DEBIT-WAS-SENT TO TRUE
004500     END-IF.
004510 3200-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------*
004550*  8000-PRINT-DIFFERENCE - LIST ONE DIFFERENCE WITH ITS
004560*  REASON
004570*----------------------------------------------------------*
004580 8000-PRINT-DIFFERENCE.
004590     MOVE WS-DIFF-REASON TO RDF-REASON.
004600     WRITE RPT-LINE FROM WS-RPT-DIFF.
004610     ADD 1 TO WS-DIFF-COUNT.
004620 8000-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------*
004660*  9000-TERMINATE - SET SENT AGAINST POSTED, PRINT THE
004670*  VERDICT AND CLOSE FILES
004680*----------------------------------------------------------*
004690 9000-TERMINATE.
004700     IF NOT RUN-IS-STOPPED
004710        AND (WS-SENT-COUNT NOT = WS-POSTED-COUNT
004720             OR WS-SENT-TOTAL NOT = WS-POSTED-TOTAL)
004730         ADD 1 TO WS-DIFF-COUNT
004740     END-IF.
004750
004760     IF RPT-FILE-IS-OPEN
004770         MOVE "ENVOYE EN COMPENSATION" TO RTL-LABEL
004780         MOVE WS-SENT-COUNT TO RTL-COUNT
004790         MOVE WS-SENT-TOTAL TO RTL-AMOUNT
004800         WRITE RPT-LINE FROM WS-RPT-TOTAL
004810             AFTER ADVANCING 2 LINES
004820         MOVE "DEBITS COMPTABILISES" TO RTL-LABEL
004830         MOVE WS-POSTED-COUNT TO RTL-COUNT
004840         MOVE WS-POSTED-TOTAL TO RTL-AMOUNT
004850         WRITE RPT-LINE FROM WS-RPT-TOTAL
004860         IF RUN-IS-STOPPED
004870             MOVE "RAPPROCHEMENT INTERROMPU" TO RRS-RESULT
004880         ELSE
004890             IF WS-DIFF-COUNT = ZERO
004900                 MOVE "EQUILIBRE" TO RRS-RESULT
004910             ELSE
004920                 MOVE "ECARTS A EXAMINER" TO RRS-RESULT
004930             END-IF
004940         END-IF
004950         WRITE RPT-LINE FROM WS-RPT-RESULT
004960             AFTER ADVANCING 2 LINES
004970         CLOSE RECON-REPORT
004980     END-IF.
004990
005000     IF CLRO-FILE-IS-OPEN
005010         CLOSE CLEARING-OUT
005020     END-IF.
005030     IF HIST-FILE-IS-OPEN
005040         CLOSE HISTORY-JOURNAL
005050     END-IF.
005060
005070     DISPLAY "CLRRECN: " WS-BLOCKS-READ " BLOCK(S), "
005080         WS-SENT-COUNT " PAYMENT(S) SENT, " WS-POSTED-COUNT
005090         " POSTED, " WS-DIFF-COUNT " DIFFERENCE(S).".
005100 9000-EXIT.
005110     EXIT.
