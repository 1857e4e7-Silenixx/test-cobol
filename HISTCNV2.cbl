000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. HISTCNV2.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - ONE-TIME CUTOVER
000130*                   CONVERSION OF THE HISTORY JOURNAL AND ITS
000140*                   ARCHIVE TO THE LAYOUT CARRYING THE
000150*                   REVERSAL MARKER, THE REVERSAL LINK AND A
000160*                   GROWTH FILLER (SEE HISTREC). READS THE
000170*                   OLD KEYED JOURNAL FROM HISTOLD (THE
000180*                   RENAMED LIVE FILE) AND LOADS A FRESH
000190*                   HISTJRNL IN THE SAME KEY ORDER, THEN THE
000200*                   OLD ARCHIVE FROM ARCHOLD INTO A FRESH
000210*                   HISTARCH. NOTHING BEFORE THE CUTOVER WAS
000220*                   EVER REVERSED, SO EVERY RECORD LOADS
000230*                   UNMARKED WITH A ZERO LINK. EITHER OLD
000240*                   FILE MAY BE ABSENT AND IS THEN SKIPPED,
000250*                   SO AN OLDER YEAR'S ARCHIVE DATASET CAN BE
000260*                   CONVERTED BY RUNNING AGAIN WITH ONLY
000270*                   ARCHOLD AND HISTARCH ASSIGNED. THE BEFORE
000280*                   AND AFTER COUNTS AND AMOUNT TOTALS OF
000290*                   EACH FILE ARE DISPLAYED SO THE CUTOVER IS
000300*                   AUDITABLE, SAME AS HISTCONV. RUN ONCE,
000310*                   KEEP THE CONSOLE LOG.
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OLD-JOURNAL ASSIGN TO "HISTOLD"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OLD-JRNL-KEY
000410         FILE STATUS IS WS-OLDJ-FILE-STATUS.
000420
000430     SELECT NEW-JOURNAL ASSIGN TO "HISTJRNL"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS HIST-KEY
000470         FILE STATUS IS WS-NEWJ-FILE-STATUS.
000480
000490     SELECT OLD-ARCHIVE ASSIGN TO "ARCHOLD"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-OLDA-FILE-STATUS.
000520
000530     SELECT NEW-ARCHIVE ASSIGN TO "HISTARCH"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-NEWA-FILE-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OLD-JOURNAL
000600     LABEL RECORDS ARE STANDARD.
000610 01  OLD-JRNL-RECORD.
000620     05  OLD-JRNL-KEY              PIC X(18).
000630     05  FILLER                    PIC X(34).
000640
000650 FD  NEW-JOURNAL
000660     LABEL RECORDS ARE STANDARD.
000670     COPY HISTREC.
000680
000690 FD  OLD-ARCHIVE
000700     LABEL RECORDS ARE STANDARD.
000710 01  OLD-ARCH-RECORD               PIC X(52).
000720
000730 FD  NEW-ARCHIVE
000740     LABEL RECORDS ARE STANDARD.
000750*    THE ARCHIVE SHARES THE JOURNAL LAYOUT, RENAMED SO BOTH
000760*    CAN BE DECLARED IN ONE PROGRAM AND KEPT IN LOCKSTEP BY
000770*    THE COPY.
000780     COPY HISTREC REPLACING LEADING ==HIST== BY ==ARCH==.
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-OLDJ-FILE-STATUS           PIC X(02).
000820     88  WS-OLDJ-FILE-OK               VALUE "00".
000830     88  WS-OLDJ-FILE-NOT-FOUND        VALUE "35".
000840
000850 77  WS-NEWJ-FILE-STATUS           PIC X(02).
000860     88  WS-NEWJ-FILE-OK               VALUE "00".
000870
000880 77  WS-OLDA-FILE-STATUS           PIC X(02).
000890     88  WS-OLDA-FILE-OK               VALUE "00".
000900     88  WS-OLDA-FILE-NOT-FOUND        VALUE "35".
000910
000920 77  WS-NEWA-FILE-STATUS           PIC X(02).
000930     88  WS-NEWA-FILE-OK               VALUE "00".
000940
000950 77  WS-OLD-EOF-SW                 PIC X(01) VALUE "N".
000960     88  OLD-EOF                       VALUE "Y".
000970
000980 77  WS-FAILED-SW                  PIC X(01) VALUE "N".
000990     88  CONVERSION-FAILED             VALUE "Y".
001000
001010 77  WS-FILES-DONE                 PIC 9(01) VALUE ZERO.
001020
001030*    ONE OLD-LAYOUT HISTORY RECORD, FROM EITHER OLD FILE
001040 01  WS-OLD-RECORD.
001050     05  OLD-ACCT-NUMBER           PIC 9(06).
001060     05  OLD-POST-DATE             PIC 9(08).
001070     05  OLD-POST-SEQ              PIC 9(04).
001080     05  OLD-TRAN-TYPE             PIC X(01).
001090     05  OLD-AMOUNT                PIC 9(7)V99.
001100     05  OLD-BALANCE-BEFORE        PIC S9(7)V99.
001110     05  OLD-BALANCE-AFTER         PIC S9(7)V99.
001120     05  OLD-XFER-ACCT             PIC 9(06).
001130
001140 77  WS-OLD-COUNT                  PIC 9(07) VALUE ZERO.
001150 77  WS-NEW-COUNT                  PIC 9(07) VALUE ZERO.
001160
001170 77  WS-OLD-TOTAL                  PIC 9(11)V99 VALUE ZERO.
001180 77  WS-NEW-TOTAL                  PIC 9(11)V99 VALUE ZERO.
001190
001200 77  WS-OLD-TOTAL-DISP             PIC Z(10)9.99.
001210 77  WS-NEW-TOTAL-DISP             PIC Z(10)9.99.
001220
001230 77  WS-FILE-NAME                  PIC X(08) VALUE SPACES.
001240
001250 PROCEDURE DIVISION.
001260
001270*----------------------------------------------------------*
001280*  0000-MAINLINE
001290*----------------------------------------------------------*
001300 0000-MAINLINE.
001310     PERFORM 2000-CONVERT-JOURNAL THRU 2000-EXIT.
001320
001330     IF NOT CONVERSION-FAILED
001340         PERFORM 3000-CONVERT-ARCHIVE THRU 3000-EXIT
001350     END-IF.
001360
001370     IF WS-FILES-DONE = ZERO
001380        AND NOT CONVERSION-FAILED
001390         DISPLAY "HISTCNV2: NEITHER HISTOLD NOR ARCHOLD "
001400             "FOUND, NOTHING CONVERTED."
001410     END-IF.
001420     GOBACK.
001430
001440*----------------------------------------------------------*
001450*  2000-CONVERT-JOURNAL - LOAD A FRESH KEYED HISTJRNL FROM
001460*  THE OLD KEYED JOURNAL, IN THE SAME KEY ORDER
001470*----------------------------------------------------------*
001480 2000-CONVERT-JOURNAL.
001490     OPEN INPUT OLD-JOURNAL.
001500     IF WS-OLDJ-FILE-NOT-FOUND
001510         DISPLAY "HISTCNV2: NO OLD JOURNAL (HISTOLD), "
001520             "JOURNAL SKIPPED."
001530         GO TO 2000-EXIT
001540     END-IF.
001550     IF NOT WS-OLDJ-FILE-OK
001560         DISPLAY "HISTCNV2: UNABLE TO OPEN OLD JOURNAL "
001570             "(HISTOLD), STATUS = " WS-OLDJ-FILE-STATUS
001580         SET CONVERSION-FAILED TO TRUE
001590         GO TO 2000-EXIT
001600     END-IF.
001610
001620     OPEN OUTPUT NEW-JOURNAL.
001630     IF NOT WS-NEWJ-FILE-OK
001640         DISPLAY "HISTCNV2: UNABLE TO OPEN NEW JOURNAL "
001650             "(HISTJRNL), STATUS = " WS-NEWJ-FILE-STATUS
001660         CLOSE OLD-JOURNAL
001670         SET CONVERSION-FAILED TO TRUE
001680         GO TO 2000-EXIT
001690     END-IF.
001700
001710     MOVE ZERO TO WS-OLD-COUNT.
001720     MOVE ZERO TO WS-NEW-COUNT.
001730     MOVE ZERO TO WS-OLD-TOTAL.
001740     MOVE ZERO TO WS-NEW-TOTAL.
001750     MOVE "N" TO WS-OLD-EOF-SW.
001760     PERFORM 8000-READ-OLD-JOURNAL THRU 8000-EXIT.
001770
001780     PERFORM 2100-CONVERT-ONE-ENTRY THRU 2100-EXIT
001790         UNTIL OLD-EOF.
001800
001810     CLOSE OLD-JOURNAL.
001820     CLOSE NEW-JOURNAL.
001830     ADD 1 TO WS-FILES-DONE.
001840
001850     MOVE "HISTJRNL" TO WS-FILE-NAME.
001860     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
001870 2000-EXIT.
001880     EXIT.
001890
001900*----------------------------------------------------------*
001910*  2100-CONVERT-ONE-ENTRY - CARRY ONE JOURNAL RECORD INTO
001920*  THE NEW LAYOUT UNDER ITS EXISTING KEY
001930*----------------------------------------------------------*
001940 2100-CONVERT-ONE-ENTRY.
001950     ADD 1 TO WS-OLD-COUNT.
001960     ADD OLD-AMOUNT TO WS-OLD-TOTAL.
001970
001980     MOVE SPACES TO HIST-RECORD.
001990     MOVE OLD-ACCT-NUMBER TO HIST-ACCT-NUMBER.
002000     MOVE OLD-POST-DATE TO HIST-POST-DATE.
002010     MOVE OLD-POST-SEQ TO HIST-POST-SEQ.
002020     MOVE OLD-TRAN-TYPE TO HIST-TRAN-TYPE.
002030     MOVE OLD-AMOUNT TO HIST-AMOUNT.
002040     MOVE OLD-BALANCE-BEFORE TO HIST-BALANCE-BEFORE.
002050     MOVE OLD-BALANCE-AFTER TO HIST-BALANCE-AFTER.
002060     MOVE OLD-XFER-ACCT TO HIST-XFER-ACCT.
002070     SET HIST-REV-NONE TO TRUE.
002080     MOVE ZEROS TO HIST-REV-LINK.
002090
002100     WRITE HIST-RECORD
002110         INVALID KEY
002120             DISPLAY "HISTCNV2: JOURNAL WRITE FAILED FOR "
002130                 "ACCOUNT " HIST-ACCT-NUMBER ", STATUS = "
002140                 WS-NEWJ-FILE-STATUS
002150             SET CONVERSION-FAILED TO TRUE
002160             SET OLD-EOF TO TRUE
002170             GO TO 2100-EXIT
002180     END-WRITE.
002190
002200     ADD 1 TO WS-NEW-COUNT.
002210     ADD HIST-AMOUNT TO WS-NEW-TOTAL.
002220
002230     PERFORM 8000-READ-OLD-JOURNAL THRU 8000-EXIT.
002240 2100-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------*
002280*  3000-CONVERT-ARCHIVE - REWRITE THE OLD ARCHIVE INTO A
002290*  FRESH HISTARCH IN THE NEW LAYOUT, RECORD FOR RECORD
002300*----------------------------------------------------------*
002310 3000-CONVERT-ARCHIVE.
002320     OPEN INPUT OLD-ARCHIVE.
002330     IF WS-OLDA-FILE-NOT-FOUND
002340         DISPLAY "HISTCNV2: NO OLD ARCHIVE (ARCHOLD), "
002350             "ARCHIVE SKIPPED."
002360         GO TO 3000-EXIT
002370     END-IF.
002380     IF NOT WS-OLDA-FILE-OK
002390         DISPLAY "HISTCNV2: UNABLE TO OPEN OLD ARCHIVE "
002400             "(ARCHOLD), STATUS = " WS-OLDA-FILE-STATUS
002410         SET CONVERSION-FAILED TO TRUE
002420         GO TO 3000-EXIT
002430     END-IF.
002440
002450     OPEN OUTPUT NEW-ARCHIVE.
002460     IF NOT WS-NEWA-FILE-OK
002470         DISPLAY "HISTCNV2: UNABLE TO OPEN NEW ARCHIVE "
002480             "(HISTARCH), STATUS = " WS-NEWA-FILE-STATUS
002490         CLOSE OLD-ARCHIVE
002500         SET CONVERSION-FAILED TO TRUE
002510         GO TO 3000-EXIT
002520     END-IF.
002530
002540     MOVE ZERO TO WS-OLD-COUNT.
002550     MOVE ZERO TO WS-NEW-COUNT.
002560     MOVE ZERO TO WS-OLD-TOTAL.
002570     MOVE ZERO TO WS-NEW-TOTAL.
002580     MOVE "N" TO WS-OLD-EOF-SW.
002590     PERFORM 8100-READ-OLD-ARCHIVE THRU 8100-EXIT.
002600
002610     PERFORM 3100-CONVERT-ONE-ARCHIVED THRU 3100-EXIT
002620         UNTIL OLD-EOF.
002630
002640     CLOSE OLD-ARCHIVE.
002650     CLOSE NEW-ARCHIVE.
002660     ADD 1 TO WS-FILES-DONE.
002670
002680     MOVE "HISTARCH" TO WS-FILE-NAME.
002690     PERFORM 7000-DISPLAY-TOTALS THRU 7000-EXIT.
002700 3000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740*  3100-CONVERT-ONE-ARCHIVED - CARRY ONE ARCHIVED RECORD
002750*  INTO THE NEW LAYOUT
002760*----------------------------------------------------------*
002770 3100-CONVERT-ONE-ARCHIVED.
002780     ADD 1 TO WS-OLD-COUNT.
002790     ADD OLD-AMOUNT TO WS-OLD-TOTAL.
002800
002810     MOVE SPACES TO ARCH-RECORD.
002820     MOVE OLD-ACCT-NUMBER TO ARCH-ACCT-NUMBER.
002830     MOVE OLD-POST-DATE TO ARCH-POST-DATE.
002840     MOVE OLD-POST-SEQ TO ARCH-POST-SEQ.
002850     MOVE OLD-TRAN-TYPE TO ARCH-TRAN-TYPE.
002860     MOVE OLD-AMOUNT TO ARCH-AMOUNT.
002870     MOVE OLD-BALANCE-BEFORE TO ARCH-BALANCE-BEFORE.
002880     MOVE OLD-BALANCE-AFTER TO ARCH-BALANCE-AFTER.
002890     MOVE OLD-XFER-ACCT TO ARCH-XFER-ACCT.
002900     SET ARCH-REV-NONE TO TRUE.
002910     MOVE ZEROS TO ARCH-REV-LINK.
002920
002930     WRITE ARCH-RECORD.
002940     IF NOT WS-NEWA-FILE-OK
002950         DISPLAY "HISTCNV2: ARCHIVE WRITE FAILED FOR "
002960             "ACCOUNT " ARCH-ACCT-NUMBER ", STATUS = "
002970             WS-NEWA-FILE-STATUS
002980         SET CONVERSION-FAILED TO TRUE
002990         SET OLD-EOF TO TRUE
003000         GO TO 3100-EXIT
003010     END-IF.
003020
003030     ADD 1 TO WS-NEW-COUNT.
003040     ADD ARCH-AMOUNT TO WS-NEW-TOTAL.
003050
003060     PERFORM 8100-READ-OLD-ARCHIVE THRU 8100-EXIT.
003070 3100-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110*  7000-DISPLAY-TOTALS - DISPLAY THE AUDITABLE BEFORE/AFTER
003120*  COUNTS AND TOTALS OF THE FILE JUST CONVERTED
003130*----------------------------------------------------------*
003140 7000-DISPLAY-TOTALS.
003150     MOVE WS-OLD-TOTAL TO WS-OLD-TOTAL-DISP.
003160     MOVE WS-NEW-TOTAL TO WS-NEW-TOTAL-DISP.
003170
003180     DISPLAY "HISTCNV2: " WS-FILE-NAME " BEFORE - "
003190         WS-OLD-COUNT " RECORD(S), AMOUNT TOTAL "
003200         WS-OLD-TOTAL-DISP.
003210     DISPLAY "HISTCNV2: " WS-FILE-NAME " AFTER  - "
003220         WS-NEW-COUNT " RECORD(S), AMOUNT TOTAL "
003230         WS-NEW-TOTAL-DISP.
003240     IF WS-OLD-COUNT = WS-NEW-COUNT
003250        AND WS-OLD-TOTAL = WS-NEW-TOTAL
003260         DISPLAY "HISTCNV2: " WS-FILE-NAME
003270             " CONVERSION BALANCES."
003280     ELSE
003290         DISPLAY "HISTCNV2: *** " WS-FILE-NAME
003300             " CONVERSION OUT OF BALANCE, DO NOT CUT OVER ***"
003310     END-IF.
003320 7000-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360*  8000-READ-OLD-JOURNAL - READ THE NEXT OLD JOURNAL RECORD
003370*  IN KEY ORDER
003380*----------------------------------------------------------*
003390 8000-READ-OLD-JOURNAL.
003400     READ OLD-JOURNAL INTO WS-OLD-RECORD
003410         AT END
003420             SET OLD-EOF TO TRUE
003430     END-READ.
003440 8000-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------*
003480*  8100-READ-OLD-ARCHIVE - READ THE NEXT OLD ARCHIVE RECORD
003490*----------------------------------------------------------*
003500 8100-READ-OLD-ARCHIVE.
003510     READ OLD-ARCHIVE INTO WS-OLD-RECORD
003520         AT END
003530             SET OLD-EOF TO TRUE
003540     END-READ.
003550 8100-EXIT.
003560     EXIT.
