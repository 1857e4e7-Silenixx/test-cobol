000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. APPRMNT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - DUAL CONTROL APPROVAL
000130*                   RUN. APPLIES A BATCH OF CHECKER DECISIONS
000140*                   (APPROVE OR REJECT) TO THE ORDERS WAITING
000150*                   ON THE PENDING APPROVAL FILE (PENDFILE,
000160*                   SEE PENDREC) - OVERDRAFT LIMITS ABOVE THE
000170*                   THRESHOLD FROM ACCTMNT, SUSPENSE WRITE-OFFS
000180*                   FROM SUSPMNT AND EARLY HOLD RELEASES FROM
000190*                   HOLDMNT. A DECISION IS REFUSED WHEN THE
000200*                   ORDER IS UNKNOWN OR NO LONGER PENDING, WHEN
000210*                   THE CHECKER IS NOT AN ACTIVE OPERATOR ON
000220*                   OPERFILE, IS THE OPERATOR WHO RAISED THE
000230*                   ORDER, OR HOLDS LESS THAN THE AUTHORITY
000240*                   LEVEL THE ORDER NEEDS, AND WHEN A
000250*                   REJECTION GIVES NO REASON. NOTHING IS
000260*                   APPLIED HERE: THE NEXT RUN OF THE RAISING
000270*                   PROGRAM TAKES UP THE APPROVED ORDERS. THE
000280*                   REPORT SHOWS THE MAKER AND THE CHECKER OF
000290*                   EVERY DECISION.
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS PEND-NUMBER
000390         FILE STATUS IS WS-PEND-FILE-STATUS.
000400
000410     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS OPER-ID
000450         FILE STATUS IS WS-OPER-FILE-STATUS.
000460
000470     SELECT ORDER-FILE ASSIGN TO "APRVORDS"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ORD-FILE-STATUS.
000500
000510     SELECT APPROVAL-REPORT ASSIGN TO "APRVRPT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RPT-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PENDING-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY PENDREC.
000600
000610 FD  OPERATOR-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY OPERREC.
000640
000650 FD  ORDER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY APRVREC.
000680
000690 FD  APPROVAL-REPORT
000700     LABEL RECORDS ARE STANDARD.
000710 01  RPT-RECORD.
000720     05  RPT-PEND-NUMBER               PIC 9(06).
000730     05  FILLER                        PIC X(02) VALUE SPACES.
000740     05  RPT-SOURCE                    PIC X(01).
000750     05  RPT-ACTION                    PIC X(01).
000760     05  FILLER                        PIC X(02) VALUE SPACES.
000770     05  RPT-ACCT-NUMBER               PIC 9(06).
000780     05  FILLER                        PIC X(02) VALUE SPACES.
000790     05  RPT-MAKER-ID                  PIC X(08).
000800     05  FILLER                        PIC X(02) VALUE SPACES.
000810     05  RPT-CHECKER-ID                PIC X(08).
000820     05  FILLER                        PIC X(02) VALUE SPACES.
000830     05  RPT-DISPOSITION               PIC X(08).
000840     05  FILLER                        PIC X(02) VALUE SPACES.
000850     05  RPT-REASON                    PIC X(30).
000860
000870 WORKING-STORAGE SECTION.
000880 77  WS-PEND-FILE-STATUS           PIC X(02).
000890     88  WS-PEND-FILE-OK               VALUE "00".
000900
000910 77  WS-OPER-FILE-STATUS           PIC X(02).
000920     88  WS-OPER-FILE-OK               VALUE "00".
000930
000940 77  WS-ORD-FILE-STATUS            PIC X(02).
000950     88  WS-ORD-FILE-OK                VALUE "00".
000960
000970 77  WS-RPT-FILE-STATUS            PIC X(02).
000980     88  WS-RPT-FILE-OK                VALUE "00".
000990
001000 77  WS-PEND-FILE-OPEN-SW          PIC X(01) VALUE "N".
001010     88  PEND-FILE-IS-OPEN             VALUE "Y".
001020
001030 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
001040     88  OPER-FILE-IS-OPEN             VALUE "Y".
001050
001060 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
001070     88  ORD-FILE-IS-OPEN              VALUE "Y".
001080
001090 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001100     88  RPT-FILE-IS-OPEN              VALUE "Y".
001110
001120 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001130     88  ORD-EOF                       VALUE "Y".
001140
001150 77  WS-PEND-FOUND-SW              PIC X(01) VALUE "N".
001160     88  PEND-WAS-FOUND                VALUE "Y".
001170
001180 77  WS-TODAY                      PIC 9(08).
001190
001200 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
001210 77  WS-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
001220 77  WS-REJECTED-COUNT             PIC 9(05) COMP VALUE ZERO.
001230 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001240
001250 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001260
001270 PROCEDURE DIVISION.
001280
001290*----------------------------------------------------------*
001300*  0000-MAINLINE
001310*----------------------------------------------------------*
001320 0000-MAINLINE.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340
001350     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
001360         UNTIL ORD-EOF.
001370
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001390     GOBACK.
001400
001410*----------------------------------------------------------*
001420*  1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
001430*----------------------------------------------------------*
001440 1000-INITIALIZE.
001450     OPEN I-O PENDING-FILE.
001460     IF NOT WS-PEND-FILE-OK
001470         DISPLAY "APPRMNT: UNABLE TO OPEN PENDING FILE, "
001480             "STATUS = " WS-PEND-FILE-STATUS
001490         SET ORD-EOF TO TRUE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     SET PEND-FILE-IS-OPEN TO TRUE.
001530
001540     OPEN INPUT OPERATOR-FILE.
001550     IF NOT WS-OPER-FILE-OK
001560         DISPLAY "APPRMNT: UNABLE TO OPEN OPERATOR FILE, "
001570             "STATUS = " WS-OPER-FILE-STATUS
001580         SET ORD-EOF TO TRUE
001590         GO TO 1000-EXIT
001600     END-IF.
001610     SET OPER-FILE-IS-OPEN TO TRUE.
001620
001630     OPEN INPUT ORDER-FILE.
001640     IF NOT WS-ORD-FILE-OK
001650         DISPLAY "APPRMNT: UNABLE TO OPEN ORDER FILE, "
001660             "STATUS = " WS-ORD-FILE-STATUS
001670         SET ORD-EOF TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF.
001700     SET ORD-FILE-IS-OPEN TO TRUE.
001710
001720     OPEN OUTPUT APPROVAL-REPORT.
001730     IF NOT WS-RPT-FILE-OK
001740         DISPLAY "APPRMNT: UNABLE TO OPEN APPROVAL REPORT, "
001750             "STATUS = " WS-RPT-FILE-STATUS
001760         SET ORD-EOF TO TRUE
001770         GO TO 1000-EXIT
001780     END-IF.
001790     SET RPT-FILE-IS-OPEN TO TRUE.
001800
001810     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001820
001830     PERFORM 8000-READ-DECISION THRU 8000-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860
001870*----------------------------------------------------------*
001880*  2000-PROCESS-DECISION - APPLY ONE CHECKER DECISION AND
001890*  READ THE NEXT ONE
001900*----------------------------------------------------------*
001910 2000-PROCESS-DECISION.
001920     ADD 1 TO WS-ORDER-COUNT.
001930     MOVE SPACES TO WS-REFUSAL-REASON.
001940
001950     PERFORM 3000-CHECK-DECISION THRU 3000-EXIT.
001960     IF WS-REFUSAL-REASON = SPACES
001970         PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
001980     END-IF.
001990
002000     PERFORM 8000-READ-DECISION THRU 8000-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030
002040*----------------------------------------------------------*
002050*  3000-CHECK-DECISION - PROVE THE DECISION AGAINST THE
002060*  PENDING ORDER AND THE CHECKER'S OPERATOR RECORD. A
002070*  FAILED CHECK IS REPORTED AND LEAVES THE ORDER PENDING.
002080*----------------------------------------------------------*
002090 3000-CHECK-DECISION.
002100     MOVE "N" TO WS-PEND-FOUND-SW.
002110
002120     IF NOT APRV-ACTION-APPROVE
002130        AND NOT APRV-ACTION-REJECT
002140         MOVE "UNKNOWN APPROVAL ACTION"
002150             TO WS-REFUSAL-REASON
002160         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002170         GO TO 3000-EXIT
002180     END-IF.
002190
002200     MOVE APRV-PEND-NUMBER TO PEND-NUMBER.
002210     READ PENDING-FILE
002220         INVALID KEY
002230             MOVE "ORDER NOT ON PENDING FILE"
002240                 TO WS-REFUSAL-REASON
002250             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002260             GO TO 3000-EXIT
002270     END-READ.
002280     SET PEND-WAS-FOUND TO TRUE.
002290
002300     IF NOT PEND-STATUS-PENDING
002310         MOVE "ORDER IS NOT PENDING"
002320             TO WS-REFUSAL-REASON
002330         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002340         GO TO 3000-EXIT
002350     END-IF.
002360
002370     IF APRV-OPERATOR-ID = SPACES
002380         MOVE "OPERATOR ID IS BLANK"
002390             TO WS-REFUSAL-REASON
002400         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002410         GO TO 3000-EXIT
002420     END-IF.
002430
002440     IF APRV-OPERATOR-ID = PEND-MAKER-ID
002450         MOVE "CHECKER CANNOT BE THE MAKER"
002460             TO WS-REFUSAL-REASON
002470         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002480         GO TO 3000-EXIT
002490     END-IF.
002500
002510     MOVE APRV-OPERATOR-ID TO OPER-ID.
002520     READ OPERATOR-FILE
002530         INVALID KEY
002540             MOVE "OPERATOR NOT ON OPERATOR FILE"
002550                 TO WS-REFUSAL-REASON
002560             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002570             GO TO 3000-EXIT
002580     END-READ.
002590
002600     IF NOT OPER-STATUS-ACTIVE
002610         MOVE "OPERATOR IS NOT ACTIVE"
002620             TO WS-REFUSAL-REASON
002630         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002640         GO TO 3000-EXIT
002650     END-IF.
002660
002670     IF OPER-LEVEL < PEND-LEVEL-REQUIRED
002680         MOVE "AUTHORITY LEVEL TOO LOW"
002690             TO WS-REFUSAL-REASON
002700         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002710         GO TO 3000-EXIT
002720     END-IF.
002730
002740     IF APRV-ACTION-REJECT
002750        AND APRV-REASON = SPACES
002760         MOVE "REJECTION REASON IS BLANK"
002770             TO WS-REFUSAL-REASON
002780         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002790         GO TO 3000-EXIT
002800     END-IF.
002810 3000-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
002850*  4000-RECORD-DECISION - MARK THE PENDING ORDER APPROVED
002860*  OR REJECTED WITH THE CHECKER'S ID, AND REPORT IT
002870*----------------------------------------------------------*
002880 4000-RECORD-DECISION.
002890     IF APRV-ACTION-APPROVE
002900         SET PEND-STATUS-APPROVED TO TRUE
002910     ELSE
002920         SET PEND-STATUS-REJECTED TO TRUE
002930     END-IF.
002940     MOVE APRV-OPERATOR-ID TO PEND-CHECKER-ID.
002950     MOVE WS-TODAY TO PEND-DECIDED-DATE.
002960     MOVE APRV-REASON TO PEND-REASON.
002970
002980     REWRITE PEND-RECORD
002990         INVALID KEY
003000             MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
003010             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003020             GO TO 4000-EXIT
003030     END-REWRITE.
003040
003050     PERFORM 6100-FILL-REPORT-LINE THRU 6100-EXIT.
003060     IF PEND-STATUS-APPROVED
003070         ADD 1 TO WS-APPROVED-COUNT
003080         MOVE "APPROVED" TO RPT-DISPOSITION
003090     ELSE
003100         ADD 1 TO WS-REJECTED-COUNT
003110         MOVE "REJECTED" TO RPT-DISPOSITION
003120     END-IF.
003130     MOVE APRV-REASON TO RPT-REASON.
003140     WRITE RPT-RECORD.
003150 4000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190*  6000-WRITE-REFUSAL - REPORT A DECISION THAT WAS NOT
003200*  RECORDED, AND WHY
003210*----------------------------------------------------------*
003220 6000-WRITE-REFUSAL.
003230     PERFORM 6100-FILL-REPORT-LINE THRU 6100-EXIT.
003240     MOVE "REFUSED" TO RPT-DISPOSITION.
003250     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003260     WRITE RPT-RECORD.
003270
003280     ADD 1 TO WS-REFUSED-COUNT.
003290     DISPLAY "APPRMNT: DECISION REFUSED FOR PENDING ORDER "
003300         APRV-PEND-NUMBER " - " WS-REFUSAL-REASON.
003310 6000-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350*  6100-FILL-REPORT-LINE - PUT THE PENDING ORDER'S DETAILS
003360*  (WHEN IT WAS FOUND), ITS MAKER AND THE CHECKER ON THE
003370*  REPORT LINE
003380*----------------------------------------------------------*
003390 6100-FILL-REPORT-LINE.
003400     MOVE APRV-PEND-NUMBER TO RPT-PEND-NUMBER.
003410     MOVE APRV-OPERATOR-ID TO RPT-CHECKER-ID.
003420     IF PEND-WAS-FOUND
003430         MOVE PEND-SOURCE TO RPT-SOURCE
003440         MOVE PEND-ACTION TO RPT-ACTION
003450         MOVE PEND-ACCT-NUMBER TO RPT-ACCT-NUMBER
003460         MOVE PEND-MAKER-ID TO RPT-MAKER-ID
003470     ELSE
003480         MOVE SPACE TO RPT-SOURCE
003490         MOVE SPACE TO RPT-ACTION
003500         MOVE ZERO TO RPT-ACCT-NUMBER
003510         MOVE SPACES TO RPT-MAKER-ID
003520     END-IF.
003530 6100-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570*  8000-READ-DECISION - READ THE NEXT CHECKER DECISION
003580*----------------------------------------------------------*
003590 8000-READ-DECISION.
003600     READ ORDER-FILE
003610         AT END
003620             SET ORD-EOF TO TRUE
003630     END-READ.
003640 8000-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------*
003680*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
003690*----------------------------------------------------------*
003700 9000-TERMINATE.
003710     IF PEND-FILE-IS-OPEN
003720         CLOSE PENDING-FILE
003730     END-IF.
003740     IF OPER-FILE-IS-OPEN
003750         CLOSE OPERATOR-FILE
003760     END-IF.
003770     IF ORD-FILE-IS-OPEN
003780         CLOSE ORDER-FILE
003790     END-IF.
003800     IF RPT-FILE-IS-OPEN
003810         CLOSE APPROVAL-REPORT
003820     END-IF.
003830
003840     DISPLAY "APPRMNT: " WS-ORDER-COUNT " DECISION(S) READ, "
003850         WS-APPROVED-COUNT " APPROVED, "
003860         WS-REJECTED-COUNT " REJECTED, "
003870         WS-REFUSED-COUNT " REFUSED.".
003880 9000-EXIT.
003890     EXIT.
