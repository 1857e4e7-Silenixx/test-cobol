000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. CASEMNT.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - COMPLIANCE CASE
000130*                   MAINTENANCE. APPLIES A BATCH OF ORDERS
000140*                   (SEE CSMTREC) RECORDING THE OUTCOME OF THE
000150*                   CASES TXNMON RAISED ON THE CASE FILE: UNDER
000160*                   INVESTIGATION, REPORTED TO THE AUTHORITY OR
000170*                   CLOSED WITHOUT ACTION. A REPORTED OR CLOSED
000180*                   CASE IS FINAL AND NEEDS AN OUTCOME TEXT;
000190*                   THE OPERATOR MUST BE ACTIVE ON OPERFILE
000200*                   AND IS STAMPED ON THE CASE.
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CASE-FILE ASSIGN TO "CASEFILE"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS CASE-NUMBER
000300         ALTERNATE RECORD KEY IS CASE-CUST-NUMBER
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-CASE-FILE-STATUS.
000330
000340     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS OPER-ID
000380         FILE STATUS IS WS-OPER-FILE-STATUS.
000390
000400     SELECT ORDER-FILE ASSIGN TO "CASEORDS"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-ORD-FILE-STATUS.
000430
000440     SELECT CASE-REPORT ASSIGN TO "CASERPT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-RPT-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CASE-FILE
000510     LABEL RECORDS ARE STANDARD.
000520     COPY CASEREC.
000530
000540 FD  OPERATOR-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY OPERREC.
000570
000580 FD  ORDER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CSMTREC.
000610
000620 FD  CASE-REPORT
000630     LABEL RECORDS ARE STANDARD.
000640 01  RPT-RECORD.
000650     05  RPT-CASE-NUMBER               PIC 9(06).
000660     05  FILLER                        PIC X(02) VALUE SPACES.
000670     05  RPT-CASE-TYPE                 PIC X(01).
000680     05  RPT-OLD-STATUS                PIC X(01).
000690     05  RPT-NEW-STATUS                PIC X(01).
000700     05  FILLER                        PIC X(02) VALUE SPACES.
000710     05  RPT-CUST-NUMBER               PIC 9(06).
000720     05  FILLER                        PIC X(02) VALUE SPACES.
000730     05  RPT-OPERATOR-ID               PIC X(08).
000740     05  FILLER                        PIC X(02) VALUE SPACES.
000750     05  RPT-DISPOSITION               PIC X(08).
000760     05  FILLER                        PIC X(02) VALUE SPACES.
000770     05  RPT-REASON                    PIC X(30).
000780
000790 WORKING-STORAGE SECTION.
000800 77  WS-CASE-FILE-STATUS           PIC X(02).
000810     88  WS-CASE-FILE-OK               VALUE "00".
000820
000830 77  WS-OPER-FILE-STATUS           PIC X(02).
000840     88  WS-OPER-FILE-OK               VALUE "00".
000850
000860 77  WS-ORD-FILE-STATUS            PIC X(02).
000870     88  WS-ORD-FILE-OK                VALUE "00".
000880
000890 77  WS-RPT-FILE-STATUS            PIC X(02).
000900     88  WS-RPT-FILE-OK                VALUE "00".
000910
000920 77  WS-CASE-FILE-OPEN-SW          PIC X(01) VALUE "N".
000930     88  CASE-FILE-IS-OPEN             VALUE "Y".
000940
000950 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000960     88  OPER-FILE-IS-OPEN             VALUE "Y".
000970
000980 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
000990     88  ORD-FILE-IS-OPEN              VALUE "Y".
001000
001010 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001020     88  RPT-FILE-IS-OPEN              VALUE "Y".
001030
001040 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001050     88  ORD-EOF                       VALUE "Y".
001060
001070 77  WS-CASE-FOUND-SW              PIC X(01) VALUE "N".
001080     88  CASE-WAS-FOUND                VALUE "Y".
001090
001100 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001110     88  OPERATOR-IS-VALID             VALUE "Y".
001120
001130 77  WS-TODAY                      PIC 9(08).
001140 77  WS-OLD-STATUS                 PIC X(01) VALUE SPACE.
001150
001160 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
001170 77  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
001180 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001190
001200 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001210
001220 PROCEDURE DIVISION.
001230
001240*----------------------------------------------------------*
001250*  0000-MAINLINE
001260*----------------------------------------------------------*
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290
001300     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001310         UNTIL ORD-EOF.
001320
001330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001340     GOBACK.
001350
001360*----------------------------------------------------------*
001370*  1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ
001380*----------------------------------------------------------*
001390 1000-INITIALIZE.
001400     OPEN I-O CASE-FILE.
001410     IF NOT WS-CASE-FILE-OK
001420         DISPLAY "CASEMNT: UNABLE TO OPEN CASE FILE, "
001430             "STATUS = " WS-CASE-FILE-STATUS
001440         SET ORD-EOF TO TRUE
001450         GO TO 1000-EXIT
001460     END-IF.
001470     SET CASE-FILE-IS-OPEN TO TRUE.
001480
001490     OPEN INPUT OPERATOR-FILE.
001500     IF NOT WS-OPER-FILE-OK
001510         DISPLAY "CASEMNT: UNABLE TO OPEN OPERATOR FILE, "
001520             "STATUS = " WS-OPER-FILE-STATUS
001530         SET ORD-EOF TO TRUE
001540         GO TO 1000-EXIT
001550     END-IF.
001560     SET OPER-FILE-IS-OPEN TO TRUE.
001570
001580     OPEN INPUT ORDER-FILE.
001590     IF NOT WS-ORD-FILE-OK
001600         DISPLAY "CASEMNT: UNABLE TO OPEN ORDER FILE, "
001610             "STATUS = " WS-ORD-FILE-STATUS
001620         SET ORD-EOF TO TRUE
001630         GO TO 1000-EXIT
001640     END-IF.
001650     SET ORD-FILE-IS-OPEN TO TRUE.
001660
001670     OPEN OUTPUT CASE-REPORT.
001680     IF NOT WS-RPT-FILE-OK
001690         DISPLAY "CASEMNT: UNABLE TO OPEN CASE REPORT, "
001700             "STATUS = " WS-RPT-FILE-STATUS
001710         SET ORD-EOF TO TRUE
001720         GO TO 1000-EXIT
001730     END-IF.
001740     SET RPT-FILE-IS-OPEN TO TRUE.
001750
001760     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001770
001780     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001790 1000-EXIT.
001800     EXIT.
001810
001820*----------------------------------------------------------*
001830*  2000-PROCESS-ORDER - APPLY ONE CASE MAINTENANCE ORDER
001840*  AND READ THE NEXT ONE
001850*----------------------------------------------------------*
001860 2000-PROCESS-ORDER.
001870     ADD 1 TO WS-ORDER-COUNT.
001880     MOVE SPACES TO WS-REFUSAL-REASON.
001890     MOVE "N" TO WS-CASE-FOUND-SW.
001900
001910     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001920     IF NOT OPERATOR-IS-VALID
001930         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001940         GO TO 2000-EXIT
001950     END-IF.
001960
001970     PERFORM 3000-CHECK-ORDER THRU 3000-EXIT.
001980     IF WS-REFUSAL-REASON = SPACES
001990         PERFORM 4000-UPDATE-CASE THRU 4000-EXIT
002000     END-IF.
002010
002020     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002030 2000-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------*
002070*  2500-CHECK-OPERATOR - THE OPERATOR ON THE ORDER MUST BE
002080*  AN ACTIVE OPERATOR ON THE OPERATOR FILE
002090*----------------------------------------------------------*
002100 2500-CHECK-OPERATOR.
002110     MOVE "N" TO WS-OPERATOR-OK-SW.
002120
002130     IF CSMT-OPERATOR-ID = SPACES
002140         MOVE "OPERATOR ID IS BLANK"
002150             TO WS-REFUSAL-REASON
002160         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002170         GO TO 2500-EXIT
002180     END-IF.
002190
002200     MOVE CSMT-OPERATOR-ID TO OPER-ID.
002210     READ OPERATOR-FILE
002220         INVALID KEY
002230             MOVE "OPERATOR NOT ON OPERATOR FILE"
002240                 TO WS-REFUSAL-REASON
002250             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002260             GO TO 2500-EXIT
002270     END-READ.
002280
002290     IF NOT OPER-STATUS-ACTIVE
002300         MOVE "OPERATOR IS NOT ACTIVE"
002310             TO WS-REFUSAL-REASON
002320         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002330         GO TO 2500-EXIT
002340     END-IF.
002350
002360     SET OPERATOR-IS-VALID TO TRUE.
002370 2500-EXIT.
002380     EXIT.
002390
002400*----------------------------------------------------------*
002410*  3000-CHECK-ORDER - PROVE THE ORDER AGAINST THE CASE ON
002420*  FILE. A FAILED CHECK IS REPORTED AND LEAVES THE CASE AS
002430*  IT WAS.
002440*----------------------------------------------------------*
002450 3000-CHECK-ORDER.
002460     IF NOT CSMT-STATUS-INVESTIGATING
002470        AND NOT CSMT-STATUS-REPORTED
002480        AND NOT CSMT-STATUS-CLOSED
002490         MOVE "UNKNOWN CASE STATUS"
002500             TO WS-REFUSAL-REASON
002510         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002520         GO TO 3000-EXIT
002530     END-IF.
002540
002550     MOVE CSMT-CASE-NUMBER TO CASE-NUMBER.
002560     READ CASE-FILE
002570         INVALID KEY
002580             MOVE "CASE NOT ON CASE FILE"
002590                 TO WS-REFUSAL-REASON
002600             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002610             GO TO 3000-EXIT
002620     END-READ.
002630     SET CASE-WAS-FOUND TO TRUE.
002640
002650     IF CASE-STATUS-REPORTED
002660        OR CASE-STATUS-CLOSED
002670         MOVE "CASE IS ALREADY FINAL"
002680             TO WS-REFUSAL-REASON
002690         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002700         GO TO 3000-EXIT
002710     END-IF.
002720
002730     IF CSMT-OUTCOME = SPACES
002740        AND NOT CSMT-STATUS-INVESTIGATING
002750         MOVE "OUTCOME IS BLANK"
002760             TO WS-REFUSAL-REASON
002770         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002780         GO TO 3000-EXIT
002790     END-IF.
002800 3000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840*  4000-UPDATE-CASE - MOVE THE CASE TO ITS NEW STATUS WITH
002850*  THE OPERATOR AND THE OUTCOME, AND REPORT IT
002860*----------------------------------------------------------*
002870 4000-UPDATE-CASE.
002880     MOVE CASE-STATUS TO WS-OLD-STATUS.
002890     MOVE CSMT-NEW-STATUS TO CASE-STATUS.
002900     MOVE WS-TODAY TO CASE-STATUS-DATE.
002910     MOVE CSMT-OPERATOR-ID TO CASE-OPERATOR-ID.
002920     IF CSMT-OUTCOME NOT = SPACES
002930         MOVE CSMT-OUTCOME TO CASE-OUTCOME
002940     END-IF.
002950
002960     REWRITE CASE-RECORD
002970         INVALID KEY
002980             MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
002990             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003000             GO TO 4000-EXIT
003010     END-REWRITE.
003020
003030     ADD 1 TO WS-APPLIED-COUNT.
003040     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003050 4000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------*
003090*  6000-WRITE-REFUSAL - REPORT AN ORDER THAT WAS NOT
003100*  APPLIED, AND WHY
003110*----------------------------------------------------------*
003120 6000-WRITE-REFUSAL.
003130     PERFORM 6100-FILL-REPORT-LINE THRU 6100-EXIT.
003140     MOVE "REFUSED" TO RPT-DISPOSITION.
003150     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003160     WRITE RPT-RECORD.
003170
003180     ADD 1 TO WS-REFUSED-COUNT.
003190     DISPLAY "CASEMNT: ORDER REFUSED FOR CASE "
003200         CSMT-CASE-NUMBER " - " WS-REFUSAL-REASON.
003210 6000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------*
003250*  6100-FILL-REPORT-LINE - PUT THE ORDER AND, WHEN IT WAS
003260*  FOUND, THE CASE'S DETAILS ON THE REPORT LINE
003270*----------------------------------------------------------*
003280 6100-FILL-REPORT-LINE.
003290     MOVE CSMT-CASE-NUMBER TO RPT-CASE-NUMBER.
003300     MOVE CSMT-NEW-STATUS TO RPT-NEW-STATUS.
003310     MOVE CSMT-OPERATOR-ID TO RPT-OPERATOR-ID.
003320     IF CASE-WAS-FOUND
003330         MOVE CASE-TYPE TO RPT-CASE-TYPE
003340         MOVE CASE-STATUS TO RPT-OLD-STATUS
003350         MOVE CASE-CUST-NUMBER TO RPT-CUST-NUMBER
003360     ELSE
003370         MOVE SPACE TO RPT-CASE-TYPE
003380         MOVE SPACE TO RPT-OLD-STATUS
003390         MOVE ZERO TO RPT-CUST-NUMBER
003400     END-IF.
003410 6100-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------*
003450*  6500-WRITE-APPLIED - REPORT AN ORDER THAT WAS APPLIED
003460*  TO THE CASE FILE
003470*----------------------------------------------------------*
003480 6500-WRITE-APPLIED.
003490     PERFORM 6100-FILL-REPORT-LINE THRU 6100-EXIT.
003500     MOVE WS-OLD-STATUS TO RPT-OLD-STATUS.
003510     MOVE "APPLIED" TO RPT-DISPOSITION.
003520     MOVE CASE-OUTCOME TO RPT-REASON.
003530     WRITE RPT-RECORD.
003540 6500-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580*  8000-READ-ORDER - READ THE NEXT CASE MAINTENANCE ORDER
003590*----------------------------------------------------------*
003600 8000-READ-ORDER.
003610     READ ORDER-FILE
003620         AT END
003630             SET ORD-EOF TO TRUE
003640     END-READ.
003650 8000-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
003700*----------------------------------------------------------*
003710 9000-TERMINATE.
003720     IF CASE-FILE-IS-OPEN
003730         CLOSE CASE-FILE
003740     END-IF.
003750     IF OPER-FILE-IS-OPEN
003760         CLOSE OPERATOR-FILE
003770     END-IF.
003780     IF ORD-FILE-IS-OPEN
003790         CLOSE ORDER-FILE
003800     END-IF.
003810     IF RPT-FILE-IS-OPEN
003820         CLOSE CASE-REPORT
003830     END-IF.
003840
003850     DISPLAY "CASEMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
003860         WS-APPLIED-COUNT " APPLIED, "
003870         WS-REFUSED-COUNT " REFUSED.".
003880 9000-EXIT.
003890     EXIT.
