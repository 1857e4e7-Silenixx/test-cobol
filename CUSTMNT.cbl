000226*                   SUPPRESS), SEE CUSTREC. A NEWLY ADDED
000227*                   CUSTOMER STARTS WITH A BLANK ADDRESS AND
000228*                   DELIVERY "M".
000229*  2026-10-15 LGL   JOINT ACCOUNTS. A CLOSE IS NOW REFUSED
000230*                   WHILE THE CUSTOMER OWNS AN ACCOUNT THAT
000231*                   IS NOT CLOSED AND HAS NO JOINT HOLDER ON
000232*                   THE ACCOUNT HOLDER FILE (ACCTHLDR, SEE
000233*                   HLDRREC) - THE ACCOUNT WOULD BE LEFT WITH
000234*                   NOBODY ABLE TO ACT ON IT. A SIGNATORY
000235*                   ALONE DOES NOT COUNT. NO HOLDER FILE YET
000236*                   MEANS NO JOINT HOLDERS.
000237*  2026-10-15 LGL   EVERY ORDER NOW CARRIES THE RAISING
000238*                   OPERATOR'S ID AND IS REFUSED WHEN THE
000239*                   OPERATOR IS NOT ON THE OPERATOR FILE
000240*                   (OPERFILE, SEE OPERREC) OR IS INACTIVE.
000243*----------------------------------------------------------*
000246
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000400     SELECT MAINTENANCE-REPORT ASSIGN TO "CMNTRPT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-RPT-FILE-STATUS.
000421
000422     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS ACCT-NUMBER
000426         FILE STATUS IS WS-ACCT-FILE-STATUS.
000427
000428     SELECT ACCOUNT-HOLDERS ASSIGN TO "ACCTHLDR"
000429         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000431         RECORD KEY IS HLDR-KEY
000432         ALTERNATE RECORD KEY IS HLDR-CUST-NUMBER
000433             WITH DUPLICATES
000434         FILE STATUS IS WS-HLDR-FILE-STATUS.
000435
000436     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000437         ORGANIZATION IS INDEXED
000438         ACCESS MODE IS RANDOM
000439         RECORD KEY IS OPER-ID
000440         FILE STATUS IS WS-OPER-FILE-STATUS.
000443
000446 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CUSTOMER-MASTER
000470     LABEL RECORDS ARE STANDARD.
000640     05  FILLER                        PIC X(02) VALUE SPACES.
000650     05  RPT-REASON                    PIC X(30).
000660
000661 FD  ACCOUNT-MASTER
000662     LABEL RECORDS ARE STANDARD.
000663     COPY ACCTREC.
000664
000665 FD  ACCOUNT-HOLDERS
000666     LABEL RECORDS ARE STANDARD.
000667     COPY HLDRREC.
000668
000669 FD  OPERATOR-FILE
000670     LABEL RECORDS ARE STANDARD.
000671     COPY OPERREC.
000672
000676 WORKING-STORAGE SECTION.
000680 77  WS-CUST-FILE-STATUS           PIC X(02).
000690     88  WS-CUST-FILE-OK               VALUE "00".
000700
000850
000860 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
000870     88  ORD-EOF                       VALUE "Y".
000871
000872 77  WS-ACCT-FILE-STATUS           PIC X(02).
000873     88  WS-ACCT-FILE-OK               VALUE "00".
000874
000875 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000876     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000877
000878 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
000879     88  ACCT-EOF                      VALUE "Y".
000880
000881 77  WS-HLDR-FILE-STATUS           PIC X(02).
000882     88  WS-HLDR-FILE-OK               VALUE "00".
000883     88  WS-HLDR-FILE-NOT-FOUND        VALUE "35".
000884
000885 77  WS-HLDR-FILE-OPEN-SW          PIC X(01) VALUE "N".
000886     88  HLDR-FILE-IS-OPEN             VALUE "Y".
000887
000888 77  WS-HLDR-EOF-SW                PIC X(01) VALUE "N".
000889     88  HLDR-EOF                      VALUE "Y".
000890
000891 77  WS-SOLE-HOLDER-SW             PIC X(01) VALUE "N".
000892     88  SOLE-HOLDER-FOUND             VALUE "Y".
000893
000894 77  WS-OTHER-HOLDER-SW            PIC X(01) VALUE "N".
000895     88  OTHER-HOLDER-FOUND            VALUE "Y".
000896
000897 77  WS-OPER-FILE-STATUS           PIC X(02).
000898     88  WS-OPER-FILE-OK               VALUE "00".
000899
000900 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000901     88  OPER-FILE-IS-OPEN             VALUE "Y".
000902
000903 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
000904     88  OPERATOR-IS-VALID             VALUE "Y".
000905
000907 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
000908 77  WS-APPLIED-COUNT              PIC 9(05) COMP VALUE ZERO.
000910 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
000920
000930 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001370     END-IF.
001380     SET RPT-FILE-IS-OPEN TO TRUE.
001390
001391     OPEN INPUT ACCOUNT-MASTER.
001392     IF NOT WS-ACCT-FILE-OK
001393         DISPLAY "CUSTMNT: UNABLE TO OPEN ACCOUNT MASTER, "
001394             "STATUS = " WS-ACCT-FILE-STATUS
001395         SET ORD-EOF TO TRUE
001396         GO TO 1000-EXIT
001397     END-IF.
001398     SET ACCT-FILE-IS-OPEN TO TRUE.
001399
001400*    NO HOLDER FILE YET SIMPLY MEANS NO JOINT HOLDERS
001401     OPEN INPUT ACCOUNT-HOLDERS.
001402     IF WS-HLDR-FILE-OK
001403         SET HLDR-FILE-IS-OPEN TO TRUE
001404     ELSE
001405         IF NOT WS-HLDR-FILE-NOT-FOUND
001406             DISPLAY "CUSTMNT: UNABLE TO OPEN ACCOUNT HOLDER "
001407                 "FILE, STATUS = " WS-HLDR-FILE-STATUS
001408             SET ORD-EOF TO TRUE
001409             GO TO 1000-EXIT
001410         END-IF
001411     END-IF.
001412
001413     OPEN INPUT OPERATOR-FILE.
001414     IF NOT WS-OPER-FILE-OK
001415         DISPLAY "CUSTMNT: UNABLE TO OPEN OPERATOR FILE, "
001416             "STATUS = " WS-OPER-FILE-STATUS
001417         SET ORD-EOF TO TRUE
001418         GO TO 1000-EXIT
001419     END-IF.
001420     SET OPER-FILE-IS-OPEN TO TRUE.
001421
001423     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001425 1000-EXIT.
001427     EXIT.
001430
001440*----------------------------------------------------------*
001450*  2000-PROCESS-ORDER - APPLY ONE CUSTOMER ORDER AND READ
001480 2000-PROCESS-ORDER.
001490     ADD 1 TO WS-ORDER-COUNT.
001500     MOVE SPACES TO WS-REFUSAL-REASON.
001501
001502     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001503     IF NOT OPERATOR-IS-VALID
001504         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001505         GO TO 2000-EXIT
001506     END-IF.
001510
001520     IF CMNT-ACTION-ADD
001530         PERFORM 3000-ADD-CUSTOMER THRU 3000-EXIT
001670
001680     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001690 2000-EXIT.
001691     EXIT.
001692
001693*----------------------------------------------------------*
001694*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
001695*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
001696*----------------------------------------------------------*
001697 2500-CHECK-OPERATOR.
001698     MOVE "N" TO WS-OPERATOR-OK-SW.
001699
001700     IF CMNT-OPERATOR-ID = SPACES
001701         MOVE "OPERATOR ID IS BLANK"
001702             TO WS-REFUSAL-REASON
001703         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001704         GO TO 2500-EXIT
001705     END-IF.
001706
001707     MOVE CMNT-OPERATOR-ID TO OPER-ID.
001708     READ OPERATOR-FILE
001709         INVALID KEY
001710             MOVE "OPERATOR NOT ON OPERATOR FILE"
001711                 TO WS-REFUSAL-REASON
001712             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001713             GO TO 2500-EXIT
001714     END-READ.
001715
001716     IF NOT OPER-STATUS-ACTIVE
001717         MOVE "OPERATOR IS NOT ACTIVE"
001718             TO WS-REFUSAL-REASON
001719         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001720         GO TO 2500-EXIT
001721     END-IF.
001722
001723     SET OPERATOR-IS-VALID TO TRUE.
001724 2500-EXIT.
001725     EXIT.
001727
001728*----------------------------------------------------------*
001730*  3000-ADD-CUSTOMER - ONBOARD A NEW CUSTOMER; THE NUMBER
001740*  MUST BE NEW, THE NAME NEED NOT BE UNIQUE
001750*----------------------------------------------------------*
002440             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002450             GO TO 5000-EXIT
002460     END-READ.
002461
002462     IF CUST-STATUS-CLOSED
002463         MOVE "CUSTOMER IS ALREADY CLOSED"
002464             TO WS-REFUSAL-REASON
002465         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002466         GO TO 5000-EXIT
002467     END-IF.
002468
002469     PERFORM 5100-CHECK-SOLE-HOLDER THRU 5100-EXIT.
002470     IF SOLE-HOLDER-FOUND
002471         MOVE "SOLE HOLDER OF AN OPEN ACCOUNT"
002472             TO WS-REFUSAL-REASON
002473         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002475         GO TO 5000-EXIT
002476     END-IF.
002477
002478     SET CUST-STATUS-CLOSED TO TRUE.
002479     PERFORM 7000-REWRITE-CUSTOMER THRU 7000-EXIT.
002480 5000-EXIT.
002481     EXIT.
002482
002483*----------------------------------------------------------*
002484*  5100-CHECK-SOLE-HOLDER - PASS THE ACCOUNT MASTER FOR AN
002485*  ACCOUNT THE CUSTOMER OWNS THAT IS NOT CLOSED AND HAS NO
002486*  JOINT HOLDER BESIDES THEM; A SIGNATORY ALONE CANNOT
002487*  TAKE THE ACCOUNT OVER
002488*----------------------------------------------------------*
002490 5100-CHECK-SOLE-HOLDER.
002491     MOVE "N" TO WS-SOLE-HOLDER-SW.
002492     MOVE "N" TO WS-ACCT-EOF-SW.
002493     MOVE ZEROS TO ACCT-NUMBER.
002494     START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
002495         INVALID KEY
002496             SET ACCT-EOF TO TRUE
002497     END-START.
002498
002499     PERFORM 5150-CHECK-ONE-ACCOUNT THRU 5150-EXIT
002500         UNTIL ACCT-EOF OR SOLE-HOLDER-FOUND.
002501 5100-EXIT.
002502     EXIT.
002503
002505*----------------------------------------------------------*
002506*  5150-CHECK-ONE-ACCOUNT - READ THE NEXT ACCOUNT AND, WHEN
002507*  THE CUSTOMER OWNS IT AND IT IS STILL OPEN, LOOK FOR
002508*  A JOINT HOLDER ON IT
002509*----------------------------------------------------------*
002510 5150-CHECK-ONE-ACCOUNT.
002511     READ ACCOUNT-MASTER NEXT RECORD
002512         AT END
002513             SET ACCT-EOF TO TRUE
002514             GO TO 5150-EXIT
002515     END-READ.
002516     IF ACCT-CUST-NUMBER NOT = CUST-NUMBER
002517        OR ACCT-STATUS-CLOSED
002518         GO TO 5150-EXIT
002520     END-IF.
002521
002522     PERFORM 5160-FIND-OTHER-HOLDER THRU 5160-EXIT.
002523     IF NOT OTHER-HOLDER-FOUND
002524         SET SOLE-HOLDER-FOUND TO TRUE
002525         DISPLAY "CUSTMNT: CUSTOMER " CUST-NUMBER
002526             " IS THE ONLY HOLDER OF OPEN ACCOUNT "
002527             ACCT-NUMBER
002528     END-IF.
002529 5150-EXIT.
002530     EXIT.
002531
002532*----------------------------------------------------------*
002533*  5160-FIND-OTHER-HOLDER - LOOK ON THE ACCOUNT HOLDER FILE
002535*  FOR A JOINT HOLDER OF THIS ACCOUNT OTHER THAN THE
002536*  CUSTOMER
002537*----------------------------------------------------------*
002538 5160-FIND-OTHER-HOLDER.
002539     MOVE "N" TO WS-OTHER-HOLDER-SW.
002540     IF NOT HLDR-FILE-IS-OPEN
002541         GO TO 5160-EXIT
002542     END-IF.
002543
002544     MOVE "N" TO WS-HLDR-EOF-SW.
002545     MOVE ACCT-NUMBER TO HLDR-ACCT-NUMBER.
002546     MOVE ZEROS TO HLDR-CUST-NUMBER.
002547     START ACCOUNT-HOLDERS KEY IS NOT LESS THAN HLDR-KEY
002548         INVALID KEY
002550             SET HLDR-EOF TO TRUE
002551     END-START.
002552
002553     PERFORM 5170-CHECK-ONE-HOLDER THRU 5170-EXIT
002554         UNTIL HLDR-EOF OR OTHER-HOLDER-FOUND.
002555 5160-EXIT.
002556     EXIT.
002557
002558*----------------------------------------------------------*
002559*  5170-CHECK-ONE-HOLDER - READ THE ACCOUNT'S NEXT HOLDER ON
002560*  THE KEY; ANOTHER ACCOUNT'S KEY ENDS THE SEARCH. ONLY A
002561*  JOINT HOLDER COUNTS
002562*----------------------------------------------------------*
002563 5170-CHECK-ONE-HOLDER.
002565     READ ACCOUNT-HOLDERS NEXT RECORD
002566         AT END
002567             SET HLDR-EOF TO TRUE
002568             GO TO 5170-EXIT
002569     END-READ.
002570     IF HLDR-ACCT-NUMBER NOT = ACCT-NUMBER
002571         SET HLDR-EOF TO TRUE
002572         GO TO 5170-EXIT
002573     END-IF.
002574     IF HLDR-CUST-NUMBER NOT = CUST-NUMBER
002575        AND HLDR-ROLE-JOINT
002576         SET OTHER-HOLDER-FOUND TO TRUE
002577     END-IF.
002578 5170-EXIT.
002580     EXIT.
002581
002582*----------------------------------------------------------*
003300     IF RPT-FILE-IS-OPEN
003310         CLOSE MAINTENANCE-REPORT
003320     END-IF.
003321     IF ACCT-FILE-IS-OPEN
003322         CLOSE ACCOUNT-MASTER
003323     END-IF.
003324     IF HLDR-FILE-IS-OPEN
003325         CLOSE ACCOUNT-HOLDERS
003326     END-IF.
003327     IF OPER-FILE-IS-OPEN
003328         CLOSE OPERATOR-FILE
003329     END-IF.
003330
003340     DISPLAY "CUSTMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
003350         WS-APPLIED-COUNT " APPLIED, "
