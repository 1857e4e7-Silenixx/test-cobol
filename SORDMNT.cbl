000190*                   NEXT-DUE DATE IS MISSING OR INVALID.
000200*                   REFUSED ORDERS GO TO THE MAINTENANCE
000210*                   REPORT WITH THE REASON.
000212*  2026-10-15 LGL   EVERY ORDER NOW CARRIES THE RAISING
000214*                   OPERATOR'S ID AND IS REFUSED WHEN THE
000216*                   OPERATOR IS NOT ON THE OPERATOR FILE
000218*                   (OPERFILE, SEE OPERREC) OR IS INACTIVE.
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000430     SELECT MAINTENANCE-REPORT ASSIGN TO "SMNTRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000451
000452     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS OPER-ID
000456         FILE STATUS IS WS-OPER-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000710     05  FILLER                        PIC X(02) VALUE SPACES.
000720     05  RPT-REASON                    PIC X(30).
000730
000732 FD  OPERATOR-FILE
000734     LABEL RECORDS ARE STANDARD.
000736     COPY OPERREC.
000738
000740 WORKING-STORAGE SECTION.
000750 77  WS-SORD-FILE-STATUS           PIC X(02).
000760     88  WS-SORD-FILE-OK               VALUE "00".
000960
000970 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000980     88  RPT-FILE-IS-OPEN              VALUE "Y".
000981
000982 77  WS-OPER-FILE-STATUS           PIC X(02).
000983     88  WS-OPER-FILE-OK               VALUE "00".
000984
000985 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000986     88  OPER-FILE-IS-OPEN             VALUE "Y".
000987
000988 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
000989     88  OPERATOR-IS-VALID             VALUE "Y".
000990
001000 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001010     88  ORD-EOF                       VALUE "Y".
001910     END-IF.
001920     SET RPT-FILE-IS-OPEN TO TRUE.
001930
001931     OPEN INPUT OPERATOR-FILE.
001932     IF NOT WS-OPER-FILE-OK
001933         DISPLAY "SORDMNT: UNABLE TO OPEN OPERATOR FILE, "
001934             "STATUS = " WS-OPER-FILE-STATUS
001935         SET ORD-EOF TO TRUE
001936         GO TO 1000-EXIT
001937     END-IF.
001938     SET OPER-FILE-IS-OPEN TO TRUE.
001939
001940     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001950 1000-EXIT.
001960     EXIT.
002020 2000-PROCESS-ORDER.
002030     ADD 1 TO WS-ORDER-COUNT.
002040     MOVE SPACES TO WS-REFUSAL-REASON.
002041
002042     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
002043     IF NOT OPERATOR-IS-VALID
002044         PERFORM 8000-READ-ORDER THRU 8000-EXIT
002045         GO TO 2000-EXIT
002046     END-IF.
002050
002060     IF SMNT-ACTION-SETUP
002070         PERFORM 3000-SET-UP-ORDER THRU 3000-EXIT
002170
002180     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002190 2000-EXIT.
002191     EXIT.
002192
002193*----------------------------------------------------------*
002194*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
002195*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
002196*----------------------------------------------------------*
002197 2500-CHECK-OPERATOR.
002198     MOVE "N" TO WS-OPERATOR-OK-SW.
002199
002200     IF SMNT-OPERATOR-ID = SPACES
002201         MOVE "OPERATOR ID IS BLANK"
002202             TO WS-REFUSAL-REASON
002203         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002204         GO TO 2500-EXIT
002205     END-IF.
002206
002207     MOVE SMNT-OPERATOR-ID TO OPER-ID.
002208     READ OPERATOR-FILE
002209         INVALID KEY
002210             MOVE "OPERATOR NOT ON OPERATOR FILE"
002211                 TO WS-REFUSAL-REASON
002212             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002213             GO TO 2500-EXIT
002214     END-READ.
002215
002216     IF NOT OPER-STATUS-ACTIVE
002217         MOVE "OPERATOR IS NOT ACTIVE"
002218             TO WS-REFUSAL-REASON
002219         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002220         GO TO 2500-EXIT
002221     END-IF.
002222
002223     SET OPERATOR-IS-VALID TO TRUE.
002224 2500-EXIT.
002225     EXIT.
002227
002228*----------------------------------------------------------*
002230*  3000-SET-UP-ORDER - VALIDATE AND WRITE A NEW STANDING
002240*  ORDER
002250*----------------------------------------------------------*
004530     IF RPT-FILE-IS-OPEN
004540         CLOSE MAINTENANCE-REPORT
004550     END-IF.
004552     IF OPER-FILE-IS-OPEN
004554         CLOSE OPERATOR-FILE
004556     END-IF.
004560
004570     DISPLAY "SORDMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
004580         WS-APPLIED-COUNT " APPLIED, "
