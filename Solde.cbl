000462*                   DAILYRUN THROUGH RETURN-CODE: 8 WHEN THE
000463*                   ACCOUNT MASTER CANNOT BE OPENED, ZERO
000464*                   OTHERWISE.
000465*  2026-10-15 LGL   JOINT ACCOUNTS. THE CUSTOMER'S ACCOUNT
000466*                   LIST NOW ALSO CARRIES EVERY ACCOUNT ON
000467*                   WHICH THEY ARE A JOINT HOLDER OR
000468*                   AUTHORISED SIGNATORY (ACCOUNT HOLDER FILE
000469*                   ACCTHLDR, SEE HLDRREC), THE SAME LIST
000470*                   HelloWorld OFFERS.
000473*----------------------------------------------------------*
000476
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000637         RECORD KEY IS HOLD-NUMBER
000638         FILE STATUS IS WS-HOLD-FILE-STATUS.
000640
000641     SELECT ACCOUNT-HOLDERS ASSIGN TO "ACCTHLDR"
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS DYNAMIC
000644         RECORD KEY IS HLDR-KEY
000645         ALTERNATE RECORD KEY IS HLDR-CUST-NUMBER
000646             WITH DUPLICATES
000647         FILE STATUS IS WS-HLDR-FILE-STATUS.
000648
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ACCOUNT-MASTER
000774 FD  HOLDS-FILE
000776     LABEL RECORDS ARE STANDARD.
000778     COPY HOLDREC.
000779
000780 FD  ACCOUNT-HOLDERS
000781     LABEL RECORDS ARE STANDARD.
000782     COPY HLDRREC.
000786
000790 WORKING-STORAGE SECTION.
000800 77  WS-ACCT-FILE-STATUS           PIC X(02).
000810     88  WS-ACCT-FILE-OK               VALUE "00".
000922 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
000923     88  HOLD-EOF                      VALUE "Y".
000924
000925 77  WS-HLDR-FILE-STATUS           PIC X(02).
000926     88  WS-HLDR-FILE-OK               VALUE "00".
000927     88  WS-HLDR-FILE-NOT-FOUND        VALUE "35".
000928
000929 77  WS-HLDR-EOF-SW                PIC X(01) VALUE "N".
000930     88  HLDR-EOF                      VALUE "Y".
000931
000933 77  WS-ACTIVE-HOLD-TOTAL          PIC 9(11)V99 VALUE ZERO.
000935 77  WS-AVAILABLE-BALANCE          PIC S9(11)V99 VALUE ZERO.
000936
000938 77  WS-REQUESTED-ACCT-NUM         PIC 9(06).
000940
000950 77  WS-CUST-NAME-FOR-LOG          PIC X(30)
000960                                    VALUE "UNKNOWN".
002300         PERFORM 2055-SCAN-NEXT-ACCOUNT THRU 2055-EXIT
002310             UNTIL ACCT-EOF OR WS-ACCOUNT-COUNT = 10
002320     END-IF.
002322
002324     IF WS-ACCOUNT-COUNT < 10
002326         PERFORM 2070-ADD-HELD-ACCOUNTS THRU 2070-EXIT
002328     END-IF.
002330 2050-EXIT.
002340     EXIT.
002350
002640         WS-TBL-BALANCE(WS-ACCT-IDX) " - DISPONIBLE "
002642         WS-TBL-AVAILABLE(WS-ACCT-IDX).
002650 2060-EXIT.
002651     EXIT.
002652
002653*----------------------------------------------------------*
002654*  2070-ADD-HELD-ACCOUNTS - ADD EVERY ACCOUNT THE CUSTOMER
002655*  HOLDS JOINTLY OR MAY SIGN ON, FROM THE ACCOUNT HOLDER
002656*  FILE. NO HOLDER FILE YET SIMPLY MEANS NO SUCH ACCOUNTS.
002657*----------------------------------------------------------*
002658 2070-ADD-HELD-ACCOUNTS.
002659     OPEN INPUT ACCOUNT-HOLDERS.
002660     IF WS-HLDR-FILE-NOT-FOUND
002661         GO TO 2070-EXIT
002662     END-IF.
002663     IF NOT WS-HLDR-FILE-OK
002664         DISPLAY "SOLDE: UNABLE TO OPEN ACCOUNT HOLDER FILE, "
002665             "STATUS = " WS-HLDR-FILE-STATUS
002666         GO TO 2070-EXIT
002667     END-IF.
002668
002669     MOVE "N" TO WS-HLDR-EOF-SW.
002670     MOVE WS-CUST-NUMBER-FOR-LOOKUP TO HLDR-CUST-NUMBER.
002671     START ACCOUNT-HOLDERS KEY IS EQUAL TO HLDR-CUST-NUMBER
002672         INVALID KEY
002673             SET HLDR-EOF TO TRUE
002674     END-START.
002675
002676     PERFORM 2075-TAKE-ONE-HOLDING THRU 2075-EXIT
002677         UNTIL HLDR-EOF OR WS-ACCOUNT-COUNT = 10.
002678
002679     CLOSE ACCOUNT-HOLDERS.
002680 2070-EXIT.
002681     EXIT.
002682
002683*----------------------------------------------------------*
002684*  2075-TAKE-ONE-HOLDING - READ THE CUSTOMER'S NEXT HOLDER
002685*  RELATIONSHIP AND LIST THE ACCOUNT, UNLESS THE CUSTOMER
002686*  OWNS IT AND IT IS ALREADY ON THE LIST
002687*----------------------------------------------------------*
002688 2075-TAKE-ONE-HOLDING.
002689     READ ACCOUNT-HOLDERS NEXT RECORD
002690         AT END
002691             SET HLDR-EOF TO TRUE
002692             GO TO 2075-EXIT
002693     END-READ.
002694     IF HLDR-CUST-NUMBER NOT = WS-CUST-NUMBER-FOR-LOOKUP
002695         SET HLDR-EOF TO TRUE
002696         GO TO 2075-EXIT
002697     END-IF.
002698     IF HLDR-ROLE-PRIMARY
002699         GO TO 2075-EXIT
002700     END-IF.
002701
002702     MOVE HLDR-ACCT-NUMBER TO ACCT-NUMBER.
002703     READ ACCOUNT-MASTER
002704         INVALID KEY
002705             GO TO 2075-EXIT
002706     END-READ.
002707     IF ACCT-CUST-NUMBER = WS-CUST-NUMBER-FOR-LOOKUP
002708         GO TO 2075-EXIT
002709     END-IF.
002710
002711     ADD 1 TO WS-ACCOUNT-COUNT.
002712     MOVE ACCT-NUMBER TO WS-TBL-ACCT-NUMBER(WS-ACCOUNT-COUNT).
002713     MOVE ACCT-BALANCE TO WS-TBL-BALANCE(WS-ACCOUNT-COUNT).
002714     PERFORM 7000-SUM-ACTIVE-HOLDS THRU 7000-EXIT.
002715     COMPUTE WS-TBL-AVAILABLE(WS-ACCOUNT-COUNT) =
002716         ACCT-BALANCE - WS-ACTIVE-HOLD-TOTAL.
002717 2075-EXIT.
002718     EXIT.
002720
002721*----------------------------------------------------------*
002723*  2500-WRITE-AUDIT-LOG - RECORD THIS INQUIRY FOR COMPLIANCE
002725*----------------------------------------------------------*
002726 2500-WRITE-AUDIT-LOG.
002728     OPEN EXTEND AUDIT-LOG.
002730     IF WS-AUDIT-FILE-NOT-FOUND
002740         OPEN OUTPUT AUDIT-LOG
002750     END-IF.
