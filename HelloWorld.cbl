000505*                   CHECKPOINT COULD NOT BE WRITTEN, ZERO
000506*                   OTHERWISE, SO A FAILED STEP STOPS THE
000507*                   STREAM INSTEAD OF BEING ASSUMED GOOD.
000508*  2026-10-15 LGL   JOINT ACCOUNTS. THE ACCOUNT LIST NOW ALSO
000509*                   OFFERS EVERY ACCOUNT ON WHICH THE
000510*                   CUSTOMER IS A JOINT HOLDER OR AUTHORISED
000511*                   SIGNATORY (ACCOUNT HOLDER FILE ACCTHLDR,
000512*                   SEE HLDRREC), EACH MARKED WITH THE ROLE,
000513*                   AFTER THE ACCOUNTS THE CUSTOMER OWNS.
000514*                   THE ACCOUNT MASTER IS NOW OPENED DYNAMIC
000515*                   SO THOSE ACCOUNTS CAN BE READ BY KEY.
000517*----------------------------------------------------------*
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000670
000680     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS ACCT-NUMBER
000720         FILE STATUS IS WS-ACCT-FILE-STATUS.
000721
000722     SELECT ACCOUNT-HOLDERS ASSIGN TO "ACCTHLDR"
000723         ORGANIZATION IS INDEXED
000724         ACCESS MODE IS DYNAMIC
000725         RECORD KEY IS HLDR-KEY
000726         ALTERNATE RECORD KEY IS HLDR-CUST-NUMBER
000727             WITH DUPLICATES
000728         FILE STATUS IS WS-HLDR-FILE-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000840 FD  ACCOUNT-MASTER
000850     LABEL RECORDS ARE STANDARD.
000860     COPY ACCTREC.
000862
000864 FD  ACCOUNT-HOLDERS
000866     LABEL RECORDS ARE STANDARD.
000868     COPY HLDRREC.
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-NOM                        PIC X(50).
001120 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
001130     88  ACCT-EOF                      VALUE "Y".
001140
001141 77  WS-HLDR-FILE-STATUS           PIC X(02).
001142     88  WS-HLDR-FILE-OK               VALUE "00".
001143     88  WS-HLDR-FILE-NOT-FOUND        VALUE "35".
001144
001145 77  WS-HLDR-EOF-SW                PIC X(01) VALUE "N".
001146     88  HLDR-EOF                      VALUE "Y".
001147
001150 01  WS-CUST-ACCOUNTS.
001160     05  WS-ACCOUNT-COUNT          PIC 9(02) COMP VALUE ZERO.
001170     05  WS-ACCOUNT-TABLE OCCURS 10 TIMES.
001180         10  WS-TBL-ACCT-NUMBER    PIC 9(06).
001190         10  WS-TBL-BALANCE        PIC S9(7)V99.
001192         10  WS-TBL-ROLE           PIC X(01).
001194             88  WS-TBL-ROLE-JOINT     VALUE "J".
001196             88  WS-TBL-ROLE-SIGNATORY VALUE "S".
001200
001210 77  WS-ACCT-IDX                   PIC 9(02) COMP VALUE ZERO.
001220 77  WS-SELECTION                  PIC 9(02) VALUE ZERO.
001230 77  WS-SELECTED-ACCT-NUM          PIC 9(06) VALUE ZERO.
001235 77  WS-ROLE-LABEL                 PIC X(15) VALUE SPACES.
001240
001250 77  WS-CUST-EOF-SW                PIC X(01) VALUE "N".
001260     88  CUST-EOF                      VALUE "Y".
003040     PERFORM 1310-SCAN-ACCOUNTS THRU 1310-EXIT
003050         UNTIL ACCT-EOF OR WS-ACCOUNT-COUNT = 10.
003060
003063     PERFORM 1340-ADD-HELD-ACCOUNTS THRU 1340-EXIT.
003066
003070     CLOSE ACCOUNT-MASTER.
003080
003090     IF WS-ACCOUNT-COUNT = 0
003200*  IT BELONGS TO THE IDENTIFIED CUSTOMER
003210*----------------------------------------------------------*
003220 1310-SCAN-ACCOUNTS.
003230     READ ACCOUNT-MASTER NEXT RECORD
003240         AT END
003250             SET ACCT-EOF TO TRUE
003260     END-READ.
003320         ADD 1 TO WS-ACCOUNT-COUNT
003330         MOVE ACCT-NUMBER TO WS-TBL-ACCT-NUMBER(WS-ACCOUNT-COUNT)
003340         MOVE ACCT-BALANCE TO WS-TBL-BALANCE(WS-ACCOUNT-COUNT)
003345         MOVE "P" TO WS-TBL-ROLE(WS-ACCOUNT-COUNT)
003350     END-IF.
003360 1310-EXIT.
003370     EXIT.
003660*  LIST
003670*----------------------------------------------------------*
003680 1330-DISPLAY-ONE-ACCOUNT.
003681     MOVE SPACES TO WS-ROLE-LABEL.
003682     IF WS-TBL-ROLE-JOINT(WS-ACCT-IDX)
003683         MOVE " - COTITULAIRE" TO WS-ROLE-LABEL
003684     END-IF.
003685     IF WS-TBL-ROLE-SIGNATORY(WS-ACCT-IDX)
003686         MOVE " - MANDATAIRE" TO WS-ROLE-LABEL
003687     END-IF.
003690     DISPLAY WS-ACCT-IDX ") COMPTE NUMERO "
003700         WS-TBL-ACCT-NUMBER(WS-ACCT-IDX) " - SOLDE "
003701         WS-TBL-BALANCE(WS-ACCT-IDX) WS-ROLE-LABEL.
003702 1330-EXIT.
003703     EXIT.
003704
003705*----------------------------------------------------------*
003706*  1340-ADD-HELD-ACCOUNTS - ADD EVERY ACCOUNT THE CUSTOMER
003707*  HOLDS JOINTLY OR MAY SIGN ON, FROM THE ACCOUNT HOLDER
003708*  FILE. NO HOLDER FILE YET SIMPLY MEANS NO SUCH ACCOUNTS.
003709*----------------------------------------------------------*
003710 1340-ADD-HELD-ACCOUNTS.
003711     IF WS-ACCOUNT-COUNT = 10
003712         GO TO 1340-EXIT
003713     END-IF.
003714
003715     OPEN INPUT ACCOUNT-HOLDERS.
003716     IF WS-HLDR-FILE-NOT-FOUND
003717         GO TO 1340-EXIT
003718     END-IF.
003719     IF NOT WS-HLDR-FILE-OK
003720         DISPLAY "HelloWorld: UNABLE TO OPEN ACCOUNT HOLDER "
003721             "FILE, STATUS = " WS-HLDR-FILE-STATUS
003722         GO TO 1340-EXIT
003723     END-IF.
003724
003725     MOVE "N" TO WS-HLDR-EOF-SW.
003727     MOVE WS-CUST-NUMBER-HOLD TO HLDR-CUST-NUMBER.
003728     START ACCOUNT-HOLDERS KEY IS EQUAL TO HLDR-CUST-NUMBER
003729         INVALID KEY
003730             SET HLDR-EOF TO TRUE
003731     END-START.
003732
003733     PERFORM 1350-TAKE-ONE-HOLDING THRU 1350-EXIT
003734         UNTIL HLDR-EOF OR WS-ACCOUNT-COUNT = 10.
003735
003736     CLOSE ACCOUNT-HOLDERS.
003737 1340-EXIT.
003738     EXIT.
003739
003740*----------------------------------------------------------*
003741*  1350-TAKE-ONE-HOLDING - READ THE CUSTOMER'S NEXT HOLDER
003742*  RELATIONSHIP AND LIST THE ACCOUNT, UNLESS THE CUSTOMER
003743*  OWNS IT AND IT IS ALREADY ON THE LIST
003744*----------------------------------------------------------*
003745 1350-TAKE-ONE-HOLDING.
003746     READ ACCOUNT-HOLDERS NEXT RECORD
003747         AT END
003748             SET HLDR-EOF TO TRUE
003749             GO TO 1350-EXIT
003750     END-READ.
003751     IF HLDR-CUST-NUMBER NOT = WS-CUST-NUMBER-HOLD
003752         SET HLDR-EOF TO TRUE
003754         GO TO 1350-EXIT
003755     END-IF.
003756     IF HLDR-ROLE-PRIMARY
003757         GO TO 1350-EXIT
003758     END-IF.
003759
003760     MOVE HLDR-ACCT-NUMBER TO ACCT-NUMBER.
003761     READ ACCOUNT-MASTER
003762         INVALID KEY
003763             GO TO 1350-EXIT
003764     END-READ.
003765     IF ACCT-CUST-NUMBER = WS-CUST-NUMBER-HOLD
003766         GO TO 1350-EXIT
003767     END-IF.
003768
003769     ADD 1 TO WS-ACCOUNT-COUNT.
003770     MOVE ACCT-NUMBER TO WS-TBL-ACCT-NUMBER(WS-ACCOUNT-COUNT).
003771     MOVE ACCT-BALANCE TO WS-TBL-BALANCE(WS-ACCOUNT-COUNT).
003772     MOVE HLDR-ROLE TO WS-TBL-ROLE(WS-ACCOUNT-COUNT).
003773 1350-EXIT.
003774     EXIT.
003775
003776*----------------------------------------------------------*
003777*  2000-WRITE-CHECKPOINT - RECORD THAT IDENTIFICATION IS
003778*  DONE SO A RESTARTED DAILYRUN CAN SKIP THIS STEP
003780*----------------------------------------------------------*
003790 2000-WRITE-CHECKPOINT.
003800     OPEN OUTPUT CHECKPOINT-FILE.
