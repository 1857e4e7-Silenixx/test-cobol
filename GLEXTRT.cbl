000180*                   SEE GLFEEDREC), SO THE GL TEAM CAN PROVE
000190*                   THE FEED ARRIVED COMPLETE AND GLRECON
000200*                   CAN RECONCILE NIGHT OVER NIGHT.
000201*  2026-10-15 LGL   ENDS WITH GOBACK INSTEAD OF STOP RUN SO
000202*                   THE MONTHRUN STREAM CAN CALL IT. THE STEP
000203*                   OUTCOME IS HANDED BACK THROUGH RETURN-CODE
000204*                   (8 WHEN A FILE CANNOT BE OPENED) AND THE
000205*                   EXTRACT COUNT AND NET BALANCE ARE APPENDED
000206*                   TO THE RUN-CONTROL REPORT (RUNCTL).
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-GLF-FILE-STATUS.
000350
000352     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WS-RUNC-FILE-STATUS.
000358
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ACCOUNT-MASTER
000430     LABEL RECORDS ARE STANDARD.
000440     COPY GLFEEDREC.
000450
000452 FD  RUN-CONTROL
000454     LABEL RECORDS ARE STANDARD.
000456 01  RUNC-LINE                     PIC X(80).
000458
000460 WORKING-STORAGE SECTION.
000470 77  WS-ACCT-FILE-STATUS           PIC X(02).
000480     88  WS-ACCT-FILE-OK               VALUE "00".
000490
000500 77  WS-GLF-FILE-STATUS            PIC X(02).
000510     88  WS-GLF-FILE-OK                VALUE "00".
000511
000512 77  WS-RUNC-FILE-STATUS           PIC X(02).
000513     88  WS-RUNC-FILE-OK               VALUE "00".
000514     88  WS-RUNC-FILE-NOT-FOUND        VALUE "35".
000520
000530 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000540     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000590 77  WS-ACCT-EOF-SW                PIC X(01) VALUE "N".
000600     88  ACCT-EOF                      VALUE "Y".
000610
000612 77  WS-RUN-OK-SW                  PIC X(01) VALUE "Y".
000614     88  RUN-IS-OK                     VALUE "Y".
000616
000620 77  WS-TODAY                      PIC 9(08).
000630 77  WS-EXTRACT-COUNT              PIC 9(06) VALUE ZERO.
000640 77  WS-NET-BALANCE                PIC S9(11)V99 VALUE ZERO.
000641
000642*    ONE TOTALS LINE FOR THE RUN-CONTROL REPORT
000643 01  WS-RUNC-TOTALS.
000644     05  FILLER                PIC X(02) VALUE SPACES.
000645     05  FILLER                PIC X(10) VALUE "GLEXTRT".
000646     05  RNC-EXTRACT-COUNT     PIC ZZZZZ9.
000647     05  FILLER                PIC X(35) VALUE
000648         " ACCOUNT(S) EXTRACTED, NET BALANCE ".
000649     05  RNC-NET-BALANCE       PIC -Z(10)9.99.
000650
000660 PROCEDURE DIVISION.
000670
000740     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
000750         UNTIL ACCT-EOF.
000760
000762     IF NOT RUN-IS-OK
000764         MOVE 8 TO RETURN-CODE
000766     END-IF.
000768
000770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000780     GOBACK.
000790
000800*----------------------------------------------------------*
000810*  1000-INITIALIZE - OPEN FILES, ESTABLISH THE AS-OF DATE AND
000860     IF NOT WS-ACCT-FILE-OK
000870         DISPLAY "GLEXTRT: UNABLE TO OPEN ACCOUNT MASTER, "
000880             "STATUS = " WS-ACCT-FILE-STATUS
000884         MOVE "N" TO WS-RUN-OK-SW
000890         SET ACCT-EOF TO TRUE
000900         GO TO 1000-EXIT
000910     END-IF.
000950     IF NOT WS-GLF-FILE-OK
000960         DISPLAY "GLEXTRT: UNABLE TO OPEN GL FEED FILE, "
000970             "STATUS = " WS-GLF-FILE-STATUS
000974         MOVE "N" TO WS-RUN-OK-SW
000980         SET ACCT-EOF TO TRUE
000990         GO TO 1000-EXIT
001000     END-IF.
001570
001580     DISPLAY "GLEXTRT: " WS-EXTRACT-COUNT
001590         " ACCOUNT(S) EXTRACTED TO THE GL FEED.".
001593
001596     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
001600 9000-EXIT.
001610     EXIT.
001619
001628*----------------------------------------------------------*
001637*  9100-APPEND-RUN-CONTROL - PUT THE RUN TOTALS ON THE
001646*  RUN-CONTROL REPORT, JUST AHEAD OF THE OUTCOME LINE THE
001655*  MONTHRUN STREAM WRITES FOR THIS STEP. RUN STANDALONE, THE
001664*  REPORT IS CREATED ON FIRST USE; A REPORT THAT CANNOT BE
001673*  REACHED NEVER BLOCKS THE RUN ITSELF.
001682*----------------------------------------------------------*
001691 9100-APPEND-RUN-CONTROL.
001700     OPEN EXTEND RUN-CONTROL.
001709     IF WS-RUNC-FILE-NOT-FOUND
001718         OPEN OUTPUT RUN-CONTROL
001727     END-IF.
001736     IF NOT WS-RUNC-FILE-OK
001745         GO TO 9100-EXIT
001754     END-IF.
001763
001772     MOVE WS-EXTRACT-COUNT TO RNC-EXTRACT-COUNT.
001781     MOVE WS-NET-BALANCE TO RNC-NET-BALANCE.
001790     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
001799     CLOSE RUN-CONTROL.
001808 9100-EXIT.
001817     EXIT.
