000159*                   HOLDMNT - SO THE BRANCH SEES THE SAME
000161*                   FIGURE POSTTRAN DEBITS AGAINST. A MISSING
000162*                   HOLDS FILE MEANS NO HOLDS.
000163*  2026-10-15 LGL   A PRODUCT COLUMN ADDED (SEE ACCTREC), AND
000164*                   THE LISTING NOW ENDS WITH SUBTOTALS OF
000165*                   THE LEDGER AND AVAILABLE BALANCES BY
000166*                   PRODUCT, NAMED FROM THE PRODUCT CATALOGUE
000167*                   (PRODFILE, SEE PRODREC), AND A GRAND
000168*                   TOTAL. ACCOUNTS WITH NO PRODUCT ARE
000169*                   SUBTOTALLED AS "(SANS)".
000172*----------------------------------------------------------*
000176
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000297         RECORD KEY IS HOLD-NUMBER
000298         FILE STATUS IS WS-HOLD-FILE-STATUS.
000300
000301     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS RANDOM
000304         RECORD KEY IS PROD-CODE
000305         FILE STATUS IS WS-PROD-FILE-STATUS.
000306
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ACCOUNT-MASTER
000396     LABEL RECORDS ARE STANDARD.
000398     COPY HOLDREC.
000400
000402 FD  PRODUCT-FILE
000404     LABEL RECORDS ARE STANDARD.
000406     COPY PRODREC.
000408
000410 WORKING-STORAGE SECTION.
000420 77  WS-ACCT-FILE-STATUS           PIC X(02).
000430     88  WS-ACCT-FILE-OK               VALUE "00".
000467
000468 77  WS-HOLD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000469     88  HOLD-FILE-IS-OPEN             VALUE "Y".
000470
000471 77  WS-PROD-FILE-STATUS           PIC X(02).
000472     88  WS-PROD-FILE-OK               VALUE "00".
000473
000474 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000475     88  PROD-FILE-IS-OPEN             VALUE "Y".
000476
000478 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
000480     88  HOLD-EOF                      VALUE "Y".
000481
000483 77  WS-ACTIVE-HOLD-TOTAL          PIC 9(11)V99 VALUE ZERO.
000485 77  WS-AVAILABLE-BALANCE          PIC S9(11)V99 VALUE ZERO.
000486
000488 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000490     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000500
000510 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000570 77  WS-LINE-COUNT                 PIC 9(03) COMP VALUE ZERO.
000580 77  WS-LINES-PER-PAGE             PIC 9(03) COMP VALUE 60.
000590 77  WS-PAGE-COUNT                 PIC 9(03) COMP VALUE 1.
000591
000592 77  WS-PT-IDX                     PIC 9(03) COMP VALUE ZERO.
000593 77  WS-PT-SCAN-IDX                PIC 9(03) COMP VALUE ZERO.
000594
000595 77  WS-GRAND-ACCOUNTS             PIC 9(05) COMP VALUE ZERO.
000596 77  WS-GRAND-BALANCE              PIC S9(11)V99 VALUE ZERO.
000597 77  WS-GRAND-AVAILABLE            PIC S9(11)V99 VALUE ZERO.
000598
000599*    RUNNING SUBTOTALS, ONE ENTRY PER PRODUCT CODE SEEN
000600 01  WS-PRODUCT-TOTALS.
000601     05  WS-PT-COUNT               PIC 9(03) COMP VALUE ZERO.
000602     05  WS-PT-ENTRY OCCURS 100 TIMES.
000603         10  WS-PT-CODE            PIC X(04).
000604         10  WS-PT-ACCOUNTS        PIC 9(05) COMP.
000605         10  WS-PT-BALANCE         PIC S9(11)V99.
000606         10  WS-PT-AVAILABLE       PIC S9(11)V99.
000608
000610 01  WS-TODAY-GROUP.
000620     05  WS-TODAY                  PIC 9(08).
000630     05  WS-TODAY-R REDEFINES WS-TODAY.
000830
000840 01  WS-REPORT-HEADER-2.
000850     05  FILLER                PIC X(01) VALUE SPACE.
000860     05  FILLER                PIC X(08) VALUE "COMPTE".
000862     05  FILLER                PIC X(07) VALUE "PROD.".
000870     05  FILLER                PIC X(30) VALUE "NOM DU TITULAIRE".
000880     05  FILLER                PIC X(14) VALUE "SOLDE".
000882     05  FILLER                PIC X(12) VALUE "DISPONIBLE".
000900 01  WS-DETAIL-LINE.
000910     05  FILLER                    PIC X(01) VALUE SPACE.
000920     05  DTL-ACCOUNT-NUMBER        PIC 9(06).
000930     05  FILLER                    PIC X(02) VALUE SPACES.
000931     05  DTL-PRODUCT-CODE          PIC X(04).
000935     05  FILLER                    PIC X(03) VALUE SPACES.
000940     05  DTL-HOLDER-NAME           PIC X(30).
000950     05  FILLER                    PIC X(05) VALUE SPACES.
000960     05  DTL-BALANCE               PIC -Z(6)9.99.
000962     05  FILLER                    PIC X(02) VALUE SPACES.
000964     05  DTL-AVAILABLE             PIC -Z(8)9.99.
000965
000966 01  WS-PRODUCT-TITLE.
000967     05  FILLER                PIC X(05) VALUE SPACES.
000968     05  FILLER                PIC X(23)
000969         VALUE "SOUS-TOTAUX PAR PRODUIT".
000970
000971 01  WS-PRODUCT-HEADER.
000972     05  FILLER                PIC X(01) VALUE SPACE.
000973     05  FILLER                PIC X(09) VALUE "PRODUIT".
000974     05  FILLER                PIC X(30) VALUE "LIBELLE".
000975     05  FILLER                PIC X(07) VALUE "NOMBRE".
000976     05  FILLER                PIC X(16) VALUE "SOLDE".
000977     05  FILLER                PIC X(10) VALUE "DISPONIBLE".
000978
000979 01  WS-PRODUCT-LINE.
000980     05  FILLER                    PIC X(01) VALUE SPACE.
000981     05  PTL-CODE                  PIC X(06).
000982     05  FILLER                    PIC X(03) VALUE SPACES.
000983     05  PTL-NAME                  PIC X(30).
000984     05  PTL-ACCOUNTS              PIC ZZZZ9.
000985     05  FILLER                    PIC X(01) VALUE SPACE.
000986     05  PTL-BALANCE               PIC -Z(10)9.99.
000987     05  FILLER                    PIC X(01) VALUE SPACE.
000988     05  PTL-AVAILABLE             PIC -Z(10)9.99.
000991
000994 PROCEDURE DIVISION.
000997
001000*----------------------------------------------------------*
001010*  0000-MAINLINE
001020*----------------------------------------------------------*
001530     END-IF.
001540
001550     MOVE ACCT-NUMBER TO DTL-ACCOUNT-NUMBER.
001555     MOVE ACCT-PRODUCT-CODE TO DTL-PRODUCT-CODE.
001560     MOVE ACCT-HOLDER-NAME TO DTL-HOLDER-NAME.
001570     MOVE ACCT-BALANCE TO DTL-BALANCE.
001572     PERFORM 7000-SUM-ACTIVE-HOLDS THRU 7000-EXIT.
001580     WRITE RPT-LINE FROM WS-DETAIL-LINE.
001590     ADD 1 TO WS-LINE-COUNT.
001600
001603     PERFORM 3000-ADD-TO-PRODUCT THRU 3000-EXIT.
001606
001610     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
001620 2000-EXIT.
001621     EXIT.
001622
001623*----------------------------------------------------------*
001624*  3000-ADD-TO-PRODUCT - ADD THE ACCOUNT'S BALANCES TO THE
001625*  GRAND TOTAL AND TO ITS PRODUCT'S SUBTOTAL, STARTING A
001626*  NEW SUBTOTAL FOR A PRODUCT NOT SEEN BEFORE
001627*----------------------------------------------------------*
001628 3000-ADD-TO-PRODUCT.
001629     ADD 1 TO WS-GRAND-ACCOUNTS.
001630     ADD ACCT-BALANCE TO WS-GRAND-BALANCE.
001631     ADD WS-AVAILABLE-BALANCE TO WS-GRAND-AVAILABLE.
001632
001633     MOVE ZERO TO WS-PT-IDX.
001634     PERFORM 3050-COMPARE-ONE-PRODUCT THRU 3050-EXIT
001635         VARYING WS-PT-SCAN-IDX FROM 1 BY 1
001636         UNTIL WS-PT-SCAN-IDX > WS-PT-COUNT
001637             OR WS-PT-IDX NOT = ZERO.
001638
001639     IF WS-PT-IDX = ZERO
001640         IF WS-PT-COUNT = 100
001641             DISPLAY "BALRPT: PRODUCT TABLE FULL, ACCOUNT "
001642                 ACCT-NUMBER " NOT SUBTOTALLED"
001643             GO TO 3000-EXIT
001644         END-IF
001645         ADD 1 TO WS-PT-COUNT
001646         MOVE WS-PT-COUNT TO WS-PT-IDX
001647         MOVE ACCT-PRODUCT-CODE TO WS-PT-CODE(WS-PT-IDX)
001648         MOVE ZERO TO WS-PT-ACCOUNTS(WS-PT-IDX)
001649         MOVE ZERO TO WS-PT-BALANCE(WS-PT-IDX)
001650         MOVE ZERO TO WS-PT-AVAILABLE(WS-PT-IDX)
001651     END-IF.
001652
001653     ADD 1 TO WS-PT-ACCOUNTS(WS-PT-IDX).
001654     ADD ACCT-BALANCE TO WS-PT-BALANCE(WS-PT-IDX).
001655     ADD WS-AVAILABLE-BALANCE TO WS-PT-AVAILABLE(WS-PT-IDX).
001656 3000-EXIT.
001657     EXIT.
001658
001659*----------------------------------------------------------*
001660*  3050-COMPARE-ONE-PRODUCT - ONE SUBTOTAL ENTRY AGAINST
001661*  THE ACCOUNT'S PRODUCT CODE
001662*----------------------------------------------------------*
001663 3050-COMPARE-ONE-PRODUCT.
001664     IF WS-PT-CODE(WS-PT-SCAN-IDX) = ACCT-PRODUCT-CODE
001665         MOVE WS-PT-SCAN-IDX TO WS-PT-IDX
001666     END-IF.
001667 3050-EXIT.
001669     EXIT.
001671
001673*----------------------------------------------------------*
001675*  4000-WRITE-HEADERS - START A NEW PAGE WITH THE RUN DATE,
001677*  PAGE NUMBER AND COLUMN HEADINGS
001680*----------------------------------------------------------*
001690 4000-WRITE-HEADERS.
001700     MOVE WS-RUN-DATE-DISP TO HDR1-DATE.
001730         AFTER ADVANCING PAGE.
001740     WRITE RPT-LINE FROM WS-REPORT-HEADER-2
001750         AFTER ADVANCING 2 LINES.
001751     WRITE RPT-LINE FROM SPACES
001752         AFTER ADVANCING 1 LINE.
001753
001754     ADD 1 TO WS-PAGE-COUNT.
001755     MOVE ZERO TO WS-LINE-COUNT.
001756 4000-EXIT.
001757     EXIT.
001758
001759*----------------------------------------------------------*
001760*  5000-PRINT-PRODUCT-TOTALS - PRINT THE SUBTOTALS BY
001761*  PRODUCT ON A PAGE OF THEIR OWN, FOLLOWED BY THE GRAND
001762*  TOTAL. NO CATALOGUE MEANS THE NAMES ARE LEFT BLANK.
001763*----------------------------------------------------------*
001764 5000-PRINT-PRODUCT-TOTALS.
001765     OPEN INPUT PRODUCT-FILE.
001766     IF WS-PROD-FILE-OK
001767         SET PROD-FILE-IS-OPEN TO TRUE
001768     END-IF.
001769
001770     MOVE WS-RUN-DATE-DISP TO HDR1-DATE.
001771     MOVE WS-PAGE-COUNT TO HDR1-PAGE.
001772     WRITE RPT-LINE FROM WS-REPORT-HEADER-1
001773         AFTER ADVANCING PAGE.
001774     WRITE RPT-LINE FROM WS-PRODUCT-TITLE
001775         AFTER ADVANCING 2 LINES.
001776     WRITE RPT-LINE FROM WS-PRODUCT-HEADER
001777         AFTER ADVANCING 2 LINES.
001778     WRITE RPT-LINE FROM SPACES
001779         AFTER ADVANCING 1 LINE.
001780     ADD 1 TO WS-PAGE-COUNT.
001781
001782     PERFORM 5100-PRINT-ONE-PRODUCT THRU 5100-EXIT
001783         VARYING WS-PT-IDX FROM 1 BY 1
001784         UNTIL WS-PT-IDX > WS-PT-COUNT.
001785
001786     MOVE "TOTAL" TO PTL-CODE.
001787     MOVE SPACES TO PTL-NAME.
001788     MOVE WS-GRAND-ACCOUNTS TO PTL-ACCOUNTS.
001789     MOVE WS-GRAND-BALANCE TO PTL-BALANCE.
001790     MOVE WS-GRAND-AVAILABLE TO PTL-AVAILABLE.
001791     WRITE RPT-LINE FROM WS-PRODUCT-LINE
001792         AFTER ADVANCING 2 LINES.
001793
001794     IF PROD-FILE-IS-OPEN
001795         CLOSE PRODUCT-FILE
001796     END-IF.
001797 5000-EXIT.
001798     EXIT.
001799
001800*----------------------------------------------------------*
001801*  5100-PRINT-ONE-PRODUCT - ONE SUBTOTAL LINE, WITH THE
001802*  PRODUCT NAME FROM THE CATALOGUE
001803*----------------------------------------------------------*
001804 5100-PRINT-ONE-PRODUCT.
001805     MOVE SPACES TO PTL-NAME.
001806     IF WS-PT-CODE(WS-PT-IDX) = SPACES
001807         MOVE "(SANS)" TO PTL-CODE
001808         MOVE "SANS PRODUIT - TARIF GENERAL" TO PTL-NAME
001809     ELSE
001810         MOVE WS-PT-CODE(WS-PT-IDX) TO PTL-CODE
001811         IF PROD-FILE-IS-OPEN
001812             MOVE WS-PT-CODE(WS-PT-IDX) TO PROD-CODE
001813             READ PRODUCT-FILE
001814                 INVALID KEY
001815                     MOVE "INCONNU AU CATALOGUE" TO PTL-NAME
001816                 NOT INVALID KEY
001817                     MOVE PROD-NAME TO PTL-NAME
001818             END-READ
001819         END-IF
001820     END-IF.
001821
001822     MOVE WS-PT-ACCOUNTS(WS-PT-IDX) TO PTL-ACCOUNTS.
001823     MOVE WS-PT-BALANCE(WS-PT-IDX) TO PTL-BALANCE.
001824     MOVE WS-PT-AVAILABLE(WS-PT-IDX) TO PTL-AVAILABLE.
001825     WRITE RPT-LINE FROM WS-PRODUCT-LINE
001826         AFTER ADVANCING 1 LINE.
001827 5100-EXIT.
001828     EXIT.
001830
001831*----------------------------------------------------------*
001832*  7000-SUM-ACTIVE-HOLDS - TOTAL EVERY ACTIVE, UNEXPIRED
001930     EXIT.
001940
001950*----------------------------------------------------------*
001960*  9000-TERMINATE - PRINT THE PRODUCT SUBTOTALS AND CLOSE
001969*  FILES
001970*----------------------------------------------------------*
001980 9000-TERMINATE.
001982     IF RPT-FILE-IS-OPEN
001984         PERFORM 5000-PRINT-PRODUCT-TOTALS THRU 5000-EXIT
001986     END-IF.
001988
001990     IF ACCT-FILE-IS-OPEN
002000         CLOSE ACCOUNT-MASTER
002010     END-IF.
