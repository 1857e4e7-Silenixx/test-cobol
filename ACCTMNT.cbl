000251*                   AND PROMOTIONAL ACCOUNTS; ANY OTHER FLAG
000252*                   VALUE IS REFUSED. A NEWLY OPENED ACCOUNT
000253*                   STARTS ON THE FULL TARIFF.
000254*  2026-10-15 LGL   JOINT ACCOUNTS. AN OPEN NOW ALSO RECORDS
000255*                   THE OWNING CUSTOMER AS PRIMARY HOLDER ON
000256*                   THE NEW ACCOUNT HOLDER FILE (ACCTHLDR,
000257*                   SEE HLDRREC). NEW ORDER TYPE "H" ADDS A
000258*                   JOINT HOLDER ("J") OR AUTHORISED
000259*                   SIGNATORY ("S") TO AN OPEN ACCOUNT,
000260*                   REFUSED FOR AN UNKNOWN OR CLOSED
000261*                   CUSTOMER OR ONE ALREADY ON THE ACCOUNT;
000262*                   NEW ORDER TYPE "R" REMOVES ONE AGAIN.
000263*                   THE PRIMARY HOLDER IS NEVER REMOVED.
000264*  2026-10-15 LGL   DUAL CONTROL. EVERY ORDER NOW CARRIES THE
000265*                   RAISING OPERATOR'S ID AND IS REFUSED WHEN
000266*                   THE OPERATOR IS NOT ON THE OPERATOR FILE
000267*                   (OPERFILE, SEE OPERREC) OR IS INACTIVE. AN
000268*                   "L" ORDER FOR A LIMIT ABOVE THE THRESHOLD
000269*                   ON DUALPARM (SEE DUALREC) IS NOT APPLIED
000270*                   BUT WRITTEN TO THE PENDING APPROVAL FILE
000271*                   (PENDFILE, SEE PENDREC) FOR APPRMNT. EACH
000272*                   RUN THEN APPLIES THE LIMIT ORDERS APPROVED
000273*                   SINCE THE LAST ONE. THE REPORT NOW SHOWS
000274*                   THE MAKER AND, FOR AN APPROVED ORDER, THE
000275*                   CHECKER OF EVERY ORDER.
000276*  2026-10-15 LGL   PRODUCT CATALOGUE. AN OPEN NOW NEEDS A
000277*                   PRODUCT CODE THAT IS ON THE CATALOGUE
000278*                   (PRODFILE, SEE PRODREC) AND STILL ON
000279*                   SALE. NEW ORDER TYPE "P" MOVES AN OPEN
000280*                   ACCOUNT TO ANOTHER PRODUCT, REFUSED WHEN
000281*                   ITS AGREED LIMIT DOES NOT FIT THE NEW
000282*                   PRODUCT. AN "L" ORDER IS REFUSED WHEN THE
000283*                   ACCOUNT'S PRODUCT ALLOWS NO OVERDRAFT OR
000284*                   THE LIMIT IS ABOVE THE PRODUCT MAXIMUM.
000285*----------------------------------------------------------*
000286
000287 ENVIRONMENT DIVISION.
000288 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000310         ORGANIZATION IS INDEXED
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000510
000511     SELECT ACCOUNT-HOLDERS ASSIGN TO "ACCTHLDR"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS HLDR-KEY
000515         ALTERNATE RECORD KEY IS HLDR-CUST-NUMBER
000516             WITH DUPLICATES
000517         FILE STATUS IS WS-HLDR-FILE-STATUS.
000518
000519     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000520         ORGANIZATION IS INDEXED
000521         ACCESS MODE IS RANDOM
000522         RECORD KEY IS OPER-ID
000523         FILE STATUS IS WS-OPER-FILE-STATUS.
000524
000525     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS PEND-NUMBER
000529         FILE STATUS IS WS-PEND-FILE-STATUS.
000530
000531     SELECT DUAL-PARM-FILE ASSIGN TO "DUALPARM"
000532         ORGANIZATION IS SEQUENTIAL
000533         FILE STATUS IS WS-DUAL-FILE-STATUS.
000534
000535     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000536         ORGANIZATION IS INDEXED
000537         ACCESS MODE IS RANDOM
000538         RECORD KEY IS PROD-CODE
000539         FILE STATUS IS WS-PROD-FILE-STATUS.
000540
000542 DATA DIVISION.
000545 FILE SECTION.
000547 FD  ACCOUNT-MASTER
000550     LABEL RECORDS ARE STANDARD.
000560     COPY ACCTREC.
000570
000750     05  RPT-DISPOSITION               PIC X(08).
000760     05  FILLER                        PIC X(02) VALUE SPACES.
000770     05  RPT-REASON                    PIC X(30).
000771     05  FILLER                        PIC X(02) VALUE SPACES.
000772     05  RPT-MAKER-ID                  PIC X(08).
000773     05  FILLER                        PIC X(02) VALUE SPACES.
000774     05  RPT-CHECKER-ID                PIC X(08).
000775
000776 FD  ACCOUNT-HOLDERS
000777     LABEL RECORDS ARE STANDARD.
000778     COPY HLDRREC.
000779
000780 FD  OPERATOR-FILE
000781     LABEL RECORDS ARE STANDARD.
000782     COPY OPERREC.
000783
000784 FD  PENDING-FILE
000785     LABEL RECORDS ARE STANDARD.
000786     COPY PENDREC.
000787
000788 FD  DUAL-PARM-FILE
000789     LABEL RECORDS ARE STANDARD.
000790     COPY DUALREC.
000791
000792 FD  PRODUCT-FILE
000793     LABEL RECORDS ARE STANDARD.
000794     COPY PRODREC.
000796
000798 WORKING-STORAGE SECTION.
000800 77  WS-ACCT-FILE-STATUS           PIC X(02).
000810     88  WS-ACCT-FILE-OK               VALUE "00".
000820
000890 77  WS-RPT-FILE-STATUS            PIC X(02).
000900     88  WS-RPT-FILE-OK                VALUE "00".
000910
000911 77  WS-HLDR-FILE-STATUS           PIC X(02).
000912     88  WS-HLDR-FILE-OK               VALUE "00".
000913     88  WS-HLDR-FILE-NOT-FOUND        VALUE "35".
000914
000915 77  WS-OPER-FILE-STATUS           PIC X(02).
000916     88  WS-OPER-FILE-OK               VALUE "00".
000917
000918 77  WS-PEND-FILE-STATUS           PIC X(02).
000919     88  WS-PEND-FILE-OK               VALUE "00".
000920     88  WS-PEND-FILE-NOT-FOUND        VALUE "35".
000921
000922 77  WS-DUAL-FILE-STATUS           PIC X(02).
000923     88  WS-DUAL-FILE-OK               VALUE "00".
000924
000925 77  WS-PROD-FILE-STATUS           PIC X(02).
000926     88  WS-PROD-FILE-OK               VALUE "00".
000927
000928 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000930     88  ACCT-FILE-IS-OPEN             VALUE "Y".
000940
000950 77  WS-CUST-FILE-OPEN-SW          PIC X(01) VALUE "N".
001010 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
001020     88  RPT-FILE-IS-OPEN              VALUE "Y".
001030
001031 77  WS-HLDR-FILE-OPEN-SW          PIC X(01) VALUE "N".
001032     88  HLDR-FILE-IS-OPEN             VALUE "Y".
001033
001034 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
001035     88  OPER-FILE-IS-OPEN             VALUE "Y".
001036
001037 77  WS-PEND-FILE-OPEN-SW          PIC X(01) VALUE "N".
001038     88  PEND-FILE-IS-OPEN             VALUE "Y".
001039
001040 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
001041     88  PROD-FILE-IS-OPEN             VALUE "Y".
001042
001043 77  WS-PEND-EOF-SW                PIC X(01) VALUE "N".
001044     88  PEND-EOF                      VALUE "Y".
001045
001046 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001047     88  OPERATOR-IS-VALID             VALUE "Y".
001048
001049 77  WS-APPLYING-SW                PIC X(01) VALUE "N".
001050     88  APPLYING-APPROVED             VALUE "Y".
001051
001054 77  WS-MNT-EOF-SW                 PIC X(01) VALUE "N".
001057     88  MNT-EOF                       VALUE "Y".
001060
001070 77  WS-CUST-FOUND-SW              PIC X(01) VALUE "N".
001080     88  CUST-WAS-FOUND                VALUE "Y".
001082
001084 77  WS-PROD-FOUND-SW              PIC X(01) VALUE "N".
001086     88  PROD-WAS-FOUND                VALUE "Y".
001090
001100 77  WS-TODAY                      PIC 9(08).
001110
001140 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001150
001160 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001161
001162 77  WS-REFERRED-COUNT             PIC 9(05) COMP VALUE ZERO.
001163 77  WS-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
001164 77  WS-APPLIED-BEFORE             PIC 9(05) COMP VALUE ZERO.
001165
001166 77  WS-NEXT-PEND-NUMBER           PIC 9(06) VALUE ZERO.
001167 77  WS-LIMIT-THRESHOLD            PIC 9(7)V99 VALUE ZERO.
001168 77  WS-LIMIT-LEVEL                PIC 9(01) VALUE ZERO.
001169 77  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
001170 77  WS-TEST-LIMIT                 PIC 9(7)V99 VALUE ZERO.
001171
001172*    REPORT REASON FOR AN ORDER REFERRED FOR APPROVAL
001173 01  WS-PENDING-REASON.
001174     05  FILLER                    PIC X(24)
001175         VALUE "AWAITING APPROVAL, REF. ".
001176     05  WS-PENDING-REF            PIC 9(06).
001178
001180 PROCEDURE DIVISION.
001190
001200*----------------------------------------------------------*
001260     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001270         UNTIL MNT-EOF.
001280
001282     IF PEND-FILE-IS-OPEN
001284         PERFORM 7500-APPLY-APPROVED THRU 7500-EXIT
001286     END-IF.
001288
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001300     GOBACK.
001310
001320*----------------------------------------------------------*
001330*  1000-INITIALIZE - READ THE DUAL-CONTROL PARAMETERS, OPEN
001335*  FILES AND PRIME THE FIRST READ
001340*----------------------------------------------------------*
001350 1000-INITIALIZE.
001351     OPEN INPUT DUAL-PARM-FILE.
001352     IF NOT WS-DUAL-FILE-OK
001353         DISPLAY "ACCTMNT: UNABLE TO OPEN DUAL CONTROL FILE, "
001354             "STATUS = " WS-DUAL-FILE-STATUS
001355         SET MNT-EOF TO TRUE
001356         GO TO 1000-EXIT
001357     END-IF.
001358
001359     READ DUAL-PARM-FILE
001360         AT END
001361             DISPLAY "ACCTMNT: DUAL CONTROL FILE IS EMPTY"
001362             SET MNT-EOF TO TRUE
001363             CLOSE DUAL-PARM-FILE
001364             GO TO 1000-EXIT
001365     END-READ.
001366
001367     MOVE DUAL-LIMIT-THRESHOLD TO WS-LIMIT-THRESHOLD.
001368     MOVE DUAL-LIMIT-LEVEL TO WS-LIMIT-LEVEL.
001369     CLOSE DUAL-PARM-FILE.
001370
001373     OPEN I-O ACCOUNT-MASTER.
001376     IF NOT WS-ACCT-FILE-OK
001380         DISPLAY "ACCTMNT: UNABLE TO OPEN ACCOUNT MASTER, "
001390             "STATUS = " WS-ACCT-FILE-STATUS
001400         SET MNT-EOF TO TRUE
001670         SET MNT-EOF TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF.
001691     SET RPT-FILE-IS-OPEN TO TRUE.
001692
001693*    A MISSING ACCOUNT HOLDER FILE IS CREATED ON FIRST USE
001694     OPEN I-O ACCOUNT-HOLDERS.
001695     IF WS-HLDR-FILE-NOT-FOUND
001696         OPEN OUTPUT ACCOUNT-HOLDERS
001697         IF WS-HLDR-FILE-OK
001698             CLOSE ACCOUNT-HOLDERS
001699             OPEN I-O ACCOUNT-HOLDERS
001700         END-IF
001701     END-IF.
001702     IF NOT WS-HLDR-FILE-OK
001703         DISPLAY "ACCTMNT: UNABLE TO OPEN ACCOUNT HOLDER FILE, "
001704             "STATUS = " WS-HLDR-FILE-STATUS
001705         SET MNT-EOF TO TRUE
001706         GO TO 1000-EXIT
001707     END-IF.
001708     SET HLDR-FILE-IS-OPEN TO TRUE.
001709
001710     OPEN INPUT OPERATOR-FILE.
001711     IF NOT WS-OPER-FILE-OK
001712         DISPLAY "ACCTMNT: UNABLE TO OPEN OPERATOR FILE, "
001713             "STATUS = " WS-OPER-FILE-STATUS
001714         SET MNT-EOF TO TRUE
001715         GO TO 1000-EXIT
001716     END-IF.
001717     SET OPER-FILE-IS-OPEN TO TRUE.
001718
001719     OPEN INPUT PRODUCT-FILE.
001720     IF NOT WS-PROD-FILE-OK
001721         DISPLAY "ACCTMNT: UNABLE TO OPEN PRODUCT CATALOGUE, "
001722             "STATUS = " WS-PROD-FILE-STATUS
001723         SET MNT-EOF TO TRUE
001724         GO TO 1000-EXIT
001725     END-IF.
001726     SET PROD-FILE-IS-OPEN TO TRUE.
001727
001728*    A MISSING PENDING APPROVAL FILE IS CREATED ON FIRST USE
001729     OPEN I-O PENDING-FILE.
001730     IF WS-PEND-FILE-NOT-FOUND
001731         OPEN OUTPUT PENDING-FILE
001732         IF WS-PEND-FILE-OK
001733             CLOSE PENDING-FILE
001734             OPEN I-O PENDING-FILE
001735         END-IF
001736     END-IF.
001737     IF NOT WS-PEND-FILE-OK
001738         DISPLAY "ACCTMNT: UNABLE TO OPEN PENDING FILE, "
001739             "STATUS = " WS-PEND-FILE-STATUS
001740         SET MNT-EOF TO TRUE
001741         GO TO 1000-EXIT
001742     END-IF.
001743     SET PEND-FILE-IS-OPEN TO TRUE.
001744     PERFORM 1100-FIND-HIGHEST-PENDING THRU 1100-EXIT.
001745
001746     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001747
001748     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001750 1000-EXIT.
001751     EXIT.
001752
001753*----------------------------------------------------------*
001754*  1100-FIND-HIGHEST-PENDING - SCAN THE PENDING APPROVAL
001755*  FILE SO NEW REFERRALS CONTINUE THE NUMBERING FROM THE
001756*  HIGHEST ONE
001758*----------------------------------------------------------*
001759 1100-FIND-HIGHEST-PENDING.
001760     MOVE "N" TO WS-PEND-EOF-SW.
001761     MOVE ZEROS TO PEND-NUMBER.
001762     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
001763         INVALID KEY
001764             SET PEND-EOF TO TRUE
001766     END-START.
001767     PERFORM 1150-NOTE-ONE-PENDING THRU 1150-EXIT
001768         UNTIL PEND-EOF.
001769 1100-EXIT.
001770     EXIT.
001771
001772*----------------------------------------------------------*
001774*  1150-NOTE-ONE-PENDING - REMEMBER THE NEWEST PENDING
001775*  NUMBER SEEN ON THE SCAN
001776*----------------------------------------------------------*
001777 1150-NOTE-ONE-PENDING.
001778     READ PENDING-FILE NEXT RECORD
001779         AT END
001780             SET PEND-EOF TO TRUE
001782             GO TO 1150-EXIT
001783     END-READ.
001784     MOVE PEND-NUMBER TO WS-NEXT-PEND-NUMBER.
001785 1150-EXIT.
001786     EXIT.
001787
001788*----------------------------------------------------------*
001790*  2000-PROCESS-ORDER - APPLY ONE MAINTENANCE ORDER AND
001800*  READ THE NEXT ONE
001810*----------------------------------------------------------*
001820 2000-PROCESS-ORDER.
001830     ADD 1 TO WS-ORDER-COUNT.
001840     MOVE SPACES TO WS-REFUSAL-REASON.
001841
001842     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001843     IF NOT OPERATOR-IS-VALID
001844         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001845         GO TO 2000-EXIT
001846     END-IF.
001850
001860     IF MNT-ACTION-OPEN
001870         PERFORM 3000-OPEN-ACCOUNT THRU 3000-EXIT
001948                         PERFORM 5800-SET-FEE-WAIVER
001949                             THRU 5800-EXIT
001951                     ELSE
001952                         IF MNT-ACTION-ADD-HOLDER
001953                             PERFORM 5900-ADD-HOLDER
001954                                 THRU 5900-EXIT
001955                         ELSE
001956                             IF MNT-ACTION-REMOVE-HOLDER
001957                                 PERFORM 5950-REMOVE-HOLDER
001958                                     THRU 5950-EXIT
001959                             ELSE
001960                                 IF MNT-ACTION-PRODUCT-CHANGE
001961                                     PERFORM 5600-CHANGE-PRODUCT
001962                                         THRU 5600-EXIT
001963                                 ELSE
001964                                     MOVE
001965                                     "UNKNOWN MAINTENANCE ACTION"
001966                                         TO WS-REFUSAL-REASON
001967                                     PERFORM 6000-WRITE-REFUSAL
001968                                         THRU 6000-EXIT
001969                                 END-IF
001970                             END-IF
001971                         END-IF
001973                     END-IF
001974                 END-IF
001980             END-IF
002010
002020     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002030 2000-EXIT.
002031     EXIT.
002032
002033*----------------------------------------------------------*
002034*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
002035*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
002036*----------------------------------------------------------*
002037 2500-CHECK-OPERATOR.
002038     MOVE "N" TO WS-OPERATOR-OK-SW.
002039
002040     IF MNT-OPERATOR-ID = SPACES
002041         MOVE "OPERATOR ID IS BLANK"
002042             TO WS-REFUSAL-REASON
002043         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002044         GO TO 2500-EXIT
002045     END-IF.
002046
002047     MOVE MNT-OPERATOR-ID TO OPER-ID.
002048     READ OPERATOR-FILE
002049         INVALID KEY
002050             MOVE "OPERATOR NOT ON OPERATOR FILE"
002051                 TO WS-REFUSAL-REASON
002052             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002053             GO TO 2500-EXIT
002054     END-READ.
002055
002056     IF NOT OPER-STATUS-ACTIVE
002057         MOVE "OPERATOR IS NOT ACTIVE"
002058             TO WS-REFUSAL-REASON
002059         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002060         GO TO 2500-EXIT
002061     END-IF.
002062
002063     SET OPERATOR-IS-VALID TO TRUE.
002064 2500-EXIT.
002065     EXIT.
002067
002068*----------------------------------------------------------*
002070*  3000-OPEN-ACCOUNT - CREATE A NEW ACCOUNT FOR AN EXISTING
002080*  ACTIVE CUSTOMER, REFUSING UNKNOWN OR CLOSED CUSTOMERS
002090*----------------------------------------------------------*
002370         GO TO 3000-EXIT
002380     END-IF.
002390
002391     PERFORM 3600-FIND-PRODUCT THRU 3600-EXIT.
002392     IF NOT PROD-WAS-FOUND
002393         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002394         GO TO 3000-EXIT
002395     END-IF.
002396
002400     MOVE SPACES TO ACCT-RECORD.
002402     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
002410     MOVE MNT-CUST-NUMBER TO ACCT-CUST-NUMBER.
002450     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
002452     MOVE ZERO TO ACCT-OVERDRAFT-LIMIT.
002454     MOVE "N" TO ACCT-FEE-WAIVER.
002457     MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE.
002460
002470     WRITE ACCT-RECORD
002480         INVALID KEY
002540
002550     ADD 1 TO WS-APPLIED-COUNT.
002560     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
002561
002562*    THE OWNING CUSTOMER IS THE ACCOUNT'S PRIMARY HOLDER
002563     MOVE SPACES TO HLDR-RECORD.
002564     MOVE ACCT-NUMBER TO HLDR-ACCT-NUMBER.
002565     MOVE ACCT-CUST-NUMBER TO HLDR-CUST-NUMBER.
002566     SET HLDR-ROLE-PRIMARY TO TRUE.
002567     MOVE CUST-NAME TO HLDR-CUST-NAME.
002568     MOVE WS-TODAY TO HLDR-ADDED-DATE.
002569     WRITE HLDR-RECORD
002570         INVALID KEY
002571             DISPLAY "ACCTMNT: PRIMARY HOLDER NOT RECORDED FOR "
002572                 "ACCOUNT " ACCT-NUMBER ", STATUS = "
002573                 WS-HLDR-FILE-STATUS
002574     END-WRITE.
002577 3000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002720
002730     SET CUST-WAS-FOUND TO TRUE.
002740 3500-EXIT.
002741     EXIT.
002742
002743*----------------------------------------------------------*
002744*  3600-FIND-PRODUCT - READ THE PRODUCT NAMED ON THE ORDER,
002745*  WHICH MUST BE ON THE CATALOGUE AND STILL ON SALE; THE
002746*  REFUSAL REASON IS LEFT SET WHEN IT IS NOT
002747*----------------------------------------------------------*
002748 3600-FIND-PRODUCT.
002749     MOVE "N" TO WS-PROD-FOUND-SW.
002750
002751     IF MNT-PRODUCT-CODE = SPACES
002752         MOVE "PRODUCT CODE IS BLANK"
002753             TO WS-REFUSAL-REASON
002754         GO TO 3600-EXIT
002755     END-IF.
002756
002757     MOVE MNT-PRODUCT-CODE TO PROD-CODE.
002758     READ PRODUCT-FILE
002759         INVALID KEY
002760             MOVE "PRODUCT NOT IN CATALOGUE"
002761                 TO WS-REFUSAL-REASON
002762             GO TO 3600-EXIT
002763     END-READ.
002764
002765     IF PROD-STATUS-WITHDRAWN
002766         MOVE "PRODUCT IS WITHDRAWN"
002767             TO WS-REFUSAL-REASON
002768         GO TO 3600-EXIT
002769     END-IF.
002770
002771     SET PROD-WAS-FOUND TO TRUE.
002772 3600-EXIT.
002774     EXIT.
002776
002778*----------------------------------------------------------*
002780*  4000-CLOSE-ACCOUNT - RETIRE AN ACCOUNT, REFUSING THE
002790*  ORDER WHILE THE BALANCE IS NOT ZERO
002800*----------------------------------------------------------*
003250     IF MNT-HOLDER-NAME = SPACES
003260         MOVE "NEW HOLDER NAME IS BLANK"
003270             TO WS-REFUSAL-REASON
003271         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003272         GO TO 5000-EXIT
003273     END-IF.
003274
003275     MOVE MNT-HOLDER-NAME TO ACCT-HOLDER-NAME.
003276     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
003277     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
003278 5000-EXIT.
003279     EXIT.
003280
003281*----------------------------------------------------------*
003282*  5500-CHANGE-LIMIT - SET OR AMEND THE AGREED OVERDRAFT
003283*  LIMIT ON AN EXISTING OPEN ACCOUNT
003284*----------------------------------------------------------*
003285 5500-CHANGE-LIMIT.
003286     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
003287     READ ACCOUNT-MASTER
003288         INVALID KEY
003289             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
003290                 TO WS-REFUSAL-REASON
003291             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003292             GO TO 5500-EXIT
003293     END-READ.
003294
003295     IF ACCT-STATUS-CLOSED
003296         MOVE "ACCOUNT IS CLOSED"
003297             TO WS-REFUSAL-REASON
003298         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003299         GO TO 5500-EXIT
003300     END-IF.
003301
003302*    AN ACCOUNT ON A CATALOGUE PRODUCT MAY ONLY HAVE THE
003303*    FACILITY ITS PRODUCT PERMITS
003304     IF NOT ACCT-NO-PRODUCT
003305         MOVE ACCT-PRODUCT-CODE TO PROD-CODE
003306         MOVE MNT-NEW-LIMIT TO WS-TEST-LIMIT
003307         PERFORM 5550-CHECK-PRODUCT-LIMIT THRU 5550-EXIT
003308         IF WS-REFUSAL-REASON NOT = SPACES
003309             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003310             GO TO 5500-EXIT
003311         END-IF
003312     END-IF.
003313
003314*    A LIMIT ABOVE THE DUAL-CONTROL THRESHOLD WAITS FOR A
003315*    SECOND OPERATOR; AN APPROVED ONE IS APPLIED AS KEYED
003316     IF NOT APPLYING-APPROVED
003317        AND MNT-NEW-LIMIT > WS-LIMIT-THRESHOLD
003318         PERFORM 6800-REFER-FOR-APPROVAL THRU 6800-EXIT
003319         GO TO 5500-EXIT
003320     END-IF.
003321
003322     MOVE MNT-NEW-LIMIT TO ACCT-OVERDRAFT-LIMIT.
003323     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
003324     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
003325 5500-EXIT.
003326     EXIT.
003327
003328*----------------------------------------------------------*
003329*  5550-CHECK-PRODUCT-LIMIT - READ THE PRODUCT IN PROD-CODE
003330*  AND TEST THE LIMIT IN WS-TEST-LIMIT AGAINST IT; THE
003331*  REFUSAL REASON IS LEFT SET WHEN IT DOES NOT FIT
003332*----------------------------------------------------------*
003333 5550-CHECK-PRODUCT-LIMIT.
003334     READ PRODUCT-FILE
003335         INVALID KEY
003336             MOVE "PRODUCT NOT IN CATALOGUE"
003337                 TO WS-REFUSAL-REASON
003338             GO TO 5550-EXIT
003339     END-READ.
003340
003341     IF WS-TEST-LIMIT > ZERO
003342        AND NOT PROD-OVERDRAFT-ALLOWED
003343         MOVE "PRODUCT ALLOWS NO OVERDRAFT"
003344             TO WS-REFUSAL-REASON
003345         GO TO 5550-EXIT
003346     END-IF.
003347
003348     IF WS-TEST-LIMIT > PROD-MAX-LIMIT
003349         MOVE "LIMIT ABOVE PRODUCT MAXIMUM"
003350             TO WS-REFUSAL-REASON
003351     END-IF.
003352 5550-EXIT.
003353     EXIT.
003354
003355*----------------------------------------------------------*
003356*  5600-CHANGE-PRODUCT - MOVE AN EXISTING OPEN ACCOUNT TO
003357*  ANOTHER CATALOGUE PRODUCT THAT ITS AGREED LIMIT FITS
003358*----------------------------------------------------------*
003359 5600-CHANGE-PRODUCT.
003360     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
003361     READ ACCOUNT-MASTER
003362         INVALID KEY
003363             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
003364                 TO WS-REFUSAL-REASON
003365             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003366             GO TO 5600-EXIT
003367     END-READ.
003368
003369     IF ACCT-STATUS-CLOSED
003370         MOVE "ACCOUNT IS CLOSED"
003371             TO WS-REFUSAL-REASON
003372         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003373         GO TO 5600-EXIT
003374     END-IF.
003375
003376     IF MNT-PRODUCT-CODE = ACCT-PRODUCT-CODE
003377         MOVE "ACCOUNT ALREADY ON PRODUCT"
003378             TO WS-REFUSAL-REASON
003379         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003380         GO TO 5600-EXIT
003381     END-IF.
003382
003383     PERFORM 3600-FIND-PRODUCT THRU 3600-EXIT.
003384     IF NOT PROD-WAS-FOUND
003385         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003386         GO TO 5600-EXIT
003387     END-IF.
003388
003389     MOVE ACCT-OVERDRAFT-LIMIT TO WS-TEST-LIMIT.
003390     PERFORM 5550-CHECK-PRODUCT-LIMIT THRU 5550-EXIT.
003391     IF WS-REFUSAL-REASON NOT = SPACES
003392         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003393         GO TO 5600-EXIT
003394     END-IF.
003395
003396     MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE.
003397     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
003398     PERFORM 7000-REWRITE-ACCOUNT THRU 7000-EXIT.
003399 5600-EXIT.
003400     EXIT.
003401
003402*----------------------------------------------------------*
003403*  5800-SET-FEE-WAIVER - SET OR CLEAR THE FEE-WAIVER FLAG
003438     EXIT.
003439
003440*----------------------------------------------------------*
003441*  5900-ADD-HOLDER - ADD A JOINT HOLDER OR AUTHORISED
003442*  SIGNATORY TO AN EXISTING OPEN ACCOUNT
003443*----------------------------------------------------------*
003444 5900-ADD-HOLDER.
003445     IF MNT-HOLDER-ROLE NOT = "J"
003446        AND MNT-HOLDER-ROLE NOT = "S"
003447         MOVE "HOLDER ROLE MUST BE J OR S"
003448             TO WS-REFUSAL-REASON
003449         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003450         GO TO 5900-EXIT
003451     END-IF.
003452
003453     MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
003454     READ ACCOUNT-MASTER
003455         INVALID KEY
003456             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
003457                 TO WS-REFUSAL-REASON
003458             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003459             GO TO 5900-EXIT
003460     END-READ.
003461
003462     IF ACCT-STATUS-CLOSED
003463         MOVE "ACCOUNT IS CLOSED"
003464             TO WS-REFUSAL-REASON
003466         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003467         GO TO 5900-EXIT
003468     END-IF.
003469
003470     IF MNT-CUST-NUMBER = ACCT-CUST-NUMBER
003471         MOVE "CUSTOMER IS THE PRIMARY HOLDER"
003472             TO WS-REFUSAL-REASON
003473         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003474         GO TO 5900-EXIT
003475     END-IF.
003476
003477     PERFORM 3500-FIND-CUSTOMER-BY-NUMBER THRU 3500-EXIT.
003478     IF NOT CUST-WAS-FOUND
003479         MOVE "CUSTOMER NOT ON CUSTOMER FILE"
003480             TO WS-REFUSAL-REASON
003481         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003482         GO TO 5900-EXIT
003483     END-IF.
003484
003485     IF CUST-STATUS-CLOSED
003486         MOVE "CUSTOMER IS CLOSED"
003487             TO WS-REFUSAL-REASON
003488         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003489         GO TO 5900-EXIT
003490     END-IF.
003492
003493     MOVE SPACES TO HLDR-RECORD.
003494     MOVE ACCT-NUMBER TO HLDR-ACCT-NUMBER.
003495     MOVE CUST-NUMBER TO HLDR-CUST-NUMBER.
003496     MOVE MNT-HOLDER-ROLE TO HLDR-ROLE.
003497     MOVE CUST-NAME TO HLDR-CUST-NAME.
003498     MOVE WS-TODAY TO HLDR-ADDED-DATE.
003499     WRITE HLDR-RECORD
003500         INVALID KEY
003501             MOVE "CUSTOMER ALREADY HOLDS ACCOUNT"
003502                 TO WS-REFUSAL-REASON
003503             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003504             GO TO 5900-EXIT
003505     END-WRITE.
003506
003507     ADD 1 TO WS-APPLIED-COUNT.
003508     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003509 5900-EXIT.
003510     EXIT.
003511
003512*----------------------------------------------------------*
003513*  5950-REMOVE-HOLDER - TAKE A JOINT HOLDER OR AUTHORISED
003514*  SIGNATORY OFF AN ACCOUNT; THE PRIMARY HOLDER STAYS
003515*----------------------------------------------------------*
003516 5950-REMOVE-HOLDER.
003518     MOVE MNT-ACCT-NUMBER TO HLDR-ACCT-NUMBER.
003519     MOVE MNT-CUST-NUMBER TO HLDR-CUST-NUMBER.
003520     READ ACCOUNT-HOLDERS
003521         INVALID KEY
003522             MOVE "CUSTOMER IS NOT A HOLDER"
003523                 TO WS-REFUSAL-REASON
003524             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003525             GO TO 5950-EXIT
003526     END-READ.
003527
003528     IF HLDR-ROLE-PRIMARY
003529         MOVE "CANNOT REMOVE PRIMARY HOLDER"
003530             TO WS-REFUSAL-REASON
003531         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003532         GO TO 5950-EXIT
003533     END-IF.
003534
003535     DELETE ACCOUNT-HOLDERS
003536         INVALID KEY
003537             MOVE "DELETE FAILED" TO WS-REFUSAL-REASON
003538             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003539             GO TO 5950-EXIT
003540     END-DELETE.
003541
003542     ADD 1 TO WS-APPLIED-COUNT.
003544     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003545 5950-EXIT.
003546     EXIT.
003547
003548*----------------------------------------------------------*
003549*  6000-WRITE-REFUSAL - REPORT A MAINTENANCE ORDER THAT WAS
003550*  NOT APPLIED, AND WHY
003551*----------------------------------------------------------*
003552 6000-WRITE-REFUSAL.
003553     MOVE MNT-ACTION TO RPT-ACTION.
003554     MOVE MNT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003555     MOVE MNT-CUST-NUMBER TO RPT-CUST-NUMBER.
003556     MOVE "REFUSED" TO RPT-DISPOSITION.
003557     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003558     MOVE MNT-OPERATOR-ID TO RPT-MAKER-ID.
003559     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003560     WRITE RPT-RECORD.
003561
003562     ADD 1 TO WS-REFUSED-COUNT.
003563     DISPLAY "ACCTMNT: ORDER REFUSED FOR ACCOUNT "
003564         MNT-ACCT-NUMBER " - " WS-REFUSAL-REASON.
003565 6000-EXIT.
003566     EXIT.
003567
003568*----------------------------------------------------------*
003570*  6500-WRITE-APPLIED - REPORT A MAINTENANCE ORDER THAT WAS
003580*  APPLIED TO THE ACCOUNT MASTER
003590*----------------------------------------------------------*
003630     MOVE MNT-CUST-NUMBER TO RPT-CUST-NUMBER.
003640     MOVE "APPLIED" TO RPT-DISPOSITION.
003650     MOVE SPACES TO RPT-REASON.
003653     MOVE MNT-OPERATOR-ID TO RPT-MAKER-ID.
003656     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003660     WRITE RPT-RECORD.
003670 6500-EXIT.
003671     EXIT.
003672
003673*----------------------------------------------------------*
003674*  6800-REFER-FOR-APPROVAL - HOLD THE ORDER ON THE PENDING
003675*  APPROVAL FILE FOR A SECOND OPERATOR INSTEAD OF APPLYING
003676*  IT, AND REPORT IT AS PENDING
003677*----------------------------------------------------------*
003678 6800-REFER-FOR-APPROVAL.
003679     ADD 1 TO WS-NEXT-PEND-NUMBER.
003680     MOVE SPACES TO PEND-RECORD.
003681     MOVE WS-NEXT-PEND-NUMBER TO PEND-NUMBER.
003682     SET PEND-SOURCE-ACCTMNT TO TRUE.
003683     SET PEND-STATUS-PENDING TO TRUE.
003684     MOVE MNT-ACTION TO PEND-ACTION.
003685     MOVE MNT-ACCT-NUMBER TO PEND-ACCT-NUMBER.
003686     MOVE MNT-NEW-LIMIT TO PEND-AMOUNT.
003687     MOVE MNT-OPERATOR-ID TO PEND-MAKER-ID.
003688     MOVE WS-TODAY TO PEND-RAISED-DATE.
003689     MOVE WS-LIMIT-LEVEL TO PEND-LEVEL-REQUIRED.
003690     MOVE ZERO TO PEND-DECIDED-DATE.
003691     MOVE ZERO TO PEND-APPLIED-DATE.
003692     MOVE MNT-RECORD TO PEND-ORDER-IMAGE.
003693
003694     WRITE PEND-RECORD
003695         INVALID KEY
003696             MOVE "PENDING FILE WRITE FAILED"
003697                 TO WS-REFUSAL-REASON
003698             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003699             GO TO 6800-EXIT
003700     END-WRITE.
003701
003702     ADD 1 TO WS-REFERRED-COUNT.
003703     MOVE PEND-NUMBER TO WS-PENDING-REF.
003704     MOVE MNT-ACTION TO RPT-ACTION.
003705     MOVE MNT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003706     MOVE MNT-CUST-NUMBER TO RPT-CUST-NUMBER.
003707     MOVE "PENDING" TO RPT-DISPOSITION.
003708     MOVE WS-PENDING-REASON TO RPT-REASON.
003709     MOVE MNT-OPERATOR-ID TO RPT-MAKER-ID.
003710     MOVE SPACES TO RPT-CHECKER-ID.
003711     WRITE RPT-RECORD.
003712 6800-EXIT.
003713     EXIT.
003715
003716*----------------------------------------------------------*
003718*  7000-REWRITE-ACCOUNT - PUT AN AMENDED ACCOUNT RECORD
003720*  BACK ON THE ACCOUNT MASTER
003730*----------------------------------------------------------*
003740 7000-REWRITE-ACCOUNT.
003820     ADD 1 TO WS-APPLIED-COUNT.
003830     PERFORM 6500-WRITE-APPLIED THRU 6500-EXIT.
003840 7000-EXIT.
003841     EXIT.
003842
003843*----------------------------------------------------------*
003844*  7500-APPLY-APPROVED - APPLY EVERY ACCTMNT ORDER APPROVED
003845*  ON THE PENDING APPROVAL FILE SINCE THE LAST RUN
003846*----------------------------------------------------------*
003847 7500-APPLY-APPROVED.
003848     SET APPLYING-APPROVED TO TRUE.
003849     MOVE "N" TO WS-PEND-EOF-SW.
003850     MOVE ZEROS TO PEND-NUMBER.
003851     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
003852         INVALID KEY
003853             SET PEND-EOF TO TRUE
003854     END-START.
003855     PERFORM 7550-APPLY-ONE-APPROVED THRU 7550-EXIT
003856         UNTIL PEND-EOF.
003857     MOVE "N" TO WS-APPLYING-SW.
003858 7500-EXIT.
003859     EXIT.
003860
003861*----------------------------------------------------------*
003862*  7550-APPLY-ONE-APPROVED - RUN ONE APPROVED ORDER THROUGH
003863*  THE NORMAL CHECKS AND MARK IT DONE, OR FAILED WITH THE
003864*  REASON WHEN THE ACCOUNT NO LONGER ALLOWS IT
003865*----------------------------------------------------------*
003866 7550-APPLY-ONE-APPROVED.
003867     READ PENDING-FILE NEXT RECORD
003868         AT END
003869             SET PEND-EOF TO TRUE
003870             GO TO 7550-EXIT
003871     END-READ.
003872     IF NOT PEND-SOURCE-ACCTMNT
003873        OR NOT PEND-STATUS-APPROVED
003874         GO TO 7550-EXIT
003875     END-IF.
003876
003877     ADD 1 TO WS-APPROVED-COUNT.
003878     MOVE PEND-ORDER-IMAGE TO MNT-RECORD.
003879     MOVE PEND-CHECKER-ID TO WS-CHECKER-ID.
003880     MOVE SPACES TO WS-REFUSAL-REASON.
003881     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
003882
003883     IF MNT-ACTION-LIMIT-CHANGE
003884         PERFORM 5500-CHANGE-LIMIT THRU 5500-EXIT
003885     ELSE
003886         MOVE "UNKNOWN MAINTENANCE ACTION"
003887             TO WS-REFUSAL-REASON
003888         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003889     END-IF.
003890
003891     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
003892         SET PEND-STATUS-APPLIED TO TRUE
003893     ELSE
003894         SET PEND-STATUS-FAILED TO TRUE
003895         MOVE WS-REFUSAL-REASON TO PEND-REASON
003896     END-IF.
003897     MOVE WS-TODAY TO PEND-APPLIED-DATE.
003898     REWRITE PEND-RECORD
003899         INVALID KEY
003900             DISPLAY "ACCTMNT: UNABLE TO MARK PENDING ORDER "
003901                 PEND-NUMBER ", STATUS = " WS-PEND-FILE-STATUS
003902     END-REWRITE.
003903     MOVE SPACES TO WS-CHECKER-ID.
003904 7550-EXIT.
003906     EXIT.
003908
003910*----------------------------------------------------------*
003912*  8000-READ-ORDER - READ THE NEXT MAINTENANCE ORDER
003914*----------------------------------------------------------*
003916 8000-READ-ORDER.
003918     READ MAINTENANCE-FILE
003920         AT END
003930             SET MNT-EOF TO TRUE
003940     END-READ.
004110     IF RPT-FILE-IS-OPEN
004120         CLOSE MAINTENANCE-REPORT
004130     END-IF.
004131     IF HLDR-FILE-IS-OPEN
004132         CLOSE ACCOUNT-HOLDERS
004133     END-IF.
004134     IF OPER-FILE-IS-OPEN
004135         CLOSE OPERATOR-FILE
004136     END-IF.
004137     IF PEND-FILE-IS-OPEN
004138         CLOSE PENDING-FILE
004139     END-IF.
004140     IF PROD-FILE-IS-OPEN
004141         CLOSE PRODUCT-FILE
004142     END-IF.
004146
004150     DISPLAY "ACCTMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
004160         WS-APPLIED-COUNT " APPLIED, "
004170         WS-REFUSED-COUNT " REFUSED.".
004172     DISPLAY "ACCTMNT: " WS-REFERRED-COUNT
004174         " ORDER(S) REFERRED FOR APPROVAL, "
004176         WS-APPROVED-COUNT " APPROVED ORDER(S) TAKEN UP.".
004180 9000-EXIT.
004190     EXIT.
