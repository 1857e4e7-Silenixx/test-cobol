000210*                   AND WRITTEN-OFF ITEMS ARE HISTORY.
000220*                   REFUSED ORDERS GO TO THE MAINTENANCE
000230*                   REPORT WITH THE REASON.
000231*  2026-10-15 LGL   DUAL CONTROL. EVERY ORDER NOW CARRIES THE
000232*                   RAISING OPERATOR'S ID AND IS REFUSED WHEN
000233*                   THE OPERATOR IS NOT ON THE OPERATOR FILE
000234*                   (OPERFILE, SEE OPERREC) OR IS INACTIVE. A
000235*                   WRITE-OFF IS NO LONGER APPLIED BUT WRITTEN
000236*                   TO THE PENDING APPROVAL FILE (PENDFILE, SEE
000237*                   PENDREC) FOR APPRMNT ONCE IT PASSES ITS
000238*                   CHECKS. EACH RUN THEN APPLIES THE
000239*                   WRITE-OFFS APPROVED SINCE THE LAST ONE.
000240*                   THE REPORT NOW SHOWS THE MAKER AND, FOR AN
000241*                   APPROVED ORDER, THE CHECKER OF EVERY ORDER.
000245*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000450     SELECT MAINTENANCE-REPORT ASSIGN TO "SUSPRPT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RPT-FILE-STATUS.
000471
000472     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS RANDOM
000475         RECORD KEY IS OPER-ID
000476         FILE STATUS IS WS-OPER-FILE-STATUS.
000477
000478     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000479         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000481         RECORD KEY IS PEND-NUMBER
000482         FILE STATUS IS WS-PEND-FILE-STATUS.
000483
000484     SELECT DUAL-PARM-FILE ASSIGN TO "DUALPARM"
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-DUAL-FILE-STATUS.
000488
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  SUSPENSE-FILE
000720     05  RPT-DISPOSITION               PIC X(08).
000730     05  FILLER                        PIC X(02) VALUE SPACES.
000740     05  RPT-REASON                    PIC X(30).
000741     05  FILLER                        PIC X(02) VALUE SPACES.
000742     05  RPT-MAKER-ID                  PIC X(08).
000743     05  FILLER                        PIC X(02) VALUE SPACES.
000744     05  RPT-CHECKER-ID                PIC X(08).
000745
000746 FD  OPERATOR-FILE
000747     LABEL RECORDS ARE STANDARD.
000748     COPY OPERREC.
000749
000750 FD  PENDING-FILE
000751     LABEL RECORDS ARE STANDARD.
000752     COPY PENDREC.
000753
000754 FD  DUAL-PARM-FILE
000755     LABEL RECORDS ARE STANDARD.
000756     COPY DUALREC.
000758
000760 WORKING-STORAGE SECTION.
000770 77  WS-SUSP-FILE-STATUS           PIC X(02).
000780     88  WS-SUSP-FILE-OK               VALUE "00".
000860 77  WS-RPT-FILE-STATUS            PIC X(02).
000870     88  WS-RPT-FILE-OK                VALUE "00".
000880
000881 77  WS-OPER-FILE-STATUS           PIC X(02).
000882     88  WS-OPER-FILE-OK               VALUE "00".
000883
000884 77  WS-PEND-FILE-STATUS           PIC X(02).
000885     88  WS-PEND-FILE-OK               VALUE "00".
000886     88  WS-PEND-FILE-NOT-FOUND        VALUE "35".
000887
000888 77  WS-DUAL-FILE-STATUS           PIC X(02).
000889     88  WS-DUAL-FILE-OK               VALUE "00".
000890
000895 77  WS-SUSP-FILE-OPEN-SW          PIC X(01) VALUE "N".
000900     88  SUSP-FILE-IS-OPEN             VALUE "Y".
000910
000920 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000980 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000990     88  RPT-FILE-IS-OPEN              VALUE "Y".
001000
001001 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
001002     88  OPER-FILE-IS-OPEN             VALUE "Y".
001003
001004 77  WS-PEND-FILE-OPEN-SW          PIC X(01) VALUE "N".
001005     88  PEND-FILE-IS-OPEN             VALUE "Y".
001006
001007 77  WS-PEND-EOF-SW                PIC X(01) VALUE "N".
001008     88  PEND-EOF                      VALUE "Y".
001009
001010 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001011     88  OPERATOR-IS-VALID             VALUE "Y".
001012
001013 77  WS-APPLYING-SW                PIC X(01) VALUE "N".
001014     88  APPLYING-APPROVED             VALUE "Y".
001015
001017 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001020     88  ORD-EOF                       VALUE "Y".
001030
001040 77  WS-TODAY                      PIC 9(08).
001080 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001090
001100 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001101
001102 77  WS-REFERRED-COUNT             PIC 9(05) COMP VALUE ZERO.
001103 77  WS-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
001104 77  WS-APPLIED-BEFORE             PIC 9(05) COMP VALUE ZERO.
001105
001106 77  WS-NEXT-PEND-NUMBER           PIC 9(06) VALUE ZERO.
001107 77  WS-WRITE-OFF-LEVEL            PIC 9(01) VALUE ZERO.
001108 77  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
001109
001110*    REPORT REASON FOR AN ORDER REFERRED FOR APPROVAL
001111 01  WS-PENDING-REASON.
001112     05  FILLER                    PIC X(24)
001113         VALUE "AWAITING APPROVAL, REF. ".
001114     05  WS-PENDING-REF            PIC 9(06).
001117
001120 PROCEDURE DIVISION.
001130
001140*----------------------------------------------------------*
001200     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001210         UNTIL ORD-EOF.
001220
001222     IF PEND-FILE-IS-OPEN
001224         PERFORM 7500-APPLY-APPROVED THRU 7500-EXIT
001226     END-IF.
001228
001230     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001240     GOBACK.
001250
001260*----------------------------------------------------------*
001270*  1000-INITIALIZE - READ THE DUAL-CONTROL PARAMETERS, OPEN
001272*  FILES AND PRIME THE FIRST READ
001280*----------------------------------------------------------*
001290 1000-INITIALIZE.
001291     OPEN INPUT DUAL-PARM-FILE.
001292     IF NOT WS-DUAL-FILE-OK
001293         DISPLAY "SUSPMNT: UNABLE TO OPEN DUAL CONTROL FILE, "
001294             "STATUS = " WS-DUAL-FILE-STATUS
001295         SET ORD-EOF TO TRUE
001296         GO TO 1000-EXIT
001297     END-IF.
001298
001299     READ DUAL-PARM-FILE
001300         AT END
001301             DISPLAY "SUSPMNT: DUAL CONTROL FILE IS EMPTY"
001302             SET ORD-EOF TO TRUE
001303             CLOSE DUAL-PARM-FILE
001304             GO TO 1000-EXIT
001305     END-READ.
001306
001307     MOVE DUAL-WRITE-OFF-LEVEL TO WS-WRITE-OFF-LEVEL.
001308     CLOSE DUAL-PARM-FILE.
001309
001312     OPEN I-O SUSPENSE-FILE.
001316     IF NOT WS-SUSP-FILE-OK
001320         DISPLAY "SUSPMNT: UNABLE TO OPEN SUSPENSE FILE, "
001330             "STATUS = " WS-SUSP-FILE-STATUS
001340         SET ORD-EOF TO TRUE
001630     END-IF.
001640     SET RPT-FILE-IS-OPEN TO TRUE.
001650
001651     OPEN INPUT OPERATOR-FILE.
001652     IF NOT WS-OPER-FILE-OK
001653         DISPLAY "SUSPMNT: UNABLE TO OPEN OPERATOR FILE, "
001654             "STATUS = " WS-OPER-FILE-STATUS
001655         SET ORD-EOF TO TRUE
001656         GO TO 1000-EXIT
001657     END-IF.
001658     SET OPER-FILE-IS-OPEN TO TRUE.
001659
001660*    A MISSING PENDING APPROVAL FILE IS CREATED ON FIRST USE
001661     OPEN I-O PENDING-FILE.
001662     IF WS-PEND-FILE-NOT-FOUND
001663         OPEN OUTPUT PENDING-FILE
001664         IF WS-PEND-FILE-OK
001665             CLOSE PENDING-FILE
001666             OPEN I-O PENDING-FILE
001667         END-IF
001668     END-IF.
001669     IF NOT WS-PEND-FILE-OK
001670         DISPLAY "SUSPMNT: UNABLE TO OPEN PENDING FILE, "
001671             "STATUS = " WS-PEND-FILE-STATUS
001672         SET ORD-EOF TO TRUE
001673         GO TO 1000-EXIT
001674     END-IF.
001675     SET PEND-FILE-IS-OPEN TO TRUE.
001676     PERFORM 1100-FIND-HIGHEST-PENDING THRU 1100-EXIT.
001677
001678     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001679
001680     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001690 1000-EXIT.
001691     EXIT.
001692
001693*----------------------------------------------------------*
001694*  1100-FIND-HIGHEST-PENDING - SCAN THE PENDING APPROVAL
001695*  FILE SO NEW REFERRALS CONTINUE THE NUMBERING FROM THE
001696*  HIGHEST ONE
001697*----------------------------------------------------------*
001698 1100-FIND-HIGHEST-PENDING.
001699     MOVE "N" TO WS-PEND-EOF-SW.
001700     MOVE ZEROS TO PEND-NUMBER.
001701     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
001702         INVALID KEY
001703             SET PEND-EOF TO TRUE
001704     END-START.
001705     PERFORM 1150-NOTE-ONE-PENDING THRU 1150-EXIT
001706         UNTIL PEND-EOF.
001707 1100-EXIT.
001708     EXIT.
001709
001710*----------------------------------------------------------*
001711*  1150-NOTE-ONE-PENDING - REMEMBER THE NEWEST PENDING
001712*  NUMBER SEEN ON THE SCAN
001713*----------------------------------------------------------*
001714 1150-NOTE-ONE-PENDING.
001715     READ PENDING-FILE NEXT RECORD
001716         AT END
001717             SET PEND-EOF TO TRUE
001718             GO TO 1150-EXIT
001719     END-READ.
001720     MOVE PEND-NUMBER TO WS-NEXT-PEND-NUMBER.
001721 1150-EXIT.
001723     EXIT.
001725
001727*----------------------------------------------------------*
001730*  2000-PROCESS-ORDER - APPLY ONE REPAIR ORDER AND READ
001740*  THE NEXT ONE
001750*----------------------------------------------------------*
001760 2000-PROCESS-ORDER.
001770     ADD 1 TO WS-ORDER-COUNT.
001780     MOVE SPACES TO WS-REFUSAL-REASON.
001781
001782     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
001783     IF NOT OPERATOR-IS-VALID
001784         PERFORM 8000-READ-ORDER THRU 8000-EXIT
001785         GO TO 2000-EXIT
001786     END-IF.
001790
001800     IF USMT-ACTION-AMEND
001810         PERFORM 3000-AMEND-ITEM THRU 3000-EXIT
001910
001920     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001930 2000-EXIT.
001931     EXIT.
001932
001933*----------------------------------------------------------*
001934*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
001935*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
001936*----------------------------------------------------------*
001937 2500-CHECK-OPERATOR.
001938     MOVE "N" TO WS-OPERATOR-OK-SW.
001939
001940     IF USMT-OPERATOR-ID = SPACES
001941         MOVE "OPERATOR ID IS BLANK"
001942             TO WS-REFUSAL-REASON
001943         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001944         GO TO 2500-EXIT
001945     END-IF.
001946
001947     MOVE USMT-OPERATOR-ID TO OPER-ID.
001948     READ OPERATOR-FILE
001949         INVALID KEY
001950             MOVE "OPERATOR NOT ON OPERATOR FILE"
001951                 TO WS-REFUSAL-REASON
001952             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001953             GO TO 2500-EXIT
001954     END-READ.
001955
001956     IF NOT OPER-STATUS-ACTIVE
001957         MOVE "OPERATOR IS NOT ACTIVE"
001958             TO WS-REFUSAL-REASON
001959         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
001960         GO TO 2500-EXIT
001961     END-IF.
001962
001963     SET OPERATOR-IS-VALID TO TRUE.
001964 2500-EXIT.
001965     EXIT.
001967
001968*----------------------------------------------------------*
001970*  3000-AMEND-ITEM - FIX THE FIELDS OF AN OPEN SUSPENSE
001980*  ITEM; A ZERO OR BLANK ORDER FIELD KEEPS WHAT IS THERE.
001990*  A NEW ACCOUNT NUMBER MUST BE ON THE ACCOUNT MASTER.
002790         GO TO 4000-EXIT
002800     END-IF.
002810
002811*    EVERY WRITE-OFF WAITS FOR A SECOND OPERATOR; AN APPROVED
002812*    ONE IS APPLIED AS KEYED
002813     IF NOT APPLYING-APPROVED
002814         PERFORM 6800-REFER-FOR-APPROVAL THRU 6800-EXIT
002815         GO TO 4000-EXIT
002816     END-IF.
002817
002820     SET SUSP-STATUS-WRITTEN-OFF TO TRUE.
002830     MOVE WS-TODAY TO SUSP-RESOLVED-DATE.
002840     MOVE USMT-REASON TO SUSP-WRITE-OFF-REASON.
003050     MOVE USMT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003060     MOVE "REFUSED" TO RPT-DISPOSITION.
003070     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003073     MOVE USMT-OPERATOR-ID TO RPT-MAKER-ID.
003076     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003080     WRITE RPT-RECORD.
003090
003100     ADD 1 TO WS-REFUSED-COUNT.
003230     MOVE USMT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003240     MOVE "APPLIED" TO RPT-DISPOSITION.
003250     MOVE SPACES TO RPT-REASON.
003253     MOVE USMT-OPERATOR-ID TO RPT-MAKER-ID.
003256     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003260     WRITE RPT-RECORD.
003270 6500-EXIT.
003271     EXIT.
003272
003273*----------------------------------------------------------*
003274*  6800-REFER-FOR-APPROVAL - HOLD THE ORDER ON THE PENDING
003275*  APPROVAL FILE FOR A SECOND OPERATOR INSTEAD OF APPLYING
003276*  IT, AND REPORT IT AS PENDING
003277*----------------------------------------------------------*
003278 6800-REFER-FOR-APPROVAL.
003279     ADD 1 TO WS-NEXT-PEND-NUMBER.
003280     MOVE SPACES TO PEND-RECORD.
003281     MOVE WS-NEXT-PEND-NUMBER TO PEND-NUMBER.
003282     SET PEND-SOURCE-SUSPMNT TO TRUE.
003283     SET PEND-STATUS-PENDING TO TRUE.
003284     MOVE USMT-ACTION TO PEND-ACTION.
003285     MOVE SUSP-ACCT-NUMBER TO PEND-ACCT-NUMBER.
003286     MOVE SUSP-AMOUNT TO PEND-AMOUNT.
003287     MOVE USMT-OPERATOR-ID TO PEND-MAKER-ID.
003288     MOVE WS-TODAY TO PEND-RAISED-DATE.
003289     MOVE WS-WRITE-OFF-LEVEL TO PEND-LEVEL-REQUIRED.
003290     MOVE ZERO TO PEND-DECIDED-DATE.
003291     MOVE ZERO TO PEND-APPLIED-DATE.
003292     MOVE USMT-RECORD TO PEND-ORDER-IMAGE.
003293
003294     WRITE PEND-RECORD
003295         INVALID KEY
003296             MOVE "PENDING FILE WRITE FAILED"
003297                 TO WS-REFUSAL-REASON
003298             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003299             GO TO 6800-EXIT
003300     END-WRITE.
003301
003302     ADD 1 TO WS-REFERRED-COUNT.
003303     MOVE PEND-NUMBER TO WS-PENDING-REF.
003304     MOVE USMT-ACTION TO RPT-ACTION.
003305     MOVE USMT-SUSP-NUMBER TO RPT-SUSP-NUMBER.
003306     MOVE SUSP-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003307     MOVE "PENDING" TO RPT-DISPOSITION.
003308     MOVE WS-PENDING-REASON TO RPT-REASON.
003309     MOVE USMT-OPERATOR-ID TO RPT-MAKER-ID.
003310     MOVE SPACES TO RPT-CHECKER-ID.
003311     WRITE RPT-RECORD.
003312 6800-EXIT.
003313     EXIT.
003314
003315*----------------------------------------------------------*
003316*  7500-APPLY-APPROVED - APPLY EVERY SUSPMNT ORDER APPROVED
003317*  ON THE PENDING APPROVAL FILE SINCE THE LAST RUN
003318*----------------------------------------------------------*
003319 7500-APPLY-APPROVED.
003320     SET APPLYING-APPROVED TO TRUE.
003321     MOVE "N" TO WS-PEND-EOF-SW.
003322     MOVE ZEROS TO PEND-NUMBER.
003323     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
003324         INVALID KEY
003325             SET PEND-EOF TO TRUE
003326     END-START.
003327     PERFORM 7550-APPLY-ONE-APPROVED THRU 7550-EXIT
003328         UNTIL PEND-EOF.
003329     MOVE "N" TO WS-APPLYING-SW.
003330 7500-EXIT.
003331     EXIT.
003332
003333*----------------------------------------------------------*
003334*  7550-APPLY-ONE-APPROVED - RUN ONE APPROVED ORDER THROUGH
003335*  THE NORMAL CHECKS AND MARK IT DONE, OR FAILED WITH THE
003336*  REASON WHEN THE ITEM NO LONGER ALLOWS IT
003337*----------------------------------------------------------*
003338 7550-APPLY-ONE-APPROVED.
003339     READ PENDING-FILE NEXT RECORD
003340         AT END
003341             SET PEND-EOF TO TRUE
003342             GO TO 7550-EXIT
003343     END-READ.
003344     IF NOT PEND-SOURCE-SUSPMNT
003345        OR NOT PEND-STATUS-APPROVED
003346         GO TO 7550-EXIT
003347     END-IF.
003348
003349     ADD 1 TO WS-APPROVED-COUNT.
003350     MOVE PEND-ORDER-IMAGE TO USMT-RECORD.
003351     MOVE PEND-CHECKER-ID TO WS-CHECKER-ID.
003352     MOVE SPACES TO WS-REFUSAL-REASON.
003353     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
003354
003355     IF USMT-ACTION-WRITE-OFF
003356         PERFORM 4000-WRITE-OFF-ITEM THRU 4000-EXIT
003357     ELSE
003358         MOVE "UNKNOWN MAINTENANCE ACTION"
003359             TO WS-REFUSAL-REASON
003360         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003361     END-IF.
003362
003363     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
003364         SET PEND-STATUS-APPLIED TO TRUE
003365     ELSE
003366         SET PEND-STATUS-FAILED TO TRUE
003367         MOVE WS-REFUSAL-REASON TO PEND-REASON
003368     END-IF.
003369     MOVE WS-TODAY TO PEND-APPLIED-DATE.
003370     REWRITE PEND-RECORD
003371         INVALID KEY
003372             DISPLAY "SUSPMNT: UNABLE TO MARK PENDING ORDER "
003373                 PEND-NUMBER ", STATUS = " WS-PEND-FILE-STATUS
003374     END-REWRITE.
003375     MOVE SPACES TO WS-CHECKER-ID.
003376 7550-EXIT.
003377     EXIT.
003378
003379*----------------------------------------------------------*
003380*  8000-READ-ORDER - READ THE NEXT REPAIR ORDER
003381*----------------------------------------------------------*
003383 8000-READ-ORDER.
003384     READ ORDER-FILE
003385         AT END
003386             SET ORD-EOF TO TRUE
003387     END-READ.
003388 8000-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------*
003540     IF RPT-FILE-IS-OPEN
003550         CLOSE MAINTENANCE-REPORT
003560     END-IF.
003561     IF OPER-FILE-IS-OPEN
003562         CLOSE OPERATOR-FILE
003563     END-IF.
003564     IF PEND-FILE-IS-OPEN
003565         CLOSE PENDING-FILE
003566     END-IF.
003570
003580     DISPLAY "SUSPMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
003590         WS-APPLIED-COUNT " APPLIED, "
003600         WS-REFUSED-COUNT " REFUSED.".
003602     DISPLAY "SUSPMNT: " WS-REFERRED-COUNT
003604         " ORDER(S) REFERRED FOR APPROVAL, "
003606         WS-APPROVED-COUNT " APPROVED ORDER(S) TAKEN UP.".
003610 9000-EXIT.
003620     EXIT.
