000190*                   IS ZERO OR THE EXPIRY DATE IS NOT A REAL
000200*                   CALENDAR DATE. REFUSED ORDERS GO TO THE
000210*                   MAINTENANCE REPORT WITH THE REASON.
000211*  2026-10-15 LGL   DUAL CONTROL. EVERY ORDER NOW CARRIES THE
000212*                   RAISING OPERATOR'S ID AND IS REFUSED WHEN
000213*                   THE OPERATOR IS NOT ON THE OPERATOR FILE
000214*                   (OPERFILE, SEE OPERREC) OR IS INACTIVE. A
000215*                   RELEASE OF A HOLD THAT IS STILL IN FORCE
000216*                   (NOT YET EXPIRED) IS NOT APPLIED BUT
000217*                   WRITTEN TO THE PENDING APPROVAL FILE
000218*                   (PENDFILE, SEE PENDREC) FOR APPRMNT; A HOLD
000219*                   PAST ITS EXPIRY IS STILL RELEASED AT ONCE.
000220*                   EACH RUN THEN APPLIES THE RELEASES APPROVED
000221*                   SINCE THE LAST ONE. THE REPORT NOW SHOWS
000222*                   THE MAKER AND, FOR AN APPROVED ORDER, THE
000223*                   CHECKER OF EVERY ORDER.
000226*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000430     SELECT MAINTENANCE-REPORT ASSIGN TO "HMNTRPT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPT-FILE-STATUS.
000451
000452     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS OPER-ID
000456         FILE STATUS IS WS-OPER-FILE-STATUS.
000457
000458     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
000459         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000461         RECORD KEY IS PEND-NUMBER
000462         FILE STATUS IS WS-PEND-FILE-STATUS.
000463
000464     SELECT DUAL-PARM-FILE ASSIGN TO "DUALPARM"
000465         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS WS-DUAL-FILE-STATUS.
000468
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  HOLDS-FILE
000700     05  RPT-DISPOSITION               PIC X(08).
000710     05  FILLER                        PIC X(02) VALUE SPACES.
000720     05  RPT-REASON                    PIC X(30).
000721     05  FILLER                        PIC X(02) VALUE SPACES.
000722     05  RPT-MAKER-ID                  PIC X(08).
000723     05  FILLER                        PIC X(02) VALUE SPACES.
000724     05  RPT-CHECKER-ID                PIC X(08).
000725
000726 FD  OPERATOR-FILE
000727     LABEL RECORDS ARE STANDARD.
000728     COPY OPERREC.
000729
000730 FD  PENDING-FILE
000731     LABEL RECORDS ARE STANDARD.
000732     COPY PENDREC.
000733
000734 FD  DUAL-PARM-FILE
000735     LABEL RECORDS ARE STANDARD.
000736     COPY DUALREC.
000738
000740 WORKING-STORAGE SECTION.
000750 77  WS-HOLD-FILE-STATUS           PIC X(02).
000760     88  WS-HOLD-FILE-OK               VALUE "00".
000850 77  WS-RPT-FILE-STATUS            PIC X(02).
000860     88  WS-RPT-FILE-OK                VALUE "00".
000870
000871 77  WS-OPER-FILE-STATUS           PIC X(02).
000872     88  WS-OPER-FILE-OK               VALUE "00".
000873
000874 77  WS-PEND-FILE-STATUS           PIC X(02).
000875     88  WS-PEND-FILE-OK               VALUE "00".
000876     88  WS-PEND-FILE-NOT-FOUND        VALUE "35".
000877
000878 77  WS-DUAL-FILE-STATUS           PIC X(02).
000879     88  WS-DUAL-FILE-OK               VALUE "00".
000880
000885 77  WS-HOLD-FILE-OPEN-SW          PIC X(01) VALUE "N".
000890     88  HOLD-FILE-IS-OPEN             VALUE "Y".
000900
000910 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
000970 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
000980     88  RPT-FILE-IS-OPEN              VALUE "Y".
000990
000991 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
000992     88  OPER-FILE-IS-OPEN             VALUE "Y".
000993
000994 77  WS-PEND-FILE-OPEN-SW          PIC X(01) VALUE "N".
000995     88  PEND-FILE-IS-OPEN             VALUE "Y".
000996
000997 77  WS-PEND-EOF-SW                PIC X(01) VALUE "N".
000998     88  PEND-EOF                      VALUE "Y".
000999
001000 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
001001     88  OPERATOR-IS-VALID             VALUE "Y".
001002
001003 77  WS-APPLYING-SW                PIC X(01) VALUE "N".
001004     88  APPLYING-APPROVED             VALUE "Y".
001005
001007 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
001010     88  ORD-EOF                       VALUE "Y".
001020
001030 77  WS-TODAY                      PIC 9(08).
001070 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
001080
001090 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
001091
001092 77  WS-REFERRED-COUNT             PIC 9(05) COMP VALUE ZERO.
001093 77  WS-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
001094 77  WS-APPLIED-BEFORE             PIC 9(05) COMP VALUE ZERO.
001095
001096 77  WS-NEXT-PEND-NUMBER           PIC 9(06) VALUE ZERO.
001097 77  WS-RELEASE-LEVEL              PIC 9(01) VALUE ZERO.
001098 77  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
001099
001100*    REPORT REASON FOR AN ORDER REFERRED FOR APPROVAL
001101 01  WS-PENDING-REASON.
001102     05  FILLER                    PIC X(24)
001103         VALUE "AWAITING APPROVAL, REF. ".
001104     05  WS-PENDING-REF            PIC 9(06).
001107
001110*    CALENDAR WORK AREAS FOR VALIDATING KEYED DATES
001120 01  WS-VAL-DATE-GROUP.
001130     05  WS-VAL-DATE               PIC 9(08).
001420     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
001430         UNTIL ORD-EOF.
001440
001442     IF PEND-FILE-IS-OPEN
001444         PERFORM 7500-APPLY-APPROVED THRU 7500-EXIT
001446     END-IF.
001448
001450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001460     GOBACK.
001470
001480*----------------------------------------------------------*
001490*  1000-INITIALIZE - READ THE DUAL-CONTROL PARAMETERS, OPEN
001500*  FILES AND PRIME THE FIRST READ. A MISSING HOLDS FILE IS
001502*  CREATED ON FIRST USE.
001510*----------------------------------------------------------*
001520 1000-INITIALIZE.
001521     OPEN INPUT DUAL-PARM-FILE.
001522     IF NOT WS-DUAL-FILE-OK
001523         DISPLAY "HOLDMNT: UNABLE TO OPEN DUAL CONTROL FILE, "
001524             "STATUS = " WS-DUAL-FILE-STATUS
001525         SET ORD-EOF TO TRUE
001526         GO TO 1000-EXIT
001527     END-IF.
001528
001529     READ DUAL-PARM-FILE
001530         AT END
001531             DISPLAY "HOLDMNT: DUAL CONTROL FILE IS EMPTY"
001532             SET ORD-EOF TO TRUE
001533             CLOSE DUAL-PARM-FILE
001534             GO TO 1000-EXIT
001535     END-READ.
001536
001537     MOVE DUAL-RELEASE-LEVEL TO WS-RELEASE-LEVEL.
001538     CLOSE DUAL-PARM-FILE.
001539
001542     OPEN I-O HOLDS-FILE.
001546     IF WS-HOLD-FILE-NOT-FOUND
001550         OPEN OUTPUT HOLDS-FILE
001560         IF WS-HOLD-FILE-OK
001570             CLOSE HOLDS-FILE
001930     END-IF.
001940     SET RPT-FILE-IS-OPEN TO TRUE.
001950
001951     OPEN INPUT OPERATOR-FILE.
001952     IF NOT WS-OPER-FILE-OK
001953         DISPLAY "HOLDMNT: UNABLE TO OPEN OPERATOR FILE, "
001954             "STATUS = " WS-OPER-FILE-STATUS
001955         SET ORD-EOF TO TRUE
001956         GO TO 1000-EXIT
001957     END-IF.
001958     SET OPER-FILE-IS-OPEN TO TRUE.
001959
001960*    A MISSING PENDING APPROVAL FILE IS CREATED ON FIRST USE
001961     OPEN I-O PENDING-FILE.
001962     IF WS-PEND-FILE-NOT-FOUND
001963         OPEN OUTPUT PENDING-FILE
001964         IF WS-PEND-FILE-OK
001965             CLOSE PENDING-FILE
001966             OPEN I-O PENDING-FILE
001967         END-IF
001968     END-IF.
001969     IF NOT WS-PEND-FILE-OK
001970         DISPLAY "HOLDMNT: UNABLE TO OPEN PENDING FILE, "
001971             "STATUS = " WS-PEND-FILE-STATUS
001972         SET ORD-EOF TO TRUE
001973         GO TO 1000-EXIT
001974     END-IF.
001975     SET PEND-FILE-IS-OPEN TO TRUE.
001976     PERFORM 1100-FIND-HIGHEST-PENDING THRU 1100-EXIT.
001977
001978     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001979
001980     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
001990 1000-EXIT.
001991     EXIT.
001992
001993*----------------------------------------------------------*
001994*  1100-FIND-HIGHEST-PENDING - SCAN THE PENDING APPROVAL
001995*  FILE SO NEW REFERRALS CONTINUE THE NUMBERING FROM THE
001996*  HIGHEST ONE
001997*----------------------------------------------------------*
001998 1100-FIND-HIGHEST-PENDING.
001999     MOVE "N" TO WS-PEND-EOF-SW.
002000     MOVE ZEROS TO PEND-NUMBER.
002001     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
002002         INVALID KEY
002003             SET PEND-EOF TO TRUE
002004     END-START.
002005     PERFORM 1150-NOTE-ONE-PENDING THRU 1150-EXIT
002006         UNTIL PEND-EOF.
002007 1100-EXIT.
002008     EXIT.
002009
002010*----------------------------------------------------------*
002011*  1150-NOTE-ONE-PENDING - REMEMBER THE NEWEST PENDING
002012*  NUMBER SEEN ON THE SCAN
002013*----------------------------------------------------------*
002014 1150-NOTE-ONE-PENDING.
002015     READ PENDING-FILE NEXT RECORD
002016         AT END
002017             SET PEND-EOF TO TRUE
002018             GO TO 1150-EXIT
002019     END-READ.
002020     MOVE PEND-NUMBER TO WS-NEXT-PEND-NUMBER.
002021 1150-EXIT.
002023     EXIT.
002025
002027*----------------------------------------------------------*
002030*  2000-PROCESS-ORDER - APPLY ONE MAINTENANCE ORDER AND
002040*  READ THE NEXT ONE
002050*----------------------------------------------------------*
002060 2000-PROCESS-ORDER.
002070     ADD 1 TO WS-ORDER-COUNT.
002080     MOVE SPACES TO WS-REFUSAL-REASON.
002081
002082     PERFORM 2500-CHECK-OPERATOR THRU 2500-EXIT.
002083     IF NOT OPERATOR-IS-VALID
002084         PERFORM 8000-READ-ORDER THRU 8000-EXIT
002085         GO TO 2000-EXIT
002086     END-IF.
002090
002100     IF HMNT-ACTION-PLACE
002110         PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
002210
002220     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
002230 2000-EXIT.
002231     EXIT.
002232
002233*----------------------------------------------------------*
002234*  2500-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
002235*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
002236*----------------------------------------------------------*
002237 2500-CHECK-OPERATOR.
002238     MOVE "N" TO WS-OPERATOR-OK-SW.
002239
002240     IF HMNT-OPERATOR-ID = SPACES
002241         MOVE "OPERATOR ID IS BLANK"
002242             TO WS-REFUSAL-REASON
002243         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002244         GO TO 2500-EXIT
002245     END-IF.
002246
002247     MOVE HMNT-OPERATOR-ID TO OPER-ID.
002248     READ OPERATOR-FILE
002249         INVALID KEY
002250             MOVE "OPERATOR NOT ON OPERATOR FILE"
002251                 TO WS-REFUSAL-REASON
002252             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002253             GO TO 2500-EXIT
002254     END-READ.
002255
002256     IF NOT OPER-STATUS-ACTIVE
002257         MOVE "OPERATOR IS NOT ACTIVE"
002258             TO WS-REFUSAL-REASON
002259         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
002260         GO TO 2500-EXIT
002261     END-IF.
002262
002263     SET OPERATOR-IS-VALID TO TRUE.
002264 2500-EXIT.
002265     EXIT.
002267
002268*----------------------------------------------------------*
002270*  3000-PLACE-HOLD - VALIDATE AND WRITE A NEW FUNDS HOLD
002280*----------------------------------------------------------*
002290 3000-PLACE-HOLD.
003090         GO TO 4000-EXIT
003100     END-IF.
003110
003111*    RELEASING A HOLD BEFORE IT EXPIRES WAITS FOR A SECOND
003112*    OPERATOR; AN APPROVED RELEASE IS APPLIED AS KEYED
003113     IF NOT APPLYING-APPROVED
003114        AND (HOLD-EXPIRY = ZERO OR HOLD-EXPIRY NOT < WS-TODAY)
003115         PERFORM 6800-REFER-FOR-APPROVAL THRU 6800-EXIT
003116         GO TO 4000-EXIT
003117     END-IF.
003118
003120     SET HOLD-STATUS-RELEASED TO TRUE.
003130     REWRITE HOLD-RECORD
003140         INVALID KEY
003320     MOVE HMNT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003330     MOVE "REFUSED" TO RPT-DISPOSITION.
003340     MOVE WS-REFUSAL-REASON TO RPT-REASON.
003343     MOVE HMNT-OPERATOR-ID TO RPT-MAKER-ID.
003346     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003350     WRITE RPT-RECORD.
003360
003370     ADD 1 TO WS-REFUSED-COUNT.
003500     MOVE HMNT-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003510     MOVE "APPLIED" TO RPT-DISPOSITION.
003520     MOVE SPACES TO RPT-REASON.
003523     MOVE HMNT-OPERATOR-ID TO RPT-MAKER-ID.
003526     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
003530     WRITE RPT-RECORD.
003540 6500-EXIT.
003541     EXIT.
003542
003543*----------------------------------------------------------*
003544*  6800-REFER-FOR-APPROVAL - HOLD THE ORDER ON THE PENDING
003545*  APPROVAL FILE FOR A SECOND OPERATOR INSTEAD OF APPLYING
003546*  IT, AND REPORT IT AS PENDING
003547*----------------------------------------------------------*
003548 6800-REFER-FOR-APPROVAL.
003549     ADD 1 TO WS-NEXT-PEND-NUMBER.
003550     MOVE SPACES TO PEND-RECORD.
003551     MOVE WS-NEXT-PEND-NUMBER TO PEND-NUMBER.
003552     SET PEND-SOURCE-HOLDMNT TO TRUE.
003553     SET PEND-STATUS-PENDING TO TRUE.
003554     MOVE HMNT-ACTION TO PEND-ACTION.
003555     MOVE HOLD-ACCT-NUMBER TO PEND-ACCT-NUMBER.
003556     MOVE HOLD-AMOUNT TO PEND-AMOUNT.
003557     MOVE HMNT-OPERATOR-ID TO PEND-MAKER-ID.
003558     MOVE WS-TODAY TO PEND-RAISED-DATE.
003559     MOVE WS-RELEASE-LEVEL TO PEND-LEVEL-REQUIRED.
003560     MOVE ZERO TO PEND-DECIDED-DATE.
003561     MOVE ZERO TO PEND-APPLIED-DATE.
003562     MOVE HMNT-RECORD TO PEND-ORDER-IMAGE.
003563
003564     WRITE PEND-RECORD
003565         INVALID KEY
003566             MOVE "PENDING FILE WRITE FAILED"
003567                 TO WS-REFUSAL-REASON
003568             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
003569             GO TO 6800-EXIT
003570     END-WRITE.
003571
003572     ADD 1 TO WS-REFERRED-COUNT.
003573     MOVE PEND-NUMBER TO WS-PENDING-REF.
003574     MOVE HMNT-ACTION TO RPT-ACTION.
003575     MOVE HMNT-HOLD-NUMBER TO RPT-HOLD-NUMBER.
003576     MOVE HOLD-ACCT-NUMBER TO RPT-ACCT-NUMBER.
003577     MOVE "PENDING" TO RPT-DISPOSITION.
003578     MOVE WS-PENDING-REASON TO RPT-REASON.
003579     MOVE HMNT-OPERATOR-ID TO RPT-MAKER-ID.
003580     MOVE SPACES TO RPT-CHECKER-ID.
003581     WRITE RPT-RECORD.
003582 6800-EXIT.
003583     EXIT.
003585
003586*----------------------------------------------------------*
003588*  7000-VALIDATE-DATE - CHECK THAT WS-VAL-DATE IS A REAL
003590*  CALENDAR DATE (MONTH 01-12, DAY WITHIN THE MONTH, WITH
003600*  THE LEAP-YEAR RULE FOR FEBRUARY)
003610*----------------------------------------------------------*
003980     EXIT.
003990
004000*----------------------------------------------------------*
004001*  7500-APPLY-APPROVED - APPLY EVERY HOLDMNT ORDER APPROVED
004002*  ON THE PENDING APPROVAL FILE SINCE THE LAST RUN
004003*----------------------------------------------------------*
004004 7500-APPLY-APPROVED.
004005     SET APPLYING-APPROVED TO TRUE.
004006     MOVE "N" TO WS-PEND-EOF-SW.
004007     MOVE ZEROS TO PEND-NUMBER.
004008     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
004009         INVALID KEY
004010             SET PEND-EOF TO TRUE
004011     END-START.
004012     PERFORM 7550-APPLY-ONE-APPROVED THRU 7550-EXIT
004013         UNTIL PEND-EOF.
004014     MOVE "N" TO WS-APPLYING-SW.
004015 7500-EXIT.
004016     EXIT.
004017
004018*----------------------------------------------------------*
004019*  7550-APPLY-ONE-APPROVED - RUN ONE APPROVED ORDER THROUGH
004020*  THE NORMAL CHECKS AND MARK IT DONE, OR FAILED WITH THE
004021*  REASON WHEN THE HOLD NO LONGER ALLOWS IT
004022*----------------------------------------------------------*
004023 7550-APPLY-ONE-APPROVED.
004024     READ PENDING-FILE NEXT RECORD
004025         AT END
004026             SET PEND-EOF TO TRUE
004027             GO TO 7550-EXIT
004028     END-READ.
004029     IF NOT PEND-SOURCE-HOLDMNT
004030        OR NOT PEND-STATUS-APPROVED
004031         GO TO 7550-EXIT
004032     END-IF.
004033
004034     ADD 1 TO WS-APPROVED-COUNT.
004035     MOVE PEND-ORDER-IMAGE TO HMNT-RECORD.
004036     MOVE PEND-CHECKER-ID TO WS-CHECKER-ID.
004037     MOVE SPACES TO WS-REFUSAL-REASON.
004038     MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE.
004039
004040     IF HMNT-ACTION-RELEASE
004041         PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
004042     ELSE
004043         MOVE "UNKNOWN MAINTENANCE ACTION"
004044             TO WS-REFUSAL-REASON
004045         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
004046     END-IF.
004047
004048     IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
004049         SET PEND-STATUS-APPLIED TO TRUE
004050     ELSE
004051         SET PEND-STATUS-FAILED TO TRUE
004052         MOVE WS-REFUSAL-REASON TO PEND-REASON
004053     END-IF.
004054     MOVE WS-TODAY TO PEND-APPLIED-DATE.
004055     REWRITE PEND-RECORD
004056         INVALID KEY
004057             DISPLAY "HOLDMNT: UNABLE TO MARK PENDING ORDER "
004058                 PEND-NUMBER ", STATUS = " WS-PEND-FILE-STATUS
004059     END-REWRITE.
004060     MOVE SPACES TO WS-CHECKER-ID.
004061 7550-EXIT.
004062     EXIT.
004063
004064*----------------------------------------------------------*
004066*  8000-READ-ORDER - READ THE NEXT MAINTENANCE ORDER
004068*----------------------------------------------------------*
004070 8000-READ-ORDER.
004072     READ ORDER-FILE
004074         AT END
004076             SET ORD-EOF TO TRUE
004078     END-READ.
004080 8000-EXIT.
004090     EXIT.
004100
004240     IF RPT-FILE-IS-OPEN
004250         CLOSE MAINTENANCE-REPORT
004260     END-IF.
004261     IF OPER-FILE-IS-OPEN
004262         CLOSE OPERATOR-FILE
004263     END-IF.
004264     IF PEND-FILE-IS-OPEN
004265         CLOSE PENDING-FILE
004266     END-IF.
004270
004280     DISPLAY "HOLDMNT: " WS-ORDER-COUNT " ORDER(S) READ, "
004290         WS-APPLIED-COUNT " APPLIED, "
004300         WS-REFUSED-COUNT " REFUSED.".
004302     DISPLAY "HOLDMNT: " WS-REFERRED-COUNT
004304         " ORDER(S) REFERRED FOR APPROVAL, "
004306         WS-APPROVED-COUNT " APPROVED ORDER(S) TAKEN UP.".
004310 9000-EXIT.
004320     EXIT.
