000498*                   RECORDS COPIED) ARE NOW ALSO APPENDED TO
000499*                   THE DAILYRUN RUN-CONTROL REPORT (RUNCTL)
000501*                   AHEAD OF THE STEP'S OUTCOME LINE.
000502*  2026-10-15 LGL   EVERY GENERATED DETAIL NOW CARRIES
000503*                   TRAN-ORIGIN "S", SO THE POSTING IS
000504*                   JOURNALLED AS A STANDING ORDER (SEE
000505*                   HISTREC).
000506*  2026-10-15 LGL   THE WORK FILE AND THE GENERATED RECORD
000507*                   LAYOUTS FOLLOW THE TRANSACTION RECORD TO
000508*                   128 BYTES (SEE TRANREC).
000509*  2026-10-15 LGL   BUSINESS DAYS. AN ORDER WHOSE NEXT-DUE
000510*                   DATE FALLS ON A WEEKEND OR BANK HOLIDAY IS
000511*                   NOW GENERATED ON THE NEXT BUSINESS DAY
000512*                   (ASKED OF BUSDAY) AND COUNTED AS DEFERRED
000513*                   UNTIL THEN. THE NEXT-DUE DATE ITSELF STAYS
000514*                   ON ITS NOMINAL DAY AND ROLLS FROM THERE, SO
000515*                   THE SCHEDULE DOES NOT DRIFT. AN EXPIRY
000516*                   FALLING ON A NON-BUSINESS DAY LIKEWISE
000517*                   RUNS TO THE NEXT BUSINESS DAY BEFORE THE
000518*                   ORDER IS SWEPT. A CALENDAR THAT CANNOT BE
000519*                   READ STOPS THE RUN WITH RETURN-CODE 8.
000520*----------------------------------------------------------*
000522
000524 ENVIRONMENT DIVISION.
000526 INPUT-OUTPUT SECTION.
000528 FILE-CONTROL.
000530     SELECT STANDING-ORDERS ASSIGN TO "SORDFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000800
000810 FD  TRAN-WORK
000820     LABEL RECORDS ARE STANDARD.
000830 01  WORK-RECORD                   PIC X(128).
000840
000850 FD  BATCH-REGISTER
000860     LABEL RECORDS ARE STANDARD.
001470
001540 77  WS-DUE-COUNT                  PIC 9(06) VALUE ZERO.
001550 77  WS-COPIED-COUNT               PIC 9(06) VALUE ZERO.
001551 77  WS-GENERATED-COUNT            PIC 9(06) VALUE ZERO.
001552 77  WS-DEFERRED-COUNT             PIC 9(06) VALUE ZERO.
001554
001555 77  WS-ORDER-DUE-SW               PIC X(01) VALUE "N".
001556     88  ORDER-IS-DUE                  VALUE "Y".
001558
001559 77  WS-ORDER-EXPIRED-SW           PIC X(01) VALUE "N".
001560     88  ORDER-HAS-EXPIRED             VALUE "Y".
001562
001563 77  WS-RUNC-FILE-STATUS           PIC X(02).
001564     88  WS-RUNC-FILE-OK               VALUE "00".
001575     05  RNC-COPIED-COUNT      PIC ZZZZ9.
001576     05  FILLER                PIC X(17) VALUE
001577         " RECORD(S) COPIED".
001578     05  FILLER                PIC X(02) VALUE ", ".
001579     05  RNC-DEFERRED-COUNT    PIC ZZZZ9.
001580     05  FILLER                PIC X(09) VALUE " DEFERRED".
001581
001582 01  WS-GEN-HEADER.
001583     05  GHD-REC-TYPE              PIC X(01) VALUE "H".
001584     05  GHD-BATCH-DATE            PIC 9(08).
001585     05  GHD-BATCH-NUMBER          PIC 9(06).
001586     05  FILLER                    PIC X(113) VALUE SPACES.
001587
001588 01  WS-GEN-DETAIL.
001590     05  GEN-REC-TYPE              PIC X(01) VALUE "D".
001600     05  GEN-ACCOUNT-NUMBER        PIC 9(06).
001610     05  GEN-TRAN-TYPE             PIC X(01).
001620     05  GEN-AMOUNT                PIC 9(7)V99.
001630     05  GEN-AUTH-CODE             PIC X(01) VALUE "Y".
001640     05  FILLER                    PIC X(14) VALUE SPACES.
001641     05  GEN-ORIGIN                PIC X(01) VALUE "S".
001642     05  FILLER                    PIC X(95) VALUE SPACES.
001650
001660 01  WS-GEN-TRAILER.
001670     05  GTR-REC-TYPE              PIC X(01) VALUE "T".
001680     05  GTR-RECORD-COUNT          PIC 9(06).
001690     05  GTR-DEBIT-TOTAL           PIC 9(11)V99.
001700     05  GTR-CREDIT-TOTAL          PIC 9(11)V99.
001701     05  FILLER                    PIC X(95) VALUE SPACES.
001710
001720*    CALENDAR WORK AREAS FOR ROLLING THE NEXT-DUE DATE
001730 01  WS-ROLL-GROUP.
001820         VALUE "312831303130313130313031".
001830 01  WS-DIM-R REDEFINES WS-DIM-AREA.
001840     05  WS-DIM OCCURS 12 TIMES    PIC 9(02).
001843
001846     COPY BDAYPARM.
001850
001860 77  WS-DAYS-TO-ADD                PIC 9(02) COMP VALUE ZERO.
001870 77  WS-MONTH-LENGTH               PIC 9(02) COMP VALUE ZERO.
005054             SET SORD-EOF TO TRUE
005055             GO TO 2550-EXIT
005056     END-READ.
005057     IF NOT SORD-STATUS-ACTIVE
005058         GO TO 2550-EXIT
005059     END-IF.
005060     PERFORM 2600-CHECK-DUE THRU 2600-EXIT.
005061     IF BDAY-CALENDAR-FAILED
005062         DISPLAY "SORDGEN: BUSINESS-DAY CALENDAR FAILED, "
005063             "NOTHING GENERATED"
005064         MOVE "N" TO WS-FILE-USABLE-SW
005065         SET SORD-EOF TO TRUE
005066         GO TO 2550-EXIT
005067     END-IF.
005068     IF ORDER-IS-DUE
005069         ADD 1 TO WS-DUE-COUNT
005070     ELSE
005071         IF SORD-NEXT-DUE NOT > WS-TODAY
005072             ADD 1 TO WS-DEFERRED-COUNT
005073         END-IF
005074     END-IF.
005075 2550-EXIT.
005076     EXIT.
005077
005078*----------------------------------------------------------*
005079*  2600-CHECK-DUE - AN ACTIVE ORDER IS DUE WHEN ITS NEXT-DUE
005080*  DATE HAS COME AND SO HAS THE BUSINESS DAY IT IS PAID ON:
005081*  THE DATE ITSELF, OR THE NEXT BUSINESS DAY AFTER A
005082*  WEEKEND OR BANK HOLIDAY. A FAILED CALENDAR IS LEFT IN
005083*  BDAY-RETURN FOR THE CALLER.
005084*----------------------------------------------------------*
005085 2600-CHECK-DUE.
005086     MOVE "N" TO WS-ORDER-DUE-SW.
005087     MOVE "00" TO BDAY-RETURN.
005088     IF SORD-NEXT-DUE > WS-TODAY
005089         GO TO 2600-EXIT
005090     END-IF.
005091
005092     MOVE SORD-NEXT-DUE TO BDAY-DATE.
005093     SET BDAY-FN-CHECK TO TRUE.
005094     CALL "BUSDAY" USING BDAY-PARAMETERS.
005095     IF BDAY-CALENDAR-FAILED
005096         GO TO 2600-EXIT
005097     END-IF.
005098     IF BDAY-DATE-INVALID
005099        OR BDAY-IS-BUSINESS-DAY
005100         SET ORDER-IS-DUE TO TRUE
005101         GO TO 2600-EXIT
005102     END-IF.
005103
005104     SET BDAY-FN-NEXT TO TRUE.
005105     CALL "BUSDAY" USING BDAY-PARAMETERS.
005106     IF BDAY-CALENDAR-FAILED
005107         GO TO 2600-EXIT
005108     END-IF.
005109     IF BDAY-RESULT-DATE NOT > WS-TODAY
005110         SET ORDER-IS-DUE TO TRUE
005111     END-IF.
005112 2600-EXIT.
005113     EXIT.
005114
005115*----------------------------------------------------------*
005116*  2700-CHECK-EXPIRED - A MANDATE HAS EXPIRED ONCE THE LAST
005117*  BUSINESS DAY IT COULD BE PAID ON IS BEHIND THE RUN DATE:
005118*  THE EXPIRY DATE ITSELF, OR THE NEXT BUSINESS DAY WHEN THE
005119*  EXPIRY FALLS ON A WEEKEND OR BANK HOLIDAY
005120*----------------------------------------------------------*
005121 2700-CHECK-EXPIRED.
005122     MOVE "N" TO WS-ORDER-EXPIRED-SW.
005123     MOVE "00" TO BDAY-RETURN.
005124     IF SORD-EXPIRY = ZERO
005125        OR SORD-EXPIRY NOT < WS-TODAY
005126         GO TO 2700-EXIT
005127     END-IF.
005128
005129     MOVE SORD-EXPIRY TO BDAY-DATE.
005130     SET BDAY-FN-CHECK TO TRUE.
005131     CALL "BUSDAY" USING BDAY-PARAMETERS.
005132     IF BDAY-CALENDAR-FAILED
005133         GO TO 2700-EXIT
005134     END-IF.
005135     IF BDAY-DATE-INVALID
005136        OR BDAY-IS-BUSINESS-DAY
005137         SET ORDER-HAS-EXPIRED TO TRUE
005138         GO TO 2700-EXIT
005139     END-IF.
005140
005141     SET BDAY-FN-NEXT TO TRUE.
005142     CALL "BUSDAY" USING BDAY-PARAMETERS.
005143     IF BDAY-CALENDAR-FAILED
005144         GO TO 2700-EXIT
005145     END-IF.
005146     IF BDAY-RESULT-DATE < WS-TODAY
005147         SET ORDER-HAS-EXPIRED TO TRUE
005148     END-IF.
005149 2700-EXIT.
005150     EXIT.
005151
005152*----------------------------------------------------------*
005153*  2800-WRITE-OWN-HEADER - OPEN THE STANDING-ORDER BATCH ON
005154*  THE WORK FILE, WRITTEN JUST AHEAD OF ITS FIRST DETAIL
005155*----------------------------------------------------------*
005156 2800-WRITE-OWN-HEADER.
005157     MOVE WS-TODAY TO GHD-BATCH-DATE.
005158     MOVE WS-BATCH-NUMBER TO GHD-BATCH-NUMBER.
005159     WRITE WORK-RECORD FROM WS-GEN-HEADER.
005160 2800-EXIT.
005161     EXIT.
005162
005163*----------------------------------------------------------*
005164*  3000-SELECT-ONE-ORDER - READ ONE STANDING ORDER; IF IT
005165*  IS ACTIVE, UNEXPIRED AND DUE TODAY, EMIT THE DETAIL,
005166*  ROLL THE NEXT-DUE DATE FORWARD AND REWRITE THE ORDER
005167*----------------------------------------------------------*
005168 3000-SELECT-ONE-ORDER.
005169     READ STANDING-ORDERS
005170         AT END
005171             SET SORD-EOF TO TRUE
005172             GO TO 3000-EXIT
005173     END-READ.
005174
005175     IF NOT SORD-STATUS-ACTIVE
005176         GO TO 3000-EXIT
005177     END-IF.
005178     PERFORM 2600-CHECK-DUE THRU 2600-EXIT.
005179     IF NOT BDAY-CALENDAR-FAILED
005180         PERFORM 2700-CHECK-EXPIRED THRU 2700-EXIT
005181     END-IF.
005182     IF BDAY-CALENDAR-FAILED
005183         DISPLAY "SORDGEN: BUSINESS-DAY CALENDAR FAILED AT "
005184             "ORDER " SORD-ORDER-NUMBER
005185         MOVE "N" TO WS-RUN-OK-SW
005186         SET SORD-EOF TO TRUE
005187         GO TO 3000-EXIT
005188     END-IF.
005189     IF NOT ORDER-IS-DUE
005192         GO TO 3000-EXIT
005196     END-IF.
005200*    A MANDATE WHOSE EXPIRY HAS PASSED MUST NEVER GENERATE,
005210*    EVEN WHEN A MISSED RUN LEFT NEXT-DUE BEHIND THE EXPIRY;
005220*    SWEEP IT TO CANCELLED SO THE FILE SHOWS IT ENDED.
005230     IF ORDER-HAS-EXPIRED
005250         SET SORD-STATUS-CANCELLED TO TRUE
005260         REWRITE SORD-RECORD
005270             INVALID KEY
007544         DISPLAY "SORDGEN: GENERATED BATCH NUMBER "
007546             WS-BATCH-NUMBER " APPENDED AFTER "
007548             WS-COPIED-COUNT " COPIED RECORD(S)."
007549     END-IF.
007550
007551     IF WS-DEFERRED-COUNT > ZERO
007552         DISPLAY "SORDGEN: " WS-DEFERRED-COUNT
007553             " ORDER(S) DUE ON A NON-BUSINESS DAY DEFERRED TO "
007554             "THE NEXT BUSINESS DAY."
007555     END-IF.
007556
007557     PERFORM 9100-APPEND-RUN-CONTROL THRU 9100-EXIT.
007558 9000-EXIT.
007560     EXIT.
007561
007587
007588     MOVE WS-GENERATED-COUNT TO RNC-GENERATED-COUNT.
007589     MOVE WS-COPIED-COUNT TO RNC-COPIED-COUNT.
007590     MOVE WS-DEFERRED-COUNT TO RNC-DEFERRED-COUNT.
007591     WRITE RUNC-LINE FROM WS-RUNC-TOTALS.
007592     CLOSE RUN-CONTROL.
007593 9100-EXIT.
