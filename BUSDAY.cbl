000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. BUSDAY.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - THE BUSINESS-DAY
000130*                   ROUTINE, CALLED BY EVERY PROGRAM THAT
000140*                   NEEDS TO KNOW WHETHER A DATE IS A
000150*                   BUSINESS DAY, WHICH IS THE NEXT OR THE
000160*                   PREVIOUS ONE, HOW MANY BUSINESS DAYS LIE
000170*                   BETWEEN TWO DATES, OR WHICH IS THE LAST
000180*                   BUSINESS DAY OF A MONTH (SEE BDAYPARM
000190*                   FOR THE FUNCTIONS). SATURDAYS, SUNDAYS
000200*                   AND THE BANK HOLIDAYS ON THE HOLIDAY
000210*                   CALENDAR (HOLCAL, SEE CALREC) ARE NOT
000220*                   BUSINESS DAYS. THE CALENDAR IS READ INTO
000230*                   A TABLE ON THE FIRST CALL THAT NEEDS IT
000240*                   AND KEPT FOR THE REST OF THE RUN; WITHOUT
000250*                   A CALENDAR ONLY WEEKENDS COUNT, AND EVERY
000260*                   ANSWER SAYS SO. THE WEEKDAY IS WORKED OUT
000270*                   FROM THE DATE ITSELF (ZELLER'S RULE), SO
000280*                   NO TABLE OF YEARS IS NEEDED.
000290*----------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CAL-DATE
000380         FILE STATUS IS WS-CAL-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  HOLIDAY-CALENDAR
000430     LABEL RECORDS ARE STANDARD.
000440     COPY CALREC.
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-CAL-FILE-STATUS            PIC X(02).
000480     88  WS-CAL-FILE-OK                VALUE "00".
000490     88  WS-CAL-FILE-NOT-FOUND         VALUE "35".
000500
000510 77  WS-CAL-EOF-SW                 PIC X(01) VALUE "N".
000520     88  CAL-EOF                       VALUE "Y".
000530
000540*    THE CALENDAR IS LOADED ONCE PER RUN: "N" NOT YET, "Y"
000550*    LOADED, "W" NO CALENDAR (WEEKENDS ONLY), "F" FAILED
000560 77  WS-CAL-STATE-SW               PIC X(01) VALUE "N".
000570     88  CAL-NOT-LOADED                VALUE "N".
000580     88  CAL-IS-LOADED                 VALUE "Y".
000590     88  CAL-IS-ABSENT                 VALUE "W".
000600     88  CAL-HAS-FAILED                VALUE "F".
000610
000620 77  WS-DATE-OK-SW                 PIC X(01) VALUE "N".
000630     88  DATE-IS-VALID                 VALUE "Y".
000640
000650 77  WS-HOLIDAY-SW                 PIC X(01) VALUE "N".
000660     88  DATE-IS-HOLIDAY               VALUE "Y".
000670
000680 77  WS-HOL-SCAN-SW                PIC X(01) VALUE "N".
000690     88  HOL-SCAN-DONE                 VALUE "Y".
000700
000710 01  WS-HOLIDAY-TABLE-AREA.
000720     05  WS-HOL-MAX                PIC 9(04) COMP VALUE 1000.
000730     05  WS-HOL-COUNT              PIC 9(04) COMP VALUE ZERO.
000740     05  WS-HOL-ENTRY OCCURS 1000 TIMES.
000750         10  WS-HOL-DATE           PIC 9(08).
000760
000770 77  WS-HOL-IDX                    PIC 9(04) COMP VALUE ZERO.
000780
000790*    CALENDAR WORK AREAS FOR WALKING DAY BY DAY
000800 01  WS-ROLL-GROUP.
000810     05  WS-ROLL-DATE              PIC 9(08).
000820     05  WS-ROLL-R REDEFINES WS-ROLL-DATE.
000830         10  WS-ROLL-YYYY               PIC 9(04).
000840         10  WS-ROLL-MM                 PIC 9(02).
000850         10  WS-ROLL-DD                 PIC 9(02).
000860
000870 01  WS-DIM-AREA.
000880     05  FILLER                    PIC X(24)
000890         VALUE "312831303130313130313031".
000900 01  WS-DIM-R REDEFINES WS-DIM-AREA.
000910     05  WS-DIM OCCURS 12 TIMES    PIC 9(02).
000920
000930 77  WS-MONTH-LENGTH               PIC 9(02) COMP VALUE ZERO.
000940 77  WS-LEAP-QUOT                  PIC 9(04) COMP VALUE ZERO.
000950 77  WS-LEAP-REM                   PIC 9(04) COMP VALUE ZERO.
000960 77  WS-LEAP-SW                    PIC X(01) VALUE "N".
000970     88  YEAR-IS-LEAP                  VALUE "Y".
000980
000990*    WEEKDAY OF THE ROLL DATE, 1 MONDAY TO 7 SUNDAY
001000 77  WS-ROLL-WEEKDAY               PIC 9(01) VALUE ZERO.
001010
001020*    ZELLER'S RULE WORK FIELDS
001030 77  WS-Z-YEAR                     PIC 9(04) COMP VALUE ZERO.
001040 77  WS-Z-MONTH                    PIC 9(02) COMP VALUE ZERO.
001050 77  WS-Z-CENTURY                  PIC 9(02) COMP VALUE ZERO.
001060 77  WS-Z-YEAR-OF-CENT             PIC 9(02) COMP VALUE ZERO.
001070 77  WS-Z-MONTH-TERM               PIC 9(04) COMP VALUE ZERO.
001080 77  WS-Z-YEAR-TERM                PIC 9(04) COMP VALUE ZERO.
001090 77  WS-Z-CENT-TERM                PIC 9(04) COMP VALUE ZERO.
001100 77  WS-Z-SUM                      PIC 9(05) COMP VALUE ZERO.
001110 77  WS-Z-QUOT                     PIC 9(05) COMP VALUE ZERO.
001120 77  WS-Z-DAY                      PIC 9(01) COMP VALUE ZERO.
001130
001140*    NO RUN OF HOLIDAYS AND WEEKENDS IS EVER THIS LONG; A
001150*    SEARCH THAT GETS THIS FAR IS STOPPED AS A FAILURE
001160 77  WS-STEP-LIMIT                 PIC 9(03) COMP VALUE 400.
001170 77  WS-STEP-COUNT                 PIC 9(03) COMP VALUE ZERO.
001180
001190 LINKAGE SECTION.
001200     COPY BDAYPARM.
001210
001220 PROCEDURE DIVISION USING BDAY-PARAMETERS.
001230
001240*----------------------------------------------------------*
001250*  0000-MAINLINE - VALIDATE THE DATE GIVEN, MAKE SURE THE
001260*  CALENDAR IS IN HAND, AND ANSWER THE QUESTION ASKED
001270*----------------------------------------------------------*
001280 0000-MAINLINE.
001290     MOVE "00" TO BDAY-RETURN.
001300     MOVE "N" TO BDAY-BUSINESS-SW.
001310     MOVE ZERO TO BDAY-RESULT-DATE.
001320     MOVE ZERO TO BDAY-DAY-COUNT.
001330     MOVE ZERO TO BDAY-WEEKDAY.
001340
001350     MOVE BDAY-DATE TO WS-ROLL-DATE.
001360     PERFORM 7000-VALIDATE-ROLL-DATE THRU 7000-EXIT.
001370     IF NOT DATE-IS-VALID
001380         SET BDAY-DATE-INVALID TO TRUE
001390         GO TO 0000-RETURN
001400     END-IF.
001410     PERFORM 7100-SET-WEEKDAY THRU 7100-EXIT.
001420     MOVE WS-ROLL-WEEKDAY TO BDAY-WEEKDAY.
001430
001440     IF BDAY-FN-VALIDATE
001450         GO TO 0000-RETURN
001460     END-IF.
001470
001480     IF CAL-NOT-LOADED
001490         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001500     END-IF.
001510     IF CAL-HAS-FAILED
001520         SET BDAY-CALENDAR-FAILED TO TRUE
001530         GO TO 0000-RETURN
001540     END-IF.
001550
001560     IF BDAY-FN-CHECK
001570         PERFORM 2000-CHECK-DATE THRU 2000-EXIT
001580     ELSE
001590         IF BDAY-FN-NEXT
001600             PERFORM 3000-NEXT-BUSINESS-DAY THRU 3000-EXIT
001610         ELSE
001620             IF BDAY-FN-PREVIOUS
001630                 PERFORM 4000-PREVIOUS-BUSINESS-DAY
001640                     THRU 4000-EXIT
001650             ELSE
001660                 IF BDAY-FN-COUNT
001670                     PERFORM 5000-COUNT-BUSINESS-DAYS
001680                         THRU 5000-EXIT
001690                 ELSE
001700                     IF BDAY-FN-MONTH-END
001710                         PERFORM 6000-LAST-OF-MONTH
001720                             THRU 6000-EXIT
001730                     ELSE
001740                         SET BDAY-DATE-INVALID TO TRUE
001750                     END-IF
001760                 END-IF
001770             END-IF
001780         END-IF
001790     END-IF.
001800
001810     IF BDAY-OK
001820        AND CAL-IS-ABSENT
001830         SET BDAY-WEEKENDS-ONLY TO TRUE
001840     END-IF.
001850
001860 0000-RETURN.
001870     GOBACK.
001880
001890*----------------------------------------------------------*
001900*  1000-LOAD-CALENDAR - READ THE HOLIDAY CALENDAR INTO THE
001910*  TABLE, IN DATE ORDER. NO CALENDAR MEANS WEEKENDS ONLY.
001920*----------------------------------------------------------*
001930 1000-LOAD-CALENDAR.
001940     OPEN INPUT HOLIDAY-CALENDAR.
001950     IF WS-CAL-FILE-NOT-FOUND
001960         DISPLAY "BUSDAY: NO HOLIDAY CALENDAR, ONLY WEEKENDS "
001970             "ARE TREATED AS NON-BUSINESS DAYS."
001980         SET CAL-IS-ABSENT TO TRUE
001990         GO TO 1000-EXIT
002000     END-IF.
002010     IF NOT WS-CAL-FILE-OK
002020         DISPLAY "BUSDAY: UNABLE TO OPEN HOLIDAY CALENDAR, "
002030             "STATUS = " WS-CAL-FILE-STATUS
002040         SET CAL-HAS-FAILED TO TRUE
002050         GO TO 1000-EXIT
002060     END-IF.
002070
002080     SET CAL-IS-LOADED TO TRUE.
002090     PERFORM 1100-LOAD-ONE-HOLIDAY THRU 1100-EXIT
002100         UNTIL CAL-EOF OR CAL-HAS-FAILED.
002110
002120     CLOSE HOLIDAY-CALENDAR.
002130 1000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------*
002170*  1100-LOAD-ONE-HOLIDAY - ADD THE NEXT CALENDAR DATE TO
002180*  THE TABLE
002190*----------------------------------------------------------*
002200 1100-LOAD-ONE-HOLIDAY.
002210     READ HOLIDAY-CALENDAR
002220         AT END
002230             SET CAL-EOF TO TRUE
002240             GO TO 1100-EXIT
002250     END-READ.
002260     IF WS-HOL-COUNT NOT < WS-HOL-MAX
002270         DISPLAY "BUSDAY: HOLIDAY CALENDAR HOLDS MORE THAN "
002280             WS-HOL-MAX " DATES, PURGE THE PAST YEARS."
002290         SET CAL-HAS-FAILED TO TRUE
002300         GO TO 1100-EXIT
002310     END-IF.
002320     ADD 1 TO WS-HOL-COUNT.
002330     MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-COUNT).
002340 1100-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------*
002380*  2000-CHECK-DATE - IS THE DATE ITSELF A BUSINESS DAY
002390*----------------------------------------------------------*
002400 2000-CHECK-DATE.
002410     PERFORM 7300-CHECK-ROLL-DATE THRU 7300-EXIT.
002420     MOVE WS-ROLL-DATE TO BDAY-RESULT-DATE.
002430 2000-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------*
002470*  3000-NEXT-BUSINESS-DAY - STEP FORWARD FROM THE DATE TO
002480*  THE FIRST BUSINESS DAY AFTER IT
002490*----------------------------------------------------------*
002500 3000-NEXT-BUSINESS-DAY.
002510     MOVE ZERO TO WS-STEP-COUNT.
002520     MOVE "N" TO BDAY-BUSINESS-SW.
002530     PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
002540         UNTIL BDAY-IS-BUSINESS-DAY
002550             OR WS-STEP-COUNT NOT < WS-STEP-LIMIT.
002560     IF NOT BDAY-IS-BUSINESS-DAY
002570         SET BDAY-CALENDAR-FAILED TO TRUE
002580         GO TO 3000-EXIT
002590     END-IF.
002600     MOVE WS-ROLL-DATE TO BDAY-RESULT-DATE.
002610     MOVE WS-ROLL-WEEKDAY TO BDAY-WEEKDAY.
002620 3000-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------*
002660*  3100-STEP-FORWARD - ONE DAY ON, AND IS IT A BUSINESS DAY
002670*----------------------------------------------------------*
002680 3100-STEP-FORWARD.
002690     PERFORM 7200-ADD-ONE-DAY THRU 7200-EXIT.
002700     ADD 1 TO WS-STEP-COUNT.
002710     PERFORM 7300-CHECK-ROLL-DATE THRU 7300-EXIT.
002720 3100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760*  4000-PREVIOUS-BUSINESS-DAY - STEP BACK FROM THE DATE TO
002770*  THE LAST BUSINESS DAY BEFORE IT
002780*----------------------------------------------------------*
002790 4000-PREVIOUS-BUSINESS-DAY.
002800     MOVE ZERO TO WS-STEP-COUNT.
002810     MOVE "N" TO BDAY-BUSINESS-SW.
002820     PERFORM 4100-STEP-BACK THRU 4100-EXIT
002830         UNTIL BDAY-IS-BUSINESS-DAY
002840             OR WS-STEP-COUNT NOT < WS-STEP-LIMIT.
002850     IF NOT BDAY-IS-BUSINESS-DAY
002860         SET BDAY-CALENDAR-FAILED TO TRUE
002870         GO TO 4000-EXIT
002880     END-IF.
002890     MOVE WS-ROLL-DATE TO BDAY-RESULT-DATE.
002900     MOVE WS-ROLL-WEEKDAY TO BDAY-WEEKDAY.
002910 4000-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950*  4100-STEP-BACK - ONE DAY BACK, AND IS IT A BUSINESS DAY
002960*----------------------------------------------------------*
002970 4100-STEP-BACK.
002980     PERFORM 7250-SUBTRACT-ONE-DAY THRU 7250-EXIT.
002990     ADD 1 TO WS-STEP-COUNT.
003000     PERFORM 7300-CHECK-ROLL-DATE THRU 7300-EXIT.
003010 4100-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050*  5000-COUNT-BUSINESS-DAYS - WALK FROM THE DATE TO THE
003060*  TO-DATE, COUNTING EVERY BUSINESS DAY AFTER THE DATE UP TO
003070*  AND INCLUDING THE TO-DATE. A TO-DATE NOT AFTER THE DATE
003080*  GIVES ZERO.
003090*----------------------------------------------------------*
003100 5000-COUNT-BUSINESS-DAYS.
003110     MOVE BDAY-TO-DATE TO WS-ROLL-DATE.
003120     PERFORM 7000-VALIDATE-ROLL-DATE THRU 7000-EXIT.
003130     IF NOT DATE-IS-VALID
003140         SET BDAY-DATE-INVALID TO TRUE
003150         GO TO 5000-EXIT
003160     END-IF.
003170
003180     MOVE BDAY-DATE TO WS-ROLL-DATE.
003190     MOVE BDAY-WEEKDAY TO WS-ROLL-WEEKDAY.
003200     PERFORM 5100-COUNT-ONE-DAY THRU 5100-EXIT
003210         UNTIL WS-ROLL-DATE NOT < BDAY-TO-DATE
003220             OR BDAY-DAY-COUNT = 99999.
003230 5000-EXIT.
003240     EXIT.
003250
003260*----------------------------------------------------------*
003270*  5100-COUNT-ONE-DAY - ONE DAY ON, COUNTED WHEN IT IS A
003280*  BUSINESS DAY
003290*----------------------------------------------------------*
003300 5100-COUNT-ONE-DAY.
003310     PERFORM 7200-ADD-ONE-DAY THRU 7200-EXIT.
003320     PERFORM 7300-CHECK-ROLL-DATE THRU 7300-EXIT.
003330     IF BDAY-IS-BUSINESS-DAY
003340         ADD 1 TO BDAY-DAY-COUNT
003350     END-IF.
003360 5100-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400*  6000-LAST-OF-MONTH - THE LAST BUSINESS DAY OF THE DATE'S
003410*  MONTH: THE LAST ONE BEFORE THE FIRST OF THE NEXT MONTH
003420*----------------------------------------------------------*
003430 6000-LAST-OF-MONTH.
003440     MOVE 01 TO WS-ROLL-DD.
003450     ADD 1 TO WS-ROLL-MM.
003460     IF WS-ROLL-MM > 12
003470         MOVE 1 TO WS-ROLL-MM
003480         ADD 1 TO WS-ROLL-YYYY
003490     END-IF.
003500     PERFORM 7100-SET-WEEKDAY THRU 7100-EXIT.
003510     PERFORM 4000-PREVIOUS-BUSINESS-DAY THRU 4000-EXIT.
003520 6000-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------*
003560*  7000-VALIDATE-ROLL-DATE - THE ROLL DATE MUST BE A REAL
003570*  CALENDAR DATE
003580*----------------------------------------------------------*
003590 7000-VALIDATE-ROLL-DATE.
003600     MOVE "N" TO WS-DATE-OK-SW.
003610     IF WS-ROLL-DATE NOT NUMERIC
003620         GO TO 7000-EXIT
003630     END-IF.
003640     IF WS-ROLL-YYYY < 1900
003650        OR WS-ROLL-MM < 1
003660        OR WS-ROLL-MM > 12
003670        OR WS-ROLL-DD < 1
003680         GO TO 7000-EXIT
003690     END-IF.
003700     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
003710     IF WS-ROLL-DD > WS-MONTH-LENGTH
003720         GO TO 7000-EXIT
003730     END-IF.
003740     SET DATE-IS-VALID TO TRUE.
003750 7000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  7100-SET-WEEKDAY - WEEKDAY OF THE ROLL DATE BY ZELLER'S
003800*  RULE (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF
003810*  THE YEAR BEFORE); ZELLER'S 0 IS SATURDAY
003820*----------------------------------------------------------*
003830 7100-SET-WEEKDAY.
003840     MOVE WS-ROLL-YYYY TO WS-Z-YEAR.
003850     MOVE WS-ROLL-MM TO WS-Z-MONTH.
003860     IF WS-Z-MONTH < 3
003870         ADD 12 TO WS-Z-MONTH
003880         SUBTRACT 1 FROM WS-Z-YEAR
003890     END-IF.
003900     DIVIDE WS-Z-YEAR BY 100
003910         GIVING WS-Z-CENTURY REMAINDER WS-Z-YEAR-OF-CENT.
003920     COMPUTE WS-Z-MONTH-TERM = 13 * (WS-Z-MONTH + 1).
003930     DIVIDE WS-Z-MONTH-TERM BY 5 GIVING WS-Z-MONTH-TERM.
003940     DIVIDE WS-Z-YEAR-OF-CENT BY 4 GIVING WS-Z-YEAR-TERM.
003950     DIVIDE WS-Z-CENTURY BY 4 GIVING WS-Z-CENT-TERM.
003960     COMPUTE WS-Z-SUM = WS-ROLL-DD + WS-Z-MONTH-TERM
003970         + WS-Z-YEAR-OF-CENT + WS-Z-YEAR-TERM
003980         + WS-Z-CENT-TERM + (5 * WS-Z-CENTURY).
003990     DIVIDE WS-Z-SUM BY 7
004000         GIVING WS-Z-QUOT REMAINDER WS-Z-DAY.
004010*    SATURDAY (0) BECOMES 6, SUNDAY (1) 7, MONDAY (2) 1
004020     ADD 5 TO WS-Z-DAY GIVING WS-Z-SUM.
004030     DIVIDE WS-Z-SUM BY 7
004040         GIVING WS-Z-QUOT REMAINDER WS-Z-DAY.
004050     ADD 1 TO WS-Z-DAY GIVING WS-ROLL-WEEKDAY.
004060 7100-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------*
004100*  7200-ADD-ONE-DAY - ADVANCE THE ROLL DATE AND ITS WEEKDAY
004110*  BY ONE DAY, CARRYING OVER MONTH AND YEAR ENDS
004120*----------------------------------------------------------*
004130 7200-ADD-ONE-DAY.
004140     PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT.
004150     ADD 1 TO WS-ROLL-DD.
004160     IF WS-ROLL-DD > WS-MONTH-LENGTH
004170         MOVE 1 TO WS-ROLL-DD
004180         ADD 1 TO WS-ROLL-MM
004190         IF WS-ROLL-MM > 12
004200             MOVE 1 TO WS-ROLL-MM
004210             ADD 1 TO WS-ROLL-YYYY
004220         END-IF
004230     END-IF.
004240     IF WS-ROLL-WEEKDAY = 7
004250         MOVE 1 TO WS-ROLL-WEEKDAY
004260     ELSE
004270         ADD 1 TO WS-ROLL-WEEKDAY
004280     END-IF.
004290 7200-EXIT.
004300     EXIT.
004310
004320*----------------------------------------------------------*
004330*  7250-SUBTRACT-ONE-DAY - TAKE THE ROLL DATE AND ITS
004340*  WEEKDAY BACK BY ONE DAY, ACROSS MONTH AND YEAR STARTS
004350*----------------------------------------------------------*
004360 7250-SUBTRACT-ONE-DAY.
004370     IF WS-ROLL-DD > 1
004380         SUBTRACT 1 FROM WS-ROLL-DD
004390     ELSE
004400         IF WS-ROLL-MM > 1
004410             SUBTRACT 1 FROM WS-ROLL-MM
004420         ELSE
004430             MOVE 12 TO WS-ROLL-MM
004440             SUBTRACT 1 FROM WS-ROLL-YYYY
004450         END-IF
004460         PERFORM 7400-SET-MONTH-LENGTH THRU 7400-EXIT
004470         MOVE WS-MONTH-LENGTH TO WS-ROLL-DD
004480     END-IF.
004490     IF WS-ROLL-WEEKDAY = 1
004500         MOVE 7 TO WS-ROLL-WEEKDAY
004510     ELSE
004520         SUBTRACT 1 FROM WS-ROLL-WEEKDAY
004530     END-IF.
004540 7250-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580*  7300-CHECK-ROLL-DATE - THE ROLL DATE IS A BUSINESS DAY
004590*  WHEN IT IS A WEEKDAY AND NOT ON THE HOLIDAY CALENDAR
004600*----------------------------------------------------------*
004610 7300-CHECK-ROLL-DATE.
004620     MOVE "N" TO BDAY-BUSINESS-SW.
004630     IF WS-ROLL-WEEKDAY > 5
004640         GO TO 7300-EXIT
004650     END-IF.
004660
004670     MOVE "N" TO WS-HOLIDAY-SW.
004680     MOVE "N" TO WS-HOL-SCAN-SW.
004690     IF CAL-IS-LOADED
004700         PERFORM 7350-COMPARE-ONE-HOLIDAY THRU 7350-EXIT
004710             VARYING WS-HOL-IDX FROM 1 BY 1
004720             UNTIL WS-HOL-IDX > WS-HOL-COUNT
004730                 OR HOL-SCAN-DONE
004740     END-IF.
004750     IF DATE-IS-HOLIDAY
004760         GO TO 7300-EXIT
004770     END-IF.
004780
004790     SET BDAY-IS-BUSINESS-DAY TO TRUE.
004800 7300-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840*  7350-COMPARE-ONE-HOLIDAY - ONE CALENDAR DATE AGAINST THE
004850*  ROLL DATE. THE TABLE IS IN DATE ORDER, SO THE SCAN STOPS
004860*  AT THE FIRST DATE NOT BEFORE THE ROLL DATE.
004870*----------------------------------------------------------*
004880 7350-COMPARE-ONE-HOLIDAY.
004890     IF WS-HOL-DATE(WS-HOL-IDX) = WS-ROLL-DATE
004900         SET DATE-IS-HOLIDAY TO TRUE
004910     END-IF.
004920     IF WS-HOL-DATE(WS-HOL-IDX) NOT < WS-ROLL-DATE
004930         SET HOL-SCAN-DONE TO TRUE
004940     END-IF.
004950 7350-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------*
004990*  7400-SET-MONTH-LENGTH - DAYS IN THE ROLL DATE'S MONTH,
005000*  WITH THE LEAP-YEAR RULE FOR FEBRUARY
005010*----------------------------------------------------------*
005020 7400-SET-MONTH-LENGTH.
005030     MOVE WS-DIM(WS-ROLL-MM) TO WS-MONTH-LENGTH.
005040     IF WS-ROLL-MM NOT = 02
005050         GO TO 7400-EXIT
005060     END-IF.
005070
005080     MOVE "N" TO WS-LEAP-SW.
005090     DIVIDE WS-ROLL-YYYY BY 4
005100         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005110     IF WS-LEAP-REM = ZERO
005120         SET YEAR-IS-LEAP TO TRUE
005130     END-IF.
005140     DIVIDE WS-ROLL-YYYY BY 100
005150         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005160     IF WS-LEAP-REM = ZERO
005170         MOVE "N" TO WS-LEAP-SW
005180         DIVIDE WS-ROLL-YYYY BY 400
005190             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
005200         IF WS-LEAP-REM = ZERO
005210             SET YEAR-IS-LEAP TO TRUE
005220         END-IF
005230     END-IF.
005240
005250     IF YEAR-IS-LEAP
005260         MOVE 29 TO WS-MONTH-LENGTH
005270     END-IF.
005280 7400-EXIT.
005290     EXIT.
