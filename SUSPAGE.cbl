000180*                   THE EXCEPTION REPORT WAS THE ONLY TRACE.
000190*                   RUN EVERY MORNING; AN EMPTY REPORT IS
000200*                   THE GOOD NEWS.
000201*  2026-10-15 LGL   THE AGE IS NOW COUNTED IN BUSINESS DAYS
000202*                   (ASKED OF BUSDAY): WEEKENDS AND BANK
000203*                   HOLIDAYS NO LONGER AGE AN ITEM. STILL
000204*                   CAPPED AT 999.
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000660 77  WS-OPEN-TOTAL                 PIC 9(11)V99 VALUE ZERO.
000670 77  WS-AGE-DAYS                   PIC 9(03) COMP VALUE ZERO.
000680
000690     COPY BDAYPARM.
000880
000890 01  WS-REPORT-HEADER-1.
000900     05  FILLER                PIC X(01) VALUE SPACE.
000920         "SUSPENS EN ATTENTE AU".
000930     05  FILLER                PIC X(01) VALUE SPACE.
000940     05  HDR1-DATE             PIC 9(08).
000943     05  FILLER                PIC X(24) VALUE
000946         " - AGE EN JOURS OUVRES".
000950
000960 01  WS-REPORT-HEADER-2.
000970     05  FILLER                PIC X(01) VALUE SPACE.
001940     END-IF.
001950
001960     PERFORM 7000-COMPUTE-AGE THRU 7000-EXIT.
001961     IF BDAY-CALENDAR-FAILED
001962         DISPLAY "SUSPAGE: BUSINESS-DAY CALENDAR FAILED, "
001963             "AGING STOPPED"
001964         SET SUSP-EOF TO TRUE
001965         GO TO 2000-EXIT
001966     END-IF.
001970
001980     MOVE SUSP-NUMBER TO DTL-SUSP-NUMBER.
001990     MOVE SUSP-ACCT-NUMBER TO DTL-ACCT-NUMBER.
002100     EXIT.
002110
002120*----------------------------------------------------------*
002130*  7000-COMPUTE-AGE - COUNT THE BUSINESS DAYS FROM THE
002140*  REJECT DATE TO TODAY, CAPPED AT 999
002150*----------------------------------------------------------*
002160 7000-COMPUTE-AGE.
002170     MOVE ZERO TO WS-AGE-DAYS.
002180     MOVE "00" TO BDAY-RETURN.
002190     IF SUSP-REJECT-DATE = ZERO
002200        OR SUSP-REJECT-DATE > WS-TODAY
002210         GO TO 7000-EXIT
002220     END-IF.
002230
002240     MOVE SUSP-REJECT-DATE TO BDAY-DATE.
002250     MOVE WS-TODAY TO BDAY-TO-DATE.
002260     SET BDAY-FN-COUNT TO TRUE.
002270     CALL "BUSDAY" USING BDAY-PARAMETERS.
002280     IF NOT BDAY-OK
002290        AND NOT BDAY-WEEKENDS-ONLY
002300         GO TO 7000-EXIT
002570     END-IF.
002580
002590     IF BDAY-DAY-COUNT > 999
002600         MOVE 999 TO WS-AGE-DAYS
002610     ELSE
002620         MOVE BDAY-DAY-COUNT TO WS-AGE-DAYS
002640     END-IF.
002650 7000-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------*
