000200*                   A DORMANT ACCOUNT UNLESS THE DETAIL IS
000210*                   AUTHORIZED, AND SETS THE ACCOUNT ACTIVE
000220*                   AGAIN WHEN SOMETHING DOES POST.
000221*  2026-10-15 LGL   THE 12 MONTHS ARE NOW COUNTED TO THE
000222*                   BUSINESS DAY: WHEN THE DAY ONE YEAR BEFORE
000223*                   THE RUN DATE IS A WEEKEND OR BANK HOLIDAY
000224*                   (ASKED OF BUSDAY), THE CUTOFF MOVES BACK TO
000225*                   THE LAST BUSINESS DAY BEFORE IT, SO AN
000226*                   ACCOUNT IS NOT MADE DORMANT OVER DAYS THE
000227*                   BANK WAS CLOSED. A CALENDAR THAT CANNOT BE
000228*                   READ STOPS THE SCAN BEFORE ANY ACCOUNT IS
000229*                   TOUCHED.
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000810         10  WS-CUTOFF-YYYY             PIC 9(04).
000820         10  WS-CUTOFF-MM               PIC 9(02).
000830         10  WS-CUTOFF-DD               PIC 9(02).
000833
000836     COPY BDAYPARM.
000840
000850 01  WS-RUN-DATE-DISP.
000860     05  WS-RDD-YYYY                PIC 9(04).
001700     IF WS-CUTOFF-MM = 02 AND WS-CUTOFF-DD = 29
001710         MOVE 28 TO WS-CUTOFF-DD
001720     END-IF.
001721
001722*    A CUTOFF ON A DAY THE BANK WAS CLOSED MOVES BACK TO THE
001723*    LAST BUSINESS DAY BEFORE IT.
001724     MOVE WS-CUTOFF-DATE TO BDAY-DATE.
001725     SET BDAY-FN-CHECK TO TRUE.
001726     CALL "BUSDAY" USING BDAY-PARAMETERS.
001727     IF NOT BDAY-CALENDAR-FAILED
001728        AND NOT BDAY-IS-BUSINESS-DAY
001729         SET BDAY-FN-PREVIOUS TO TRUE
001730         CALL "BUSDAY" USING BDAY-PARAMETERS
001731         IF NOT BDAY-CALENDAR-FAILED
001732             MOVE BDAY-RESULT-DATE TO WS-CUTOFF-DATE
001733         END-IF
001734     END-IF.
001735     IF BDAY-CALENDAR-FAILED
001736         DISPLAY "DORMANT: BUSINESS-DAY CALENDAR FAILED, "
001737             "NO ACCOUNT SCANNED"
001738         SET ACCT-EOF TO TRUE
001739         GO TO 1000-EXIT
001740     END-IF.
001741     DISPLAY "DORMANT: ACCOUNTS LAST MOVED BEFORE "
001742         WS-CUTOFF-DATE " ARE MADE DORMANT.".
001744
001747     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
001750
001760     PERFORM 8000-READ-ACCOUNT THRU 8000-EXIT.
001770 1000-EXIT.
