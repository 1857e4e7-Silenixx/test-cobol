000010
000020*----------------------------------------------------------*
000030*  BDAYPARM.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - PARAMETER AREA PASSED
000090*                   TO THE BUSINESS-DAY ROUTINE (CALL
000100*                   "BUSDAY" USING BDAY-PARAMETERS). SET
000110*                   BDAY-FUNCTION AND BDAY-DATE (AND
000120*                   BDAY-TO-DATE FOR A COUNT), CALL, THEN
000130*                   TEST BDAY-RETURN BEFORE USING THE ANSWER:
000140*                     V  VALIDATE THE DATE, GIVE ITS WEEKDAY
000150*                     C  IS THE DATE A BUSINESS DAY
000160*                     N  NEXT BUSINESS DAY AFTER THE DATE
000170*                     P  LAST BUSINESS DAY BEFORE THE DATE
000180*                     D  BUSINESS DAYS AFTER THE DATE UP TO
000190*                        AND INCLUDING BDAY-TO-DATE
000200*                     M  LAST BUSINESS DAY OF THE DATE'S MONTH
000210*                   SATURDAY, SUNDAY AND EVERY DATE ON THE
000220*                   HOLIDAY CALENDAR (HOLCAL, SEE CALREC) ARE
000230*                   NOT BUSINESS DAYS. WEEKDAY 1 IS MONDAY,
000240*                   7 IS SUNDAY. RETURN "04" MEANS THE ANSWER
000250*                   IS GOOD BUT NO CALENDAR WAS FOUND, SO
000260*                   ONLY WEEKENDS WERE TAKEN INTO ACCOUNT.
000270*----------------------------------------------------------*
000280 01  BDAY-PARAMETERS.
000290     05  BDAY-FUNCTION             PIC X(01).
000300         88  BDAY-FN-VALIDATE          VALUE "V".
000310         88  BDAY-FN-CHECK             VALUE "C".
000320         88  BDAY-FN-NEXT              VALUE "N".
000330         88  BDAY-FN-PREVIOUS          VALUE "P".
000340         88  BDAY-FN-COUNT             VALUE "D".
000350         88  BDAY-FN-MONTH-END         VALUE "M".
000360     05  BDAY-DATE                 PIC 9(08).
000370     05  BDAY-TO-DATE              PIC 9(08).
000380     05  BDAY-RESULT-DATE          PIC 9(08).
000390     05  BDAY-DAY-COUNT            PIC 9(05).
000400     05  BDAY-WEEKDAY              PIC 9(01).
000410     05  BDAY-BUSINESS-SW          PIC X(01).
000420         88  BDAY-IS-BUSINESS-DAY      VALUE "Y".
000430     05  BDAY-RETURN               PIC X(02).
000440         88  BDAY-OK                   VALUE "00".
000450         88  BDAY-WEEKENDS-ONLY        VALUE "04".
000460         88  BDAY-DATE-INVALID         VALUE "10".
000470         88  BDAY-CALENDAR-FAILED      VALUE "90".
