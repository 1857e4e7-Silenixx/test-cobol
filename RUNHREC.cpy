000010
000020*----------------------------------------------------------*
000030*  RUNHREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE COMPLETED RUN OF A
000090*                   JOB STREAM ON THE RUN HISTORY (RUNHIST).
000100*                   APPENDED BY DAILYRUN AND MONTHRUN WHEN THE
000110*                   STREAM REACHES ITS END; READ BY MONTHRUN,
000120*                   WHICH WILL NOT START UNTIL THE MONTH-END
000130*                   DAY'S DAILYRUN HAS COMPLETED AND REFUSES A
000140*                   MONTH IT HAS ALREADY CLOSED. THE BUSINESS
000150*                   DATE IS THE RUN DATE FOR DAILYRUN AND THE
000160*                   MONTH-END DATE FOR MONTHRUN.
000170*----------------------------------------------------------*
000180 01  RUNH-RECORD.
000190     05  RUNH-STREAM               PIC X(08).
000200         88  RUNH-STREAM-DAILY         VALUE "DAILYRUN".
000210         88  RUNH-STREAM-MONTHLY       VALUE "MONTHRUN".
000220     05  RUNH-BUSINESS-DATE        PIC 9(08).
000230     05  RUNH-COMPLETED-DATE       PIC 9(08).
000240     05  RUNH-COMPLETED-TIME       PIC 9(08).
000250     05  RUNH-WORST-RC             PIC 9(04).
000260     05  FILLER                    PIC X(10).
