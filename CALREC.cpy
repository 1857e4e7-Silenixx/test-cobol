000010
000020*----------------------------------------------------------*
000030*  CALREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE BANK HOLIDAY ON
000090*                   THE HOLIDAY CALENDAR (HOLCAL), INDEXED BY
000100*                   ITS DATE AND MAINTAINED BY CALMNT (SEE
000110*                   CALMREC). WEEKENDS ARE NEVER BUSINESS
000120*                   DAYS AND ARE NOT HELD HERE. READ BY THE
000130*                   BUSINESS-DAY ROUTINE BUSDAY (SEE
000140*                   BDAYPARM).
000150*----------------------------------------------------------*
000160 01  CAL-RECORD.
000170     05  CAL-DATE                  PIC 9(08).
000180     05  CAL-DESCRIPTION           PIC X(30).
000190     05  CAL-ADDED-DATE            PIC 9(08).
000200     05  CAL-OPERATOR-ID           PIC X(08).
000210     05  FILLER                    PIC X(10).
