000010
000020*----------------------------------------------------------*
000030*  CALMREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE HOLIDAY CALENDAR
000090*                   MAINTENANCE ORDER FOR CALMNT: ADD A BANK
000100*                   HOLIDAY WITH ITS DESCRIPTION, OR DELETE
000110*                   ONE. SEE CALREC.
000120*----------------------------------------------------------*
000130 01  CALM-RECORD.
000140     05  CALM-ACTION               PIC X(01).
000150         88  CALM-ACTION-ADD           VALUE "A".
000160         88  CALM-ACTION-DELETE        VALUE "D".
000170     05  CALM-DATE                 PIC 9(08).
000180     05  CALM-DESCRIPTION          PIC X(30).
000190     05  CALM-OPERATOR-ID          PIC X(08).
