000110*                   ONLY THE HOLD NUMBER MATTERS ON A
000120*                   RELEASE; THE OTHER FIELDS BELONG TO THE
000130*                   PLACE ORDER.
000133*  2026-10-15 LGL   HMNT-OPERATOR-ID ADDED: THE OPERATOR WHO
000136*                   RAISED THE ORDER (SEE OPERREC).
000140*----------------------------------------------------------*
000150 01  HMNT-RECORD.
000160     05  HMNT-ACTION               PIC X(01).
000210     05  HMNT-AMOUNT               PIC 9(7)V99.
000220     05  HMNT-REASON               PIC X(30).
000230     05  HMNT-EXPIRY               PIC 9(08).
000240     05  HMNT-OPERATOR-ID          PIC X(08).
