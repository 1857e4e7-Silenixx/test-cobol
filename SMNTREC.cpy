000090*                   MAINTENANCE ORDER FOR SORDMNT: SET UP A
000100*                   NEW STANDING ORDER OR CANCEL AN
000110*                   EXISTING ONE.
000113*  2026-10-15 LGL   SMNT-OPERATOR-ID ADDED: THE OPERATOR WHO
000116*                   RAISED THE ORDER (SEE OPERREC).
000120*----------------------------------------------------------*
000130 01  SMNT-RECORD.
000140     05  SMNT-ACTION               PIC X(01).
000210     05  SMNT-FREQUENCY            PIC X(01).
000220     05  SMNT-NEXT-DUE             PIC 9(08).
000230     05  SMNT-EXPIRY               PIC 9(08).
000240     05  SMNT-OPERATOR-ID          PIC X(08).
