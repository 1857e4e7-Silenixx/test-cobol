000100*                   SUSPENSE ITEM (A ZERO OR BLANK FIELD
000110*                   MEANS KEEP WHAT IS THERE) OR WRITE IT
000120*                   OFF WITH A REASON.
000123*  2026-10-15 LGL   USMT-OPERATOR-ID ADDED: THE OPERATOR WHO
000126*                   RAISED THE ORDER (SEE OPERREC).
000130*----------------------------------------------------------*
000140 01  USMT-RECORD.
000150     05  USMT-ACTION               PIC X(01).
000210     05  USMT-AUTH-CODE            PIC X(01).
000220     05  USMT-TO-ACCOUNT           PIC 9(06).
000230     05  USMT-REASON               PIC X(30).
000240     05  USMT-OPERATOR-ID          PIC X(08).
