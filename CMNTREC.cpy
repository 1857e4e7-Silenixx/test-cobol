000114*                   FROM THE NEW ADDRESS FIELDS) AND "V"
000116*                   (SET THE STATEMENT DELIVERY INDICATOR
000118*                   FROM CMNT-DELIVERY) ADDED. SEE CUSTREC.
000119*  2026-10-15 LGL   CMNT-OPERATOR-ID ADDED: THE OPERATOR WHO
000120*                   RAISED THE ORDER (SEE OPERREC).
000125*----------------------------------------------------------*
000130 01  CMNT-RECORD.
000140     05  CMNT-ACTION               PIC X(01).
000150         88  CMNT-ACTION-ADD           VALUE "A".
000210     05  CMNT-ADDR-LINE-2          PIC X(30).
000220     05  CMNT-POSTCODE             PIC X(10).
000230     05  CMNT-DELIVERY             PIC X(01).
000240     05  CMNT-OPERATOR-ID          PIC X(08).
