000010
000020*----------------------------------------------------------*
000030*  CLSOREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE ACCOUNT CLOSURE
000090*                   ORDER FOR ACCTCLS, NAMING THE ACCOUNT TO
000100*                   CLOSE AND WHERE ITS REMAINING FUNDS GO:
000110*                   "A" ANOTHER OF OUR ACCOUNTS (CLSO-DEST-
000120*                   ACCT-NUMBER) OR "X" AN OUTBOUND PAYMENT
000130*                   TO A PAYEE AT ANOTHER BANK (CLSO-PAYEE-
000140*                   BANK, -ACCOUNT AND -NAME, AS ON TRANREC).
000150*                   THE PAYEE FIELDS ARE BLANK ON AN "A"
000160*                   ORDER AND THE DESTINATION ACCOUNT ZERO ON
000170*                   AN "X" ORDER. THE WHOLE ORDER FITS PEND-
000180*                   ORDER-IMAGE (SEE PENDREC).
000190*----------------------------------------------------------*
000200 01  CLSO-RECORD.
000210     05  CLSO-ACCT-NUMBER          PIC 9(06).
000220     05  CLSO-DEST-TYPE            PIC X(01).
000230         88  CLSO-DEST-ACCOUNT         VALUE "A".
000240         88  CLSO-DEST-PAYMENT         VALUE "X".
000250     05  CLSO-DEST-ACCT-NUMBER     PIC 9(06).
000260     05  CLSO-PAYEE-BANK           PIC X(11).
000270     05  CLSO-PAYEE-ACCOUNT        PIC X(34).
000280     05  CLSO-PAYEE-NAME           PIC X(30).
000290     05  CLSO-OPERATOR-ID          PIC X(08).
