000010
000020*----------------------------------------------------------*
000030*  PRODREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE PRODUCT ON THE
000090*                   ACCOUNT PRODUCT CATALOGUE (PRODFILE),
000100*                   KEYED BY PRODUCT CODE AND MAINTAINED BY
000110*                   PRODMNT. THE TERMS EVERY ACCOUNT ON THE
000120*                   PRODUCT IS PRICED ON: THE MONTHLY CREDIT
000130*                   AND DEBIT RATES USED BY INTACCR (AS IN
000140*                   RATEREC), THE MAINTENANCE FEE, PER-DEBIT
000150*                   FEE AND MINIMUM BALANCE USED BY FEECHG (AS
000160*                   IN FEEREC), AND WHETHER AN OVERDRAFT MAY
000170*                   BE GRANTED AND UP TO WHAT LIMIT, CHECKED
000180*                   BY ACCTMNT. A WITHDRAWN PRODUCT TAKES NO
000190*                   NEW ACCOUNTS BUT STILL PRICES THE ONES
000200*                   ALREADY ON IT.
000210*----------------------------------------------------------*
000220 01  PROD-RECORD.
000230     05  PROD-CODE                 PIC X(04).
000240     05  PROD-NAME                 PIC X(30).
000250     05  PROD-CREDIT-RATE          PIC 9V9(4).
000260     05  PROD-DEBIT-RATE           PIC 9V9(4).
000270     05  PROD-MAINT-FEE            PIC 9(5)V99.
000280     05  PROD-PER-DEBIT-FEE        PIC 9(5)V99.
000290     05  PROD-MIN-BALANCE          PIC 9(7)V99.
000300     05  PROD-OVERDRAFT-FLAG       PIC X(01).
000310         88  PROD-OVERDRAFT-ALLOWED    VALUE "Y".
000320     05  PROD-MAX-LIMIT            PIC 9(7)V99.
000330     05  PROD-STATUS               PIC X(01).
000340         88  PROD-STATUS-ACTIVE        VALUE "A".
000350         88  PROD-STATUS-WITHDRAWN     VALUE "W".
000360     05  PROD-ADDED-DATE           PIC 9(08).
000370     05  PROD-CHANGED-DATE         PIC 9(08).
000380     05  FILLER                    PIC X(20).
