000118*                   AND CKPT-CUST-NUMBER SO THE ACCOUNT SELECTED
000119*                   IN HelloWorld CAN BE RE-VERIFIED BY KEY
000121*                   RATHER THAN BY THE CUSTOMER'S NAME TEXT.
000122*  2026-10-15 LGL   ADDED CKPT-RUN-DATE. DAILYRUN STAMPS THE
000123*                   NIGHT'S BUSINESS DATE WHEN IT MARKS
000124*                   POSTING DONE, SO A RESTART AFTER MIDNIGHT
000126*                   STILL RECORDS THE RUN UNDER THE NIGHT IT
000127*                   BELONGS TO.
000128*----------------------------------------------------------*
000130 01  CKPT-RECORD.
000140     05  CKPT-STEP                 PIC X(01).
000150         88  CKPT-STEP-IDENT-DONE      VALUE "1".
000160     05  CKPT-CUST-NAME            PIC X(30).
000165     05  CKPT-CUST-NUMBER          PIC 9(06).
000170     05  CKPT-ACCT-NUMBER          PIC 9(06).
000180     05  CKPT-RUN-DATE             PIC 9(08).
