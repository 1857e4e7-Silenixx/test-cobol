000010
000020*----------------------------------------------------------*
000030*  HLDRREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE ACCOUNT HOLDER
000090*                   RELATIONSHIP ON THE ACCTHLDR FILE, KEYED
000100*                   BY ACCOUNT AND CUSTOMER, WITH THE
000110*                   CUSTOMER AS A NON-UNIQUE ALTERNATE KEY SO
000120*                   EVERY ACCOUNT A CUSTOMER CAN ACT ON IS
000130*                   FOUND WITHOUT SCANNING THE MASTER. THE
000140*                   ROLE IS "P" PRIMARY (THE OWNING CUSTOMER
000150*                   IN ACCT-CUST-NUMBER, WRITTEN AT OPEN),
000160*                   "J" JOINT HOLDER OR "S" AUTHORISED
000170*                   SIGNATORY; JOINT HOLDERS AND SIGNATORIES
000180*                   ARE ADDED AND REMOVED THROUGH ACCTMNT.
000190*                   THE HOLDER'S NAME IS CARRIED AS IT STOOD
000200*                   WHEN THE RELATIONSHIP WAS ADDED, THE SAME
000210*                   WAY ACCT-HOLDER-NAME IS, SO STATEMENTS CAN
000220*                   NAME EVERY HOLDER WITHOUT A MASTER READ.
000230*----------------------------------------------------------*
000240 01  HLDR-RECORD.
000250     05  HLDR-KEY.
000260         10  HLDR-ACCT-NUMBER      PIC 9(06).
000270         10  HLDR-CUST-NUMBER      PIC 9(06).
000280     05  HLDR-ROLE                 PIC X(01).
000290         88  HLDR-ROLE-PRIMARY         VALUE "P".
000300         88  HLDR-ROLE-JOINT           VALUE "J".
000310         88  HLDR-ROLE-SIGNATORY       VALUE "S".
000320     05  HLDR-CUST-NAME            PIC X(30).
000330     05  HLDR-ADDED-DATE           PIC 9(08).
000340     05  FILLER                    PIC X(09).
