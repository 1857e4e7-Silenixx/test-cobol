000010
000020*----------------------------------------------------------*
000030*  CLRIREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE RECORD OF THE
000090*                   INBOUND CLEARING FILE (CLRIN), IN THE
000100*                   CLEARING HOUSE'S OWN LAYOUT, READ BY
000110*                   CLRIMP. A TWO-DIGIT RECORD CODE LEADS:
000120*                   ONE "01" FILE HEADER FIRST (CLEARING
000130*                   HOUSE ID, SETTLEMENT DATE AND THE FILE
000140*                   SEQUENCE NUMBER, WHICH RUNS ON FROM ONE
000150*                   DELIVERY TO THE NEXT), THEN THE ITEMS -
000160*                   "10" A CREDIT TRANSFER TO ONE OF OUR
000170*                   CUSTOMERS, "20" A DIRECT DEBIT COLLECTED
000180*                   FROM ONE - THEN ONE "99" TRAILER LAST
000190*                   (ITEM COUNT AND CREDIT AND DEBIT AMOUNT
000200*                   TOTALS). THE DESTINATION ACCOUNT IS IN
000210*                   THE HOUSE'S 34-BYTE FORM; FOR ONE OF OUR
000220*                   ACCOUNTS IT IS THE SIX-DIGIT ACCOUNT
000230*                   NUMBER, LEFT-JUSTIFIED, THE REST BLANK.
000240*                   AMOUNTS ARE UNSIGNED WITH TWO IMPLIED
000250*                   DECIMALS.
000260*----------------------------------------------------------*
000270 01  CLRI-RECORD.
000280     05  CLRI-REC-CODE             PIC X(02).
000290         88  CLRI-FILE-HEADER          VALUE "01".
000300         88  CLRI-CREDIT-ITEM          VALUE "10".
000310         88  CLRI-DEBIT-ITEM           VALUE "20".
000320         88  CLRI-FILE-TRAILER         VALUE "99".
000330     05  CLRI-ITEM.
000340         10  CLRI-REFERENCE        PIC X(16).
000350         10  CLRI-DEST-ACCOUNT.
000360             15  CLRI-DEST-ACCT-ID PIC X(06).
000370             15  CLRI-DEST-ACCT-NUM REDEFINES CLRI-DEST-ACCT-ID
000380                                   PIC 9(06).
000390             15  CLRI-DEST-ACCT-REST PIC X(28).
000400         10  CLRI-AMOUNT           PIC 9(9)V99.
000410         10  CLRI-ORDERING-BANK    PIC X(11).
000420         10  CLRI-ORDERING-ACCOUNT PIC X(34).
000430         10  CLRI-ORDERING-NAME    PIC X(30).
000440         10  FILLER                PIC X(12).
000450     05  CLRI-HEADER REDEFINES CLRI-ITEM.
000460         10  CLRI-HDR-CLEARING-ID  PIC X(08).
000470         10  CLRI-HDR-SETTLE-DATE  PIC 9(08).
000480         10  CLRI-HDR-FILE-SEQ     PIC 9(05).
000490         10  FILLER                PIC X(127).
000500     05  CLRI-TRAILER REDEFINES CLRI-ITEM.
000510         10  CLRI-TRL-ITEM-COUNT   PIC 9(07).
000520         10  CLRI-TRL-CREDIT-TOTAL PIC 9(13)V99.
000530         10  CLRI-TRL-DEBIT-TOTAL  PIC 9(13)V99.
000540         10  FILLER                PIC X(111).
