000010
000020*----------------------------------------------------------*
000030*  TAXREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE RECORD OF THE
000090*                   YEAR-END INTEREST DECLARATION FILE
000100*                   (TAXDECL) WRITTEN BY INTCERT FOR THE TAX
000110*                   AUTHORITY. ONE "H" HEADER FIRST (TAX
000120*                   YEAR AND DATE THE FILE WAS MADE), THEN
000130*                   ONE "D" DETAIL PER CUSTOMER (NAME AND
000140*                   MAILING ADDRESS AS ON CUSTREC, INTEREST
000150*                   CREDITED AND INTEREST CHARGED OVER THE
000160*                   YEAR ON ALL THE ACCOUNTS THE CUSTOMER IS
000170*                   PRIMARY HOLDER OF), THEN ONE "T" TRAILER
000180*                   LAST (DETAIL COUNT AND THE TWO TOTALS) SO
000190*                   THE AUTHORITY CAN REFUSE A TRUNCATED FILE.
000200*                   AMOUNTS ARE UNSIGNED WITH TWO IMPLIED
000210*                   DECIMALS.
000220*----------------------------------------------------------*
000230 01  TAX-RECORD.
000240     05  TAX-REC-TYPE              PIC X(01).
000250         88  TAX-REC-HEADER            VALUE "H".
000260         88  TAX-REC-DETAIL            VALUE "D".
000270         88  TAX-REC-TRAILER           VALUE "T".
000280     05  TAX-DETAIL.
000290         10  TAX-CUST-NUMBER       PIC 9(06).
000300         10  TAX-CUST-NAME         PIC X(30).
000310         10  TAX-ADDR-LINE-1       PIC X(30).
000320         10  TAX-ADDR-LINE-2       PIC X(30).
000330         10  TAX-POSTCODE          PIC X(10).
000340         10  TAX-ACCOUNT-COUNT     PIC 9(03).
000350         10  TAX-INT-CREDITED      PIC 9(9)V99.
000360         10  TAX-INT-CHARGED       PIC 9(9)V99.
000370     05  TAX-HEADER REDEFINES TAX-DETAIL.
000380         10  TAX-HDR-TAX-YEAR      PIC 9(04).
000390         10  TAX-HDR-CREATED-DATE  PIC 9(08).
000400         10  FILLER                PIC X(119).
000410     05  TAX-TRAILER REDEFINES TAX-DETAIL.
000420         10  TAX-TRL-RECORD-COUNT  PIC 9(06).
000430         10  TAX-TRL-CREDITED-TOTAL PIC 9(11)V99.
000440         10  TAX-TRL-CHARGED-TOTAL PIC 9(11)V99.
000450         10  FILLER                PIC X(99).
