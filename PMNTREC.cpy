000010
000020*----------------------------------------------------------*
000030*  PMNTREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE PRODUCT CATALOGUE
000090*                   ORDER FOR PRODMNT: "A" ADDS A PRODUCT, "C"
000100*                   REPLACES ALL ITS TERMS WITH THE ONES ON
000110*                   THE ORDER, "W" WITHDRAWS IT FROM SALE AND
000120*                   "R" PUTS IT BACK ON SALE (SEE PRODREC).
000130*----------------------------------------------------------*
000140 01  PMNT-RECORD.
000150     05  PMNT-ACTION               PIC X(01).
000160         88  PMNT-ACTION-ADD           VALUE "A".
000170         88  PMNT-ACTION-CHANGE        VALUE "C".
000180         88  PMNT-ACTION-WITHDRAW      VALUE "W".
000190         88  PMNT-ACTION-REINSTATE     VALUE "R".
000200     05  PMNT-PRODUCT-CODE         PIC X(04).
000210     05  PMNT-PRODUCT-NAME         PIC X(30).
000220     05  PMNT-CREDIT-RATE          PIC 9V9(4).
000230     05  PMNT-DEBIT-RATE           PIC 9V9(4).
000240     05  PMNT-MAINT-FEE            PIC 9(5)V99.
000250     05  PMNT-PER-DEBIT-FEE        PIC 9(5)V99.
000260     05  PMNT-MIN-BALANCE          PIC 9(7)V99.
000270     05  PMNT-OVERDRAFT-FLAG       PIC X(01).
000280     05  PMNT-MAX-LIMIT            PIC 9(7)V99.
000290     05  PMNT-OPERATOR-ID          PIC X(08).
