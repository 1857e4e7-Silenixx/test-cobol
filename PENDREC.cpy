000010
000020*----------------------------------------------------------*
000030*  PENDREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE MAINTENANCE ORDER
000090*                   HELD FOR A SECOND OPERATOR'S APPROVAL ON
000100*                   THE PENDFILE, KEYED BY PENDING NUMBER.
000110*                   WRITTEN "P" PENDING BY ACCTMNT ("A"), SUSPMNT
000120*                   ("S") OR HOLDMNT ("H") WITH THE ORDER AS
000130*                   KEYED IN PEND-ORDER-IMAGE, THE MAKER'S
000140*                   OPERATOR ID AND THE AUTHORITY LEVEL NEEDED
000150*                   TO APPROVE IT (SEE DUALREC). APPRMNT SETS IT
000160*                   "A" APPROVED OR "R" REJECTED WITH THE
000170*                   CHECKER'S ID. THE NEXT RUN OF THE RAISING
000180*                   PROGRAM APPLIES EVERY APPROVED ORDER AND
000190*                   MARKS IT "D" DONE, OR "F" FAILED WITH THE
000200*                   REFUSAL REASON WHEN THE ORDER NO LONGER
000210*                   PASSES ITS CHECKS. PEND-REASON HOLDS THE
000220*                   CHECKER'S REMARK UNTIL THEN.
000221*  2026-10-15 LGL   ACCOUNT CLOSURES. ACCTCLS ("C") REFERS A
000222*                   CLOSURE THAT WOULD RELEASE A FUNDS HOLD
000223*                   STILL IN FORCE. ITS ORDER (SEE CLSOREC) IS
000224*                   LONGER THAN THE OTHERS, SO PEND-ORDER-IMAGE
000225*                   NOW TAKES IN THE SPARE FILLER; THE RECORD
000226*                   LENGTH IS UNCHANGED.
000230*----------------------------------------------------------*
000240 01  PEND-RECORD.
000250     05  PEND-NUMBER               PIC 9(06).
000260     05  PEND-SOURCE               PIC X(01).
000270         88  PEND-SOURCE-ACCTMNT       VALUE "A".
000280         88  PEND-SOURCE-SUSPMNT       VALUE "S".
000290         88  PEND-SOURCE-HOLDMNT       VALUE "H".
000294         88  PEND-SOURCE-ACCTCLS       VALUE "C".
000300     05  PEND-STATUS               PIC X(01).
000310         88  PEND-STATUS-PENDING       VALUE "P".
000320         88  PEND-STATUS-APPROVED      VALUE "A".
000330         88  PEND-STATUS-REJECTED      VALUE "R".
000340         88  PEND-STATUS-APPLIED       VALUE "D".
000350         88  PEND-STATUS-FAILED        VALUE "F".
000360     05  PEND-ACTION               PIC X(01).
000370     05  PEND-ACCT-NUMBER          PIC 9(06).
000380     05  PEND-AMOUNT               PIC 9(7)V99.
000390     05  PEND-MAKER-ID             PIC X(08).
000400     05  PEND-RAISED-DATE          PIC 9(08).
000410     05  PEND-LEVEL-REQUIRED       PIC 9(01).
000420     05  PEND-CHECKER-ID           PIC X(08).
000430     05  PEND-DECIDED-DATE         PIC 9(08).
000440     05  PEND-APPLIED-DATE         PIC 9(08).
000450     05  PEND-REASON               PIC X(30).
000460     05  PEND-ORDER-IMAGE          PIC X(96).
