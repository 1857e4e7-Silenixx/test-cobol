000010
000020*----------------------------------------------------------*
000030*  APRVREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE APPROVAL DECISION
000090*                   FOR APPRMNT: APPROVE OR REJECT THE PENDING
000100*                   ORDER NAMED BY APRV-PEND-NUMBER (SEE
000110*                   PENDREC). APRV-OPERATOR-ID IS THE CHECKER,
000120*                   WHO MUST NOT BE THE OPERATOR WHO RAISED THE
000130*                   ORDER. THE REASON IS OPTIONAL ON AN
000140*                   APPROVAL AND REQUIRED ON A REJECTION.
000150*----------------------------------------------------------*
000160 01  APRV-RECORD.
000170     05  APRV-ACTION               PIC X(01).
000180         88  APRV-ACTION-APPROVE       VALUE "A".
000190         88  APRV-ACTION-REJECT        VALUE "R".
000200     05  APRV-PEND-NUMBER          PIC 9(06).
000210     05  APRV-OPERATOR-ID          PIC X(08).
000220     05  APRV-REASON               PIC X(30).
