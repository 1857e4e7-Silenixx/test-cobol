000010
000020*----------------------------------------------------------*
000030*  DUALREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - THE DUAL-CONTROL
000090*                   PARAMETER RECORD (DUALPARM) READ BY ACCTMNT,
000100*                   SUSPMNT AND HOLDMNT. AN OVERDRAFT LIMIT
000110*                   ABOVE DUAL-LIMIT-THRESHOLD, EVERY SUSPENSE
000120*                   WRITE-OFF AND EVERY RELEASE OF A HOLD
000130*                   BEFORE ITS EXPIRY GO TO THE PENDING
000140*                   APPROVAL FILE (SEE PENDREC) INSTEAD OF
000150*                   BEING APPLIED. THE LEVEL FIELDS ARE THE
000160*                   LOWEST OPERATOR AUTHORITY LEVEL (SEE
000170*                   OPERREC) ALLOWED TO APPROVE EACH KIND OF
000180*                   ORDER. KEPT AS A PARAMETER FILE, LIKE
000190*                   RATEREC AND FEEREC, SO A CHANGE OF POLICY
000200*                   IS A DATA CHANGE AND NOT A PROGRAM CHANGE.
000210*----------------------------------------------------------*
000220 01  DUAL-RECORD.
000230     05  DUAL-LIMIT-THRESHOLD      PIC 9(7)V99.
000240     05  DUAL-LIMIT-LEVEL          PIC 9(01).
000250     05  DUAL-WRITE-OFF-LEVEL      PIC 9(01).
000260     05  DUAL-RELEASE-LEVEL        PIC 9(01).
