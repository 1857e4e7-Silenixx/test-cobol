000010
000020*----------------------------------------------------------*
000030*  CLROREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE RECORD OF THE
000090*                   OUTBOUND CLEARING FILE (CLROUT) WRITTEN
000100*                   BY POSTTRAN FOR EVERY PAYMENT TO ANOTHER
000110*                   BANK (TRAN-TYPE "X") IT HAS DEBITED. ONE
000120*                   H/D/T BLOCK PER POSTED TRANSACTION BATCH
000130*                   THAT CARRIED PAYMENTS: AN "H" HEADER
000140*                   (DATE WRITTEN AND THE TRANSACTION BATCH
000150*                   NUMBER), ONE "D" DETAIL PER PAYMENT, AND
000160*                   A "T" TRAILER (DETAIL COUNT AND AMOUNT
000170*                   TOTAL) SO THE CLEARING HOUSE CAN REFUSE
000180*                   A TRUNCATED BLOCK. EACH DETAIL CARRIES
000190*                   THE HIST-KEY OF THE DEBIT IT WAS PAID
000200*                   FROM, SO CLRRECN CAN TIE WHAT WAS SENT
000210*                   BACK TO WHAT WAS POSTED. THE FILE IS
000220*                   EXTENDED THROUGH THE DAY AND TAKEN AWAY
000230*                   BY THE CLEARING SUBMISSION.
000240*----------------------------------------------------------*
000250 01  CLRO-RECORD.
000260     05  CLRO-REC-TYPE             PIC X(01).
000270         88  CLRO-REC-HEADER           VALUE "H".
000280         88  CLRO-REC-DETAIL           VALUE "D".
000290         88  CLRO-REC-TRAILER          VALUE "T".
000300     05  CLRO-DETAIL.
000310         10  CLRO-DEBIT-KEY.
000320             15  CLRO-ACCT-NUMBER  PIC 9(06).
000330             15  CLRO-POST-DATE    PIC 9(08).
000340             15  CLRO-POST-SEQ     PIC 9(04).
000350         10  CLRO-AMOUNT           PIC 9(7)V99.
000360         10  CLRO-ORDERING-NAME    PIC X(30).
000370         10  CLRO-PAYEE-BANK       PIC X(11).
000380         10  CLRO-PAYEE-ACCOUNT    PIC X(34).
000390         10  CLRO-PAYEE-NAME       PIC X(30).
000400         10  CLRO-REFERENCE        PIC X(16).
000410         10  FILLER                PIC X(11).
000420     05  CLRO-HEADER REDEFINES CLRO-DETAIL.
000430         10  CLRO-HDR-CREATED-DATE PIC 9(08).
000440         10  CLRO-HDR-BATCH-NUMBER PIC 9(06).
000450         10  FILLER                PIC X(145).
000460     05  CLRO-TRAILER REDEFINES CLRO-DETAIL.
000470         10  CLRO-TRL-RECORD-COUNT PIC 9(06).
000480         10  CLRO-TRL-AMOUNT-TOTAL PIC 9(11)V99.
000490         10  FILLER                PIC X(140).
