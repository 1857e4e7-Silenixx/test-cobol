000010
000020*----------------------------------------------------------*
000030*  CASEREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE COMPLIANCE CASE ON
000090*                   THE CASE FILE (CASEFILE), KEYED BY CASE
000100*                   NUMBER WITH THE CUSTOMER AS A NON-UNIQUE
000110*                   ALTERNATE KEY. TXNMON RAISES THE CASES:
000120*                   "L" LARGE VALUE IS ONE POSTING ABOVE THE
000130*                   SINGLE THRESHOLD, "S" STRUCTURING IS A RUN
000140*                   OF SMALLER POSTINGS ON ONE CUSTOMER WHOSE
000150*                   TOTAL OVER THE ROLLING WINDOW WENT ABOVE
000160*                   THE ROLLING THRESHOLD. CASE-HIST-KEY IS
000170*                   THE POSTING THAT RAISED THE CASE (FOR "S"
000180*                   THE ONE THAT TOOK THE WINDOW OVER) AND THE
000190*                   WINDOW DATES, COUNT AND AMOUNT DESCRIBE
000200*                   WHAT WAS FLAGGED. A CASE IS RAISED "O"
000210*                   OPEN; COMPLIANCE RECORDS THE OUTCOME
000220*                   THROUGH CASEMNT ("I" UNDER INVESTIGATION,
000230*                   "R" REPORTED TO THE AUTHORITY, "C" CLOSED
000240*                   WITHOUT ACTION).
000250*----------------------------------------------------------*
000260 01  CASE-RECORD.
000270     05  CASE-NUMBER               PIC 9(06).
000280     05  CASE-TYPE                 PIC X(01).
000290         88  CASE-TYPE-LARGE           VALUE "L".
000300         88  CASE-TYPE-STRUCTURING     VALUE "S".
000310     05  CASE-CUST-NUMBER          PIC 9(06).
000320     05  CASE-HIST-KEY.
000330         10  CASE-HIST-ACCT        PIC 9(06).
000340         10  CASE-HIST-DATE        PIC 9(08).
000350         10  CASE-HIST-SEQ         PIC 9(04).
000360     05  CASE-WINDOW-FROM          PIC 9(08).
000370     05  CASE-WINDOW-TO            PIC 9(08).
000380     05  CASE-POSTING-COUNT        PIC 9(04).
000390     05  CASE-AMOUNT               PIC 9(9)V99.
000400     05  CASE-STATUS               PIC X(01).
000410         88  CASE-STATUS-OPEN          VALUE "O".
000420         88  CASE-STATUS-INVESTIGATING VALUE "I".
000430         88  CASE-STATUS-REPORTED      VALUE "R".
000440         88  CASE-STATUS-CLOSED        VALUE "C".
000450     05  CASE-RAISED-DATE          PIC 9(08).
000460     05  CASE-STATUS-DATE          PIC 9(08).
000470     05  CASE-OPERATOR-ID          PIC X(08).
000480     05  CASE-OUTCOME              PIC X(30).
000490     05  FILLER                    PIC X(20).
