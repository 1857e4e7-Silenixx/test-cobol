000192*                   AT ALL IN POSTTRAN. THE SINGLE KEYED
000193*                   AMOUNT HASHES INTO THE TRAILER'S DEBIT
000194*                   TOTAL, LIKE ANY OTHER NON-CREDIT DETAIL.
000195*  2026-10-15 LGL   REVERSALS. TRAN-TYPE "R" UNDOES ONE
000196*                   POSTING ALREADY ON THE HISTORY JOURNAL,
000197*                   NAMED BY ITS HIST-KEY: TRAN-ACCOUNT-
000198*                   NUMBER PLUS TRAN-ORIG-DATE AND
000199*                   TRAN-ORIG-SEQ, WHICH SHARE THE
000200*                   TRANSFER TAIL OF THE DETAIL (RECORD
000201*                   LENGTH UNCHANGED). TRAN-AMOUNT MUST BE
000202*                   THE ORIGINAL AMOUNT; POSTTRAN POSTS THE
000203*                   OPPOSITE OF THE ORIGINAL. THE AMOUNT
000204*                   HASHES INTO THE TRAILER'S DEBIT TOTAL,
000205*                   LIKE ANY OTHER NON-CREDIT DETAIL.
000206*  2026-10-15 LGL   TRAN-ORIGIN ADDED TO THE DETAIL, TAKEN
000207*                   FROM THE LAST BYTE OF THE TAIL FILLER
000208*                   (RECORD LENGTH UNCHANGED): "I" ON
000209*                   INTACCR'S INTEREST, "F" ON FEECHG'S
000210*                   CHARGES, "S" ON SORDGEN'S STANDING
000211*                   ORDERS. BLANK ON EVERYTHING KEYED AT THE
000212*                   BRANCH. POSTTRAN CARRIES IT ONTO
000213*                   HIST-ORIGIN.
000214*  2026-10-15 LGL   CLEARING. TRAN-TYPE "X" IS A PAYMENT TO A
000215*                   PAYEE AT ANOTHER BANK: TRAN-ACCOUNT-
000216*                   NUMBER IS DEBITED AND POSTTRAN PUTS THE
000217*                   PAYMENT ON THE OUTBOUND CLEARING FILE
000218*                   (SEE CLROREC). THE PAYEE'S BANK, ACCOUNT
000219*                   AND NAME AND THE REMITTANCE REFERENCE GO
000220*                   IN THE NEW COUNTERPARTY FIELDS, WHICH ON
000221*                   AN ITEM BROUGHT IN BY CLRIMP FROM THE
000222*                   INBOUND CLEARING FILE HOLD THE ORDERING
000223*                   PARTY AND THE CLEARING HOUSE'S REFERENCE
000224*                   INSTEAD (TRAN-ORIGIN "C"). THE RECORD
000225*                   GROWS FROM 33 TO 128 BYTES, HEADER AND
000226*                   TRAILER FILLERS WIDENED TO MATCH; EVERY
000227*                   PROGRAM THAT WRITES A TRANSACTION BATCH
000228*                   IS RECOMPILED WITH IT. THE "X" AMOUNT
000229*                   HASHES INTO THE TRAILER'S DEBIT TOTAL,
000230*                   LIKE ANY OTHER NON-CREDIT DETAIL.
000231*----------------------------------------------------------*
000232 01  TRAN-RECORD.
000234     05  TRAN-REC-TYPE             PIC X(01).
000235         88  TRAN-REC-HEADER           VALUE "H".
000237         88  TRAN-REC-DETAIL           VALUE "D".
000238         88  TRAN-REC-TRAILER          VALUE "T".
000240     05  TRAN-DETAIL.
000250         10  TRAN-ACCOUNT-NUMBER   PIC 9(06).
000260         10  TRAN-TYPE             PIC X(01).
000270             88  TRAN-TYPE-DEBIT       VALUE "D".
000280             88  TRAN-TYPE-CREDIT      VALUE "C".
000282             88  TRAN-TYPE-TRANSFER    VALUE "T".
000286             88  TRAN-TYPE-REVERSAL    VALUE "R".
000287             88  TRAN-TYPE-PAYMENT     VALUE "X".
000290         10  TRAN-AMOUNT           PIC 9(7)V99.
000292         10  TRAN-AUTH-CODE        PIC X(01).
000294             88  TRAN-AUTHORIZED       VALUE "Y".
000296         10  TRAN-XFER-TAIL.
000300             15  TRAN-TO-ACCOUNT   PIC 9(06).
000301             15  FILLER            PIC X(08).
000302         10  TRAN-REVERSAL-TAIL REDEFINES TRAN-XFER-TAIL.
000303             15  TRAN-ORIG-DATE    PIC 9(08).
000304             15  TRAN-ORIG-SEQ     PIC 9(04).
000305             15  FILLER            PIC X(02).
000306         10  TRAN-ORIGIN           PIC X(01).
000307             88  TRAN-ORIGIN-INTEREST  VALUE "I".
000308             88  TRAN-ORIGIN-FEE       VALUE "F".
000309             88  TRAN-ORIGIN-STANDING-ORDER VALUE "S".
000310             88  TRAN-ORIGIN-CLEARING  VALUE "C".
000311             88  TRAN-ORIGIN-BRANCH    VALUE SPACE.
000312         10  TRAN-COUNTERPARTY.
000313             15  TRAN-CPTY-BANK    PIC X(11).
000314             15  TRAN-CPTY-ACCOUNT PIC X(34).
000315             15  TRAN-CPTY-NAME    PIC X(30).
000316             15  TRAN-CLEARING-REF PIC X(16).
000317         10  FILLER                PIC X(04).
000318     05  TRAN-HEADER REDEFINES TRAN-DETAIL.
000320         10  TRAN-BATCH-DATE       PIC 9(08).
000330         10  TRAN-BATCH-NUMBER     PIC 9(06).
000340         10  FILLER                PIC X(113).
000350     05  TRAN-TRAILER REDEFINES TRAN-DETAIL.
000360         10  TRAN-TRL-RECORD-COUNT PIC 9(06).
000370         10  TRAN-TRL-DEBIT-TOTAL  PIC 9(11)V99.
000380         10  TRAN-TRL-CREDIT-TOTAL PIC 9(11)V99.
000390         10  FILLER                PIC X(95).
