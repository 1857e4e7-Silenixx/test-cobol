000156*                   SAME LAYOUT, SO A BACK-DATED DISPUTE IS
000157*                   STILL ANSWERABLE. THE SAME HISTCONV
000158*                   CUTOVER RUN LOADS THE KEYED FILE.
000159*  2026-10-15 LGL   REVERSALS. HIST-REV-FLAG MARKS A POSTING
000160*                   MADE BY A REVERSAL ORDER ("R") AND THE
000161*                   ORIGINAL POSTING IT UNDID ("X"); EACH OF
000162*                   THE PAIR CARRIES THE OTHER'S POSTING DATE
000163*                   AND SEQUENCE IN HIST-REV-LINK (SAME
000164*                   ACCOUNT, SO THE TWO MAKE THE OTHER'S FULL
000165*                   HIST-KEY). BLANK AND ZERO ON EVERY OTHER
000166*                   POSTING. A GROWTH FILLER IS ADDED WITH
000167*                   THEM; THE LIVE JOURNAL AND THE ARCHIVE
000168*                   ARE REWRITTEN INTO THIS LAYOUT BY THE
000169*                   ONE-TIME HISTCNV2 RUN AT CUTOVER.
000170*  2026-10-15 LGL   HIST-ORIGIN ADDED, CARVED FROM THE GROWTH
000171*                   FILLER (RECORD LENGTH UNCHANGED): WHAT
000172*                   RAISED THE MOVEMENT - INTEREST, FEE,
000173*                   STANDING ORDER, TRANSFER OR BRANCH ENTRY
000174*                   - SO INTEREST AND FEES CAN BE REPORTED
000175*                   APART FROM OTHER MOVEMENTS. A REVERSAL
000176*                   CARRIES THE ORIGIN OF THE POSTING IT
000177*                   UNDID. BLANK ON POSTINGS MADE BEFORE THE
000178*                   FIELD EXISTED.
000179*  2026-10-15 LGL   ORIGINS "C" (A CREDIT OR DIRECT DEBIT
000180*                   RECEIVED THROUGH THE INBOUND CLEARING
000181*                   FILE) AND "P" (THE DEBIT FOR A PAYMENT
000182*                   SENT TO ANOTHER BANK ON THE OUTBOUND
000183*                   CLEARING FILE) ADDED.
000184*  2026-10-15 LGL   HIST-BATCH-NUMBER ADDED, CARVED FROM THE
000185*                   GROWTH FILLER: THE BATCH THAT POSTED THE
000186*                   ENTRY, SO A CLOSURE SETTLEMENT (ACCTCLS,
000187*                   BATCHES ABOVE 900000) CAN BE TOLD FROM
000188*                   MONTH-END INTEREST AND FEES. BLANK ON
000189*                   ENTRIES POSTED BEFORE THE FIELD EXISTED.
000190*----------------------------------------------------------*
000191 01  HIST-RECORD.
000192     05  HIST-KEY.
000193         10  HIST-ACCT-NUMBER      PIC 9(06).
000195         10  HIST-POST-DATE        PIC 9(08).
000196         10  HIST-POST-SEQ         PIC 9(04).
000197     05  HIST-TRAN-TYPE            PIC X(01).
000198         88  HIST-TYPE-DEBIT           VALUE "D".
000200         88  HIST-TYPE-CREDIT          VALUE "C".
000210     05  HIST-AMOUNT               PIC 9(7)V99.
000220     05  HIST-BALANCE-BEFORE       PIC S9(7)V99.
000230     05  HIST-BALANCE-AFTER        PIC S9(7)V99.
000240     05  HIST-XFER-ACCT            PIC 9(06).
000250     05  HIST-REV-FLAG             PIC X(01).
000260         88  HIST-REV-NONE             VALUE SPACE.
000270         88  HIST-REV-IS-REVERSAL      VALUE "R".
000280         88  HIST-REV-IS-REVERSED      VALUE "X".
000290     05  HIST-REV-LINK.
000300         10  HIST-REV-LINK-DATE    PIC 9(08).
000310         10  HIST-REV-LINK-SEQ     PIC 9(04).
000320     05  HIST-ORIGIN               PIC X(01).
000330         88  HIST-ORIGIN-INTEREST      VALUE "I".
000340         88  HIST-ORIGIN-FEE           VALUE "F".
000350         88  HIST-ORIGIN-STANDING-ORDER VALUE "S".
000360         88  HIST-ORIGIN-TRANSFER      VALUE "T".
000370         88  HIST-ORIGIN-BRANCH        VALUE "B".
000380         88  HIST-ORIGIN-CLEARING      VALUE "C".
000390         88  HIST-ORIGIN-PAYMENT       VALUE "P".
000400         88  HIST-ORIGIN-UNKNOWN       VALUE SPACE.
000410     05  HIST-BATCH-NUMBER         PIC 9(06).
000420     05  FILLER                    PIC X(05).
