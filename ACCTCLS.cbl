000010
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID. ACCTCLS.
000040 AUTHOR. Lukas.
000050 INSTALLATION. RETAIL-BANKING-BATCH.
000060 DATE-WRITTEN. 2026-10-15.
000070 DATE-COMPILED.
000080*----------------------------------------------------------*
000090*  MODIFICATION HISTORY
000100*----------------------------------------------------------*
000110*  DATE       INIT  DESCRIPTION
000120*  2026-10-15 LGL   ORIGINAL PROGRAM - ACCOUNT CLOSURE
000130*                   SETTLEMENT. ACCTMNT WILL ONLY CLOSE AN
000140*                   ACCOUNT ALREADY AT ZERO; THIS RUN SETTLES
000150*                   AND CLOSES ONE FROM A BATCH OF CLOSURE
000160*                   ORDERS (CLSORDS, SEE CLSOREC), EACH NAMING
000170*                   THE ACCOUNT AND WHERE ITS REMAINING FUNDS
000180*                   GO - ANOTHER OF OUR ACCOUNTS OR A PAYEE
000190*                   AT ANOTHER BANK. FOR AN ACTIVE ACCOUNT IT
000200*                   CREDITS PART-MONTH INTEREST AT THE
000210*                   ACCOUNT'S RATE (PRODUCT OR RATE FILE, AS
000220*                   INTACCR) PRO RATA TO THE CLOSURE DATE, AND
000230*                   CHARGES THE FEES DUE FOR THE MONTH SO FAR
000240*                   (PRODUCT OR FEE FILE, AS FEECHG), NEVER
000250*                   MORE THAN THE FUNDS LEFT. NEITHER IS DUE
000260*                   ONCE THE MONTH'S OWN INTACCR OR FEECHG
000270*                   BATCH HAS POSTED, AND THE ORDER IS
000280*                   REFUSED WHILE LAST MONTH'S HAVE NOT. THE
000290*                   INTEREST, THE FEE AND THE FINAL BALANCE
000300*                   (AS A TRANSFER OR AN OUTBOUND PAYMENT) ARE
000310*                   WRITTEN AS ONE SETTLEMENT BATCH ON
000320*                   TRANFILE, NUMBERED FROM 900001 UP, AND
000330*                   POSTED BY CALLING POSTTRAN, SO EVERY
000340*                   MOVEMENT IS JOURNALLED WITH ALL ITS
000350*                   CHECKS; TRANFILE IS NEVER OVERWRITTEN
000360*                   WHILE IT HOLDS ANOTHER BATCH THAT HAS
000370*                   NOT POSTED. AN ACCOUNT THE POSTING LEFT AT
000380*                   ZERO THEN HAS ITS ACTIVE STANDING ORDERS
000390*                   CANCELLED, ITS OPEN HOLDS RELEASED AND IS
000400*                   CLOSED, AND A CLOSING STATEMENT FOR THE
000410*                   MONTH IS PRINTED TO THE PRIMARY HOLDER'S
000420*                   ADDRESS (CLSSTMT). A CLOSURE THAT WOULD
000430*                   RELEASE A HOLD STILL IN FORCE WAITS FOR A
000440*                   SECOND OPERATOR ON THE PENDING APPROVAL
000450*                   FILE, AS A HOLDMNT RELEASE DOES, AND IS
000460*                   TAKEN UP BY THE NEXT RUN ONCE APPROVED.
000470*                   A CLOSURE RETRIED AFTER ITS FINAL MOVEMENT
000480*                   WAS REJECTED IS NOT PAID INTEREST OR
000490*                   CHARGED FEES A SECOND TIME: THE JOURNAL'S
000500*                   BATCH NUMBER SHOWS WHAT THE EARLIER
000510*                   SETTLEMENT POSTED. OVERDRAWN ACCOUNTS ARE
000520*                   REFUSED. RUN AFTER THE NIGHT'S REPORTS ARE
000530*                   PRINTED: POSTTRAN REWRITES ITS EXCEPTION
000540*                   REPORT.
000550*----------------------------------------------------------*
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS ACCT-NUMBER
000640         FILE STATUS IS WS-ACCT-FILE-STATUS.
000650
000660     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CUST-NUMBER
000700         ALTERNATE RECORD KEY IS CUST-NAME
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-CUST-FILE-STATUS.
000730
000740     SELECT HOLDS-FILE ASSIGN TO "HOLDFILE"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HOLD-NUMBER
000780         FILE STATUS IS WS-HOLD-FILE-STATUS.
000790
000800     SELECT STANDING-ORDERS ASSIGN TO "SORDFILE"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SORD-ORDER-NUMBER
000840         FILE STATUS IS WS-SORD-FILE-STATUS.
000850
000860     SELECT HISTORY-JOURNAL ASSIGN TO "HISTJRNL"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS HIST-KEY
000900         FILE STATUS IS WS-HIST-FILE-STATUS.
000910
000920     SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PROD-CODE
000960         FILE STATUS IS WS-PROD-FILE-STATUS.
000970
000980     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS OPER-ID
001020         FILE STATUS IS WS-OPER-FILE-STATUS.
001030
001040     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS PEND-NUMBER
001080         FILE STATUS IS WS-PEND-FILE-STATUS.
001090
001100     SELECT DUAL-PARM-FILE ASSIGN TO "DUALPARM"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-DUAL-FILE-STATUS.
001130
001140     SELECT RATE-FILE ASSIGN TO "RATEFILE"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-RATE-FILE-STATUS.
001170
001180     SELECT FEE-FILE ASSIGN TO "FEEFILE"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS WS-FEE-FILE-STATUS.
001210
001220     SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-BREG-FILE-STATUS.
001250
001260     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS WS-TRAN-FILE-STATUS.
001290
001300     SELECT ORDER-FILE ASSIGN TO "CLSORDS"
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-ORD-FILE-STATUS.
001330
001340     SELECT CLOSURE-REPORT ASSIGN TO "CLSRPT"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-RPT-FILE-STATUS.
001370
001380     SELECT CLOSING-STATEMENT ASSIGN TO "CLSSTMT"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-STMT-FILE-STATUS.
001410
001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  ACCOUNT-MASTER
001450     LABEL RECORDS ARE STANDARD.
001460     COPY ACCTREC.
001470
001480 FD  CUSTOMER-MASTER
001490     LABEL RECORDS ARE STANDARD.
001500     COPY CUSTREC.
001510
001520 FD  HOLDS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540     COPY HOLDREC.
001550
001560 FD  STANDING-ORDERS
001570     LABEL RECORDS ARE STANDARD.
001580     COPY SORDREC.
001590
001600 FD  HISTORY-JOURNAL
001610     LABEL RECORDS ARE STANDARD.
001620     COPY HISTREC.
001630
001640 FD  PRODUCT-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY PRODREC.
001670
001680 FD  OPERATOR-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY OPERREC.
001710
001720 FD  PENDING-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY PENDREC.
001750
001760 FD  DUAL-PARM-FILE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY DUALREC.
001790
001800 FD  RATE-FILE
001810     LABEL RECORDS ARE STANDARD.
001820     COPY RATEREC.
001830
001840 FD  FEE-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY FEEREC.
001870
001880 FD  BATCH-REGISTER
001890     LABEL RECORDS ARE STANDARD.
001900     COPY BREGREC.
001910
001920 FD  TRANSACTION-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY TRANREC.
001950
001960 FD  ORDER-FILE
001970     LABEL RECORDS ARE STANDARD.
001980     COPY CLSOREC.
001990
002000 FD  CLOSURE-REPORT
002010     LABEL RECORDS ARE STANDARD.
002020 01  RPT-RECORD.
002030     05  RPT-ACCT-NUMBER               PIC 9(06).
002040     05  FILLER                        PIC X(02) VALUE SPACES.
002050     05  RPT-DEST-TYPE                 PIC X(01).
002060     05  FILLER                        PIC X(02) VALUE SPACES.
002070     05  RPT-DESTINATION               PIC X(20).
002080     05  FILLER                        PIC X(02) VALUE SPACES.
002090     05  RPT-INTEREST                  PIC Z(6)9.99.
002100     05  FILLER                        PIC X(02) VALUE SPACES.
002110     05  RPT-FEES                      PIC Z(6)9.99.
002120     05  FILLER                        PIC X(02) VALUE SPACES.
002130     05  RPT-AMOUNT                    PIC Z(6)9.99.
002140     05  FILLER                        PIC X(02) VALUE SPACES.
002150     05  RPT-DISPOSITION               PIC X(08).
002160     05  FILLER                        PIC X(02) VALUE SPACES.
002170     05  RPT-REASON                    PIC X(30).
002180     05  FILLER                        PIC X(02) VALUE SPACES.
002190     05  RPT-MAKER-ID                  PIC X(08).
002200     05  FILLER                        PIC X(02) VALUE SPACES.
002210     05  RPT-CHECKER-ID                PIC X(08).
002220
002230 FD  CLOSING-STATEMENT
002240     LABEL RECORDS ARE STANDARD.
002250 01  STMT-LINE                     PIC X(80).
002260
002270 WORKING-STORAGE SECTION.
002280 77  WS-ACCT-FILE-STATUS           PIC X(02).
002290     88  WS-ACCT-FILE-OK               VALUE "00".
002300
002310 77  WS-CUST-FILE-STATUS           PIC X(02).
002320     88  WS-CUST-FILE-OK               VALUE "00".
002330
002340 77  WS-HOLD-FILE-STATUS           PIC X(02).
002350     88  WS-HOLD-FILE-OK               VALUE "00".
002360     88  WS-HOLD-FILE-NOT-FOUND        VALUE "35".
002370
002380 77  WS-SORD-FILE-STATUS           PIC X(02).
002390     88  WS-SORD-FILE-OK               VALUE "00".
002400     88  WS-SORD-FILE-NOT-FOUND        VALUE "35".
002410
002420 77  WS-HIST-FILE-STATUS           PIC X(02).
002430     88  WS-HIST-FILE-OK               VALUE "00".
002440     88  WS-HIST-FILE-NOT-FOUND        VALUE "35".
002450
002460 77  WS-PROD-FILE-STATUS           PIC X(02).
002470     88  WS-PROD-FILE-OK               VALUE "00".
002480     88  WS-PROD-FILE-NOT-FOUND        VALUE "35".
002490
002500 77  WS-OPER-FILE-STATUS           PIC X(02).
002510     88  WS-OPER-FILE-OK               VALUE "00".
002520
002530 77  WS-PEND-FILE-STATUS           PIC X(02).
002540     88  WS-PEND-FILE-OK               VALUE "00".
002550     88  WS-PEND-FILE-NOT-FOUND        VALUE "35".
002560
002570 77  WS-DUAL-FILE-STATUS           PIC X(02).
002580     88  WS-DUAL-FILE-OK               VALUE "00".
002590
002600 77  WS-RATE-FILE-STATUS           PIC X(02).
002610     88  WS-RATE-FILE-OK               VALUE "00".
002620
002630 77  WS-FEE-FILE-STATUS            PIC X(02).
002640     88  WS-FEE-FILE-OK                VALUE "00".
002650
002660 77  WS-BREG-FILE-STATUS           PIC X(02).
002670     88  WS-BREG-FILE-OK               VALUE "00".
002680     88  WS-BREG-FILE-NOT-FOUND        VALUE "35".
002690
002700 77  WS-TRAN-FILE-STATUS           PIC X(02).
002710     88  WS-TRAN-FILE-OK               VALUE "00".
002720     88  WS-TRAN-FILE-NOT-FOUND        VALUE "35".
002730
002740 77  WS-ORD-FILE-STATUS            PIC X(02).
002750     88  WS-ORD-FILE-OK                VALUE "00".
002760
002770 77  WS-RPT-FILE-STATUS            PIC X(02).
002780     88  WS-RPT-FILE-OK                VALUE "00".
002790
002800 77  WS-STMT-FILE-STATUS           PIC X(02).
002810     88  WS-STMT-FILE-OK               VALUE "00".
002820
002830 77  WS-ACCT-FILE-OPEN-SW          PIC X(01) VALUE "N".
002840     88  ACCT-FILE-IS-OPEN             VALUE "Y".
002850
002860 77  WS-CUST-FILE-OPEN-SW          PIC X(01) VALUE "N".
002870     88  CUST-FILE-IS-OPEN             VALUE "Y".
002880
002890 77  WS-HOLD-FILE-OPEN-SW          PIC X(01) VALUE "N".
002900     88  HOLD-FILE-IS-OPEN             VALUE "Y".
002910
002920 77  WS-SORD-FILE-OPEN-SW          PIC X(01) VALUE "N".
002930     88  SORD-FILE-IS-OPEN             VALUE "Y".
002940
002950 77  WS-HIST-FILE-OPEN-SW          PIC X(01) VALUE "N".
002960     88  HIST-FILE-IS-OPEN             VALUE "Y".
002970
002980 77  WS-PROD-FILE-OPEN-SW          PIC X(01) VALUE "N".
002990     88  PROD-FILE-IS-OPEN             VALUE "Y".
003000
003010 77  WS-OPER-FILE-OPEN-SW          PIC X(01) VALUE "N".
003020     88  OPER-FILE-IS-OPEN             VALUE "Y".
003030
003040 77  WS-PEND-FILE-OPEN-SW          PIC X(01) VALUE "N".
003050     88  PEND-FILE-IS-OPEN             VALUE "Y".
003060
003070 77  WS-ORD-FILE-OPEN-SW           PIC X(01) VALUE "N".
003080     88  ORD-FILE-IS-OPEN              VALUE "Y".
003090
003100 77  WS-RPT-FILE-OPEN-SW           PIC X(01) VALUE "N".
003110     88  RPT-FILE-IS-OPEN              VALUE "Y".
003120
003130 77  WS-STMT-FILE-OPEN-SW          PIC X(01) VALUE "N".
003140     88  STMT-FILE-IS-OPEN             VALUE "Y".
003150
003160 77  WS-ORD-EOF-SW                 PIC X(01) VALUE "N".
003170     88  ORD-EOF                       VALUE "Y".
003180
003190 77  WS-PEND-EOF-SW                PIC X(01) VALUE "N".
003200     88  PEND-EOF                      VALUE "Y".
003210
003220 77  WS-BREG-EOF-SW                PIC X(01) VALUE "N".
003230     88  BREG-EOF                      VALUE "Y".
003240
003250 77  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
003260     88  HIST-EOF                      VALUE "Y".
003270
003280 77  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
003290     88  HOLD-EOF                      VALUE "Y".
003300
003310 77  WS-SORD-EOF-SW                PIC X(01) VALUE "N".
003320     88  SORD-EOF                      VALUE "Y".
003330
003340 77  WS-RUN-OK-SW                  PIC X(01) VALUE "Y".
003350     88  RUN-IS-OK                     VALUE "Y".
003360
003370 77  WS-OPERATOR-OK-SW             PIC X(01) VALUE "N".
003380     88  OPERATOR-IS-VALID             VALUE "Y".
003390
003400 77  WS-APPLYING-SW                PIC X(01) VALUE "N".
003410     88  APPLYING-APPROVED             VALUE "Y".
003420
003430 77  WS-TARIFF-FOUND-SW            PIC X(01) VALUE "N".
003440     88  TARIFF-WAS-FOUND              VALUE "Y".
003450
003460 77  WS-HOLD-IN-FORCE-SW           PIC X(01) VALUE "N".
003470     88  HOLD-IS-IN-FORCE              VALUE "Y".
003480
003490 77  WS-STAGE-SW                   PIC X(01) VALUE "Y".
003500     88  STAGE-IS-OK                   VALUE "Y".
003510
003520 77  WS-BATCH-POSTED-SW            PIC X(01) VALUE "N".
003530     88  BATCH-IS-POSTED               VALUE "Y".
003540
003550*    MONTH-END BATCHES FOUND ON THE BATCH REGISTER
003560 77  WS-INT-DUE-SW                 PIC X(01) VALUE "Y".
003570     88  INTEREST-IS-DUE               VALUE "Y".
003580
003590 77  WS-FEE-DUE-SW                 PIC X(01) VALUE "Y".
003600     88  FEES-ARE-DUE                  VALUE "Y".
003610
003620 77  WS-PRIOR-INT-SW               PIC X(01) VALUE "N".
003630     88  PRIOR-INTEREST-POSTED         VALUE "Y".
003640
003650 77  WS-PRIOR-FEE-SW               PIC X(01) VALUE "N".
003660     88  PRIOR-FEES-POSTED             VALUE "Y".
003670
003680 77  WS-LEAP-SW                    PIC X(01) VALUE "N".
003690     88  YEAR-IS-LEAP                  VALUE "Y".
003700
003710*    INTEREST AND FEES AN EARLIER SETTLEMENT OF THE ACCOUNT
003720*    ALREADY POSTED THIS MONTH
003730 77  WS-CLS-INT-PAID-SW            PIC X(01) VALUE "N".
003740     88  CLOSURE-INTEREST-PAID         VALUE "Y".
003750
003760 77  WS-CLS-FEE-PAID-SW            PIC X(01) VALUE "N".
003770     88  CLOSURE-FEES-CHARGED          VALUE "Y".
003780
003790 01  WS-TODAY-GROUP.
003800     05  WS-TODAY                  PIC 9(08).
003810     05  WS-TODAY-R REDEFINES WS-TODAY.
003820         10  WS-TODAY-YYYYMM            PIC 9(06).
003830         10  WS-TODAY-DD                PIC 9(02).
003840     05  WS-TODAY-R2 REDEFINES WS-TODAY.
003850         10  WS-TODAY-YYYY              PIC 9(04).
003860         10  WS-TODAY-MM                PIC 9(02).
003870         10  FILLER                     PIC 9(02).
003880
003890 01  WS-PRIOR-MONTH-GROUP.
003900     05  WS-PRIOR-YYYYMM           PIC 9(06).
003910     05  WS-PRIOR-YYYYMM-R REDEFINES WS-PRIOR-YYYYMM.
003920         10  WS-PRIOR-YYYY              PIC 9(04).
003930         10  WS-PRIOR-MM                PIC 9(02).
003940
003950 01  WS-HIST-DATE-GROUP.
003960     05  WS-HIST-DATE              PIC 9(08).
003970     05  WS-HIST-DATE-R REDEFINES WS-HIST-DATE.
003980         10  WS-HIST-YYYYMM             PIC 9(06).
003990         10  WS-HIST-DD                 PIC 9(02).
004000
004010 01  WS-DIM-AREA.
004020     05  FILLER                    PIC X(24)
004030         VALUE "312831303130313130313031".
004040 01  WS-DIM-R REDEFINES WS-DIM-AREA.
004050     05  WS-DIM OCCURS 12 TIMES    PIC 9(02).
004060
004070 77  WS-MONTH-LENGTH               PIC 9(02) COMP VALUE ZERO.
004080 77  WS-LEAP-QUOT                  PIC 9(04) COMP VALUE ZERO.
004090 77  WS-LEAP-REM                   PIC 9(04) COMP VALUE ZERO.
004100
004110*    BATCH NUMBERS LOOKED FOR ON THE BATCH REGISTER. THE
004120*    MONTH'S INTACCR BATCH IS ITS YYYYMM AND ITS FEECHG BATCH
004130*    500000 ABOVE THAT; CLOSURE BATCHES RUN FROM 900001 UP.
004140 77  WS-INT-BATCH                  PIC 9(06) VALUE ZERO.
004150 77  WS-FEE-BATCH                  PIC 9(06) VALUE ZERO.
004160 77  WS-PRIOR-INT-BATCH            PIC 9(06) VALUE ZERO.
004170 77  WS-PRIOR-FEE-BATCH            PIC 9(06) VALUE ZERO.
004180 77  WS-FEE-BATCH-BASE             PIC 9(06) VALUE 500000.
004190 77  WS-CLOSURE-BATCH-BASE         PIC 9(06) VALUE 900000.
004200 77  WS-HIGH-CLOSURE-BATCH         PIC 9(06) VALUE ZERO.
004210 77  WS-BATCH-NUMBER               PIC 9(06) VALUE ZERO.
004220 77  WS-TRAN-BATCH                 PIC 9(06) VALUE ZERO.
004230
004240*    TARIFF OF THE ACCOUNT BEING SETTLED
004250 77  WS-CREDIT-RATE                PIC 9V9(4) VALUE ZERO.
004260 77  WS-MAINT-FEE                  PIC 9(5)V99 VALUE ZERO.
004270 77  WS-PER-DEBIT-FEE              PIC 9(5)V99 VALUE ZERO.
004280 77  WS-MIN-BALANCE                PIC 9(7)V99 VALUE ZERO.
004290 77  WS-ACCT-CREDIT-RATE           PIC 9V9(4) VALUE ZERO.
004300 77  WS-ACCT-MAINT-FEE             PIC 9(5)V99 VALUE ZERO.
004310 77  WS-ACCT-PER-DEBIT-FEE         PIC 9(5)V99 VALUE ZERO.
004320 77  WS-ACCT-MIN-BALANCE           PIC 9(7)V99 VALUE ZERO.
004330
004340 77  WS-MONTH-DEBIT-COUNT          PIC 9(05) COMP VALUE ZERO.
004350 77  WS-INTEREST-AMOUNT            PIC 9(7)V99 VALUE ZERO.
004360 77  WS-FEE-AMOUNT                 PIC 9(7)V99 VALUE ZERO.
004370 77  WS-SETTLE-AMOUNT              PIC 9(7)V99 VALUE ZERO.
004380 77  WS-FUNDS-LEFT                 PIC S9(9)V99 VALUE ZERO.
004390 77  WS-DEST-BALANCE               PIC S9(7)V99 VALUE ZERO.
004400 77  WS-DEST-NEW-BALANCE           PIC S9(9)V99 VALUE ZERO.
004410 77  WS-MAX-BALANCE                PIC S9(9)V99
004420                                    VALUE +9999999.99.
004430
004440*    THE CLOSURES ACCEPTED THIS RUN, SETTLED TOGETHER IN ONE
004450*    BATCH AND COMPLETED ONCE IT HAS POSTED
004460 01  WS-CLOSURE-TABLE-AREA.
004470     05  WS-CLS-COUNT              PIC 9(03) COMP VALUE ZERO.
004480     05  WS-CLS-ENTRY OCCURS 100 TIMES.
004490         10  WS-CLS-ORDER.
004500             15  WS-CLS-ACCT-NUMBER    PIC 9(06).
004510             15  WS-CLS-DEST-TYPE      PIC X(01).
004520             15  WS-CLS-DEST-ACCT      PIC 9(06).
004530             15  FILLER                PIC X(83).
004540         10  WS-CLS-INTEREST       PIC 9(7)V99.
004550         10  WS-CLS-FEE            PIC 9(7)V99.
004560         10  WS-CLS-AMOUNT         PIC 9(7)V99.
004570         10  WS-CLS-PEND-NUMBER    PIC 9(06).
004580         10  WS-CLS-CHECKER-ID     PIC X(08).
004590
004600 77  WS-CLS-MAX                    PIC 9(03) COMP VALUE 100.
004610 77  WS-CLS-IDX                    PIC 9(03) COMP VALUE ZERO.
004620 77  WS-CLS-SCAN-IDX               PIC 9(03) COMP VALUE ZERO.
004630
004640 77  WS-DETAIL-COUNT               PIC 9(06) VALUE ZERO.
004650 77  WS-DEBIT-TOTAL                PIC 9(11)V99 VALUE ZERO.
004660 77  WS-CREDIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
004670
004680 77  WS-ORDER-COUNT                PIC 9(05) COMP VALUE ZERO.
004690 77  WS-CLOSED-COUNT               PIC 9(05) COMP VALUE ZERO.
004700 77  WS-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
004710 77  WS-NOT-CLOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
004720 77  WS-REFERRED-COUNT             PIC 9(05) COMP VALUE ZERO.
004730 77  WS-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
004740 77  WS-CLS-COUNT-BEFORE           PIC 9(03) COMP VALUE ZERO.
004750 77  WS-SORD-CANCELLED             PIC 9(04) COMP VALUE ZERO.
004760 77  WS-HOLD-RELEASED              PIC 9(04) COMP VALUE ZERO.
004770 77  WS-MOVEMENT-COUNT             PIC 9(05) COMP VALUE ZERO.
004780
004790 77  WS-REFUSAL-REASON             PIC X(30) VALUE SPACES.
004800 77  WS-PHASE-REASON               PIC X(30) VALUE SPACES.
004810 77  WS-CHECKER-ID                 PIC X(08) VALUE SPACES.
004820 77  WS-PEND-REF-NUMBER            PIC 9(06) VALUE ZERO.
004830 77  WS-NEXT-PEND-NUMBER           PIC 9(06) VALUE ZERO.
004840 77  WS-RELEASE-LEVEL              PIC 9(01) VALUE ZERO.
004850
004860*    REPORT REASON FOR AN ORDER REFERRED FOR APPROVAL
004870 01  WS-PENDING-REASON.
004880     05  FILLER                    PIC X(24)
004890         VALUE "AWAITING APPROVAL, REF. ".
004900     05  WS-PENDING-REF            PIC 9(06).
004910
004920*    REFERENCE CARRIED BY A CLOSING PAYMENT TO THE PAYEE
004930 01  WS-CLOSING-REF.
004940     05  FILLER                    PIC X(08) VALUE "CLOTURE ".
004950     05  WS-CLOSING-REF-ACCT       PIC 9(06).
004960
004970*    CLOSING STATEMENT LINES
004980 01  WS-STMT-HEADER-1.
004990     05  FILLER                PIC X(05) VALUE SPACES.
005000     05  FILLER                PIC X(27) VALUE
005010         "RELEVE DE CLOTURE - COMPTE ".
005020     05  SHD-ACCT-NUMBER       PIC 9(06).
005030
005040 01  WS-CUST-HEADER.
005050     05  FILLER                PIC X(08) VALUE "CLIENT  ".
005060     05  CHD-CUST-NUMBER       PIC 9(06).
005070     05  FILLER                PIC X(02) VALUE SPACES.
005080     05  CHD-CUST-NAME         PIC X(30).
005090
005100 01  WS-ADDRESS-LINE.
005110     05  FILLER                PIC X(08) VALUE SPACES.
005120     05  ADR-TEXT              PIC X(30).
005130
005140 01  WS-HOLD-MARKER.
005150     05  FILLER                PIC X(08) VALUE SPACES.
005160     05  FILLER                PIC X(26) VALUE
005170         "** CONSERVE EN AGENCE **".
005180
005190 01  WS-ACCT-HEADER.
005200     05  FILLER                PIC X(01) VALUE SPACE.
005210     05  FILLER                PIC X(07) VALUE "COMPTE ".
005220     05  AHD-ACCT-NUMBER       PIC 9(06).
005230
005240 01  WS-OPENING-LINE.
005250     05  FILLER                PIC X(03) VALUE SPACES.
005260     05  FILLER                PIC X(18) VALUE
005270         "SOLDE D'OUVERTURE".
005280     05  FILLER                PIC X(12) VALUE SPACES.
005290     05  OPN-BALANCE           PIC -Z(6)9.99.
005300
005310 01  WS-MOVEMENT-LINE.
005320     05  FILLER                PIC X(03) VALUE SPACES.
005330     05  MVT-DATE              PIC 9(08).
005340     05  FILLER                PIC X(02) VALUE SPACES.
005350     05  MVT-TYPE              PIC X(06).
005360     05  FILLER                PIC X(01) VALUE SPACE.
005370     05  MVT-XFER-ACCT         PIC X(06).
005380     05  FILLER                PIC X(02) VALUE SPACES.
005390     05  MVT-AMOUNT            PIC Z(6)9.99.
005400     05  FILLER                PIC X(02) VALUE SPACES.
005410     05  FILLER                PIC X(06) VALUE "SOLDE ".
005420     05  MVT-BALANCE           PIC -Z(6)9.99.
005430     05  FILLER                PIC X(01) VALUE SPACE.
005440     05  MVT-REMARK            PIC X(22).
005450
005460*    REMARK BESIDE EITHER HALF OF A REVERSED PAIR
005470 01  WS-REVERSAL-REMARK.
005480     05  RVR-TEXT              PIC X(14).
005490     05  RVR-DATE              PIC 9(08).
005500
005510 01  WS-CLOSING-LINE.
005520     05  FILLER                PIC X(03) VALUE SPACES.
005530     05  FILLER                PIC X(18) VALUE
005540         "SOLDE DE CLOTURE".
005550     05  FILLER                PIC X(12) VALUE SPACES.
005560     05  CLS-BALANCE           PIC -Z(6)9.99.
005570
005580 01  WS-CLOSED-ON-LINE.
005590     05  FILLER                PIC X(03) VALUE SPACES.
005600     05  FILLER                PIC X(18) VALUE
005610         "COMPTE CLOTURE LE ".
005620     05  CLD-DATE              PIC 9(08).
005630
005640 01  WS-SETTLED-LINE.
005650     05  FILLER                PIC X(03) VALUE SPACES.
005660     05  FILLER                PIC X(09) VALUE "SOLDE DE ".
005670     05  STL-AMOUNT            PIC Z(6)9.99.
005680     05  FILLER                PIC X(06) VALUE " VIRE ".
005690     05  STL-TEXT              PIC X(40).
005700
005710 01  WS-TO-ACCOUNT-TEXT.
005720     05  FILLER                PIC X(10) VALUE "AU COMPTE ".
005730     05  TAT-ACCT-NUMBER       PIC 9(06).
005740
005750 01  WS-TO-PAYEE-TEXT.
005760     05  FILLER                PIC X(02) VALUE "A ".
005770     05  TPT-PAYEE-NAME        PIC X(30).
005780
005790 01  WS-PAYEE-LINE.
005800     05  FILLER                PIC X(03) VALUE SPACES.
005810     05  FILLER                PIC X(07) VALUE "BANQUE ".
005820     05  PYL-BANK              PIC X(11).
005830     05  FILLER                PIC X(02) VALUE SPACES.
005840     05  FILLER                PIC X(07) VALUE "COMPTE ".
005850     05  PYL-ACCOUNT           PIC X(34).
005860
005870 01  WS-NOTHING-LINE.
005880     05  FILLER                PIC X(03) VALUE SPACES.
005890     05  FILLER                PIC X(24) VALUE
005900         "AUCUN SOLDE A VIRER".
005910
005920 01  WS-ORDERS-LINE.
005930     05  FILLER                PIC X(03) VALUE SPACES.
005940     05  FILLER                PIC X(28) VALUE
005950         "ORDRES PERMANENTS ANNULES : ".
005960     05  ORL-COUNT             PIC ZZZ9.
005970
005980 01  WS-HOLDS-LINE.
005990     05  FILLER                PIC X(03) VALUE SPACES.
006000     05  FILLER                PIC X(28) VALUE
006010         "BLOCAGES DE FONDS LEVES   : ".
006020     05  HDL-COUNT             PIC ZZZ9.
006030
006040 PROCEDURE DIVISION.
006050
006060*----------------------------------------------------------*
006070*  0000-MAINLINE
006080*----------------------------------------------------------*
006090 0000-MAINLINE.
006100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006110
006120     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
006130         UNTIL ORD-EOF.
006140
006150     IF RUN-IS-OK
006160         PERFORM 7500-APPLY-APPROVED THRU 7500-EXIT
006170     END-IF.
006180
006190     IF RUN-IS-OK
006200        AND WS-CLS-COUNT > ZERO
006210         PERFORM 3000-POST-SETTLEMENT THRU 3000-EXIT
006220         PERFORM 4000-COMPLETE-CLOSURES THRU 4000-EXIT
006230     END-IF.
006240
006250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006260
006270     IF NOT RUN-IS-OK
006280         MOVE 8 TO RETURN-CODE
006290     ELSE
006300         IF WS-NOT-CLOSED-COUNT > ZERO
006310             MOVE 4 TO RETURN-CODE
006320         ELSE
006330             MOVE ZERO TO RETURN-CODE
006340         END-IF
006350     END-IF.
006360     GOBACK.
006370
006380*----------------------------------------------------------*
006390*  1000-INITIALIZE - READ THE PARAMETER FILES, FIND WHICH
006400*  MONTH-END BATCHES HAVE POSTED, OPEN THE FILES NEEDED TO
006410*  VALIDATE THE ORDERS AND PRIME THE FIRST READ
006420*----------------------------------------------------------*
006430 1000-INITIALIZE.
006440     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
006450     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
006460
006470     OPEN INPUT DUAL-PARM-FILE.
006480     IF NOT WS-DUAL-FILE-OK
006490         DISPLAY "ACCTCLS: UNABLE TO OPEN DUAL CONTROL FILE, "
006500             "STATUS = " WS-DUAL-FILE-STATUS
006510         GO TO 1000-FAILED
006520     END-IF.
006530     READ DUAL-PARM-FILE
006540         AT END
006550             DISPLAY "ACCTCLS: DUAL CONTROL FILE IS EMPTY"
006560             CLOSE DUAL-PARM-FILE
006570             GO TO 1000-FAILED
006580     END-READ.
006590     MOVE DUAL-RELEASE-LEVEL TO WS-RELEASE-LEVEL.
006600     CLOSE DUAL-PARM-FILE.
006610
006620     OPEN INPUT RATE-FILE.
006630     IF NOT WS-RATE-FILE-OK
006640         DISPLAY "ACCTCLS: UNABLE TO OPEN RATE FILE, "
006650             "STATUS = " WS-RATE-FILE-STATUS
006660         GO TO 1000-FAILED
006670     END-IF.
006680     READ RATE-FILE
006690         AT END
006700             DISPLAY "ACCTCLS: RATE FILE IS EMPTY"
006710             CLOSE RATE-FILE
006720             GO TO 1000-FAILED
006730     END-READ.
006740     MOVE RATE-CREDIT-RATE TO WS-CREDIT-RATE.
006750     CLOSE RATE-FILE.
006760
006770     OPEN INPUT FEE-FILE.
006780     IF NOT WS-FEE-FILE-OK
006790         DISPLAY "ACCTCLS: UNABLE TO OPEN FEE FILE, "
006800             "STATUS = " WS-FEE-FILE-STATUS
006810         GO TO 1000-FAILED
006820     END-IF.
006830     READ FEE-FILE
006840         AT END
006850             DISPLAY "ACCTCLS: FEE FILE IS EMPTY"
006860             CLOSE FEE-FILE
006870             GO TO 1000-FAILED
006880     END-READ.
006890     MOVE FEE-MAINT-FEE TO WS-MAINT-FEE.
006900     MOVE FEE-PER-DEBIT-FEE TO WS-PER-DEBIT-FEE.
006910     MOVE FEE-MIN-BALANCE TO WS-MIN-BALANCE.
006920     CLOSE FEE-FILE.
006930
006940     PERFORM 1200-SCAN-REGISTER THRU 1200-EXIT.
006950     IF NOT RUN-IS-OK
006960         GO TO 1000-FAILED
006970     END-IF.
006980     IF WS-HIGH-CLOSURE-BATCH = 999999
006990         DISPLAY "ACCTCLS: NO CLOSURE BATCH NUMBER LEFT"
007000         GO TO 1000-FAILED
007010     END-IF.
007020     IF WS-HIGH-CLOSURE-BATCH = ZERO
007030         COMPUTE WS-BATCH-NUMBER = WS-CLOSURE-BATCH-BASE + 1
007040     ELSE
007050         COMPUTE WS-BATCH-NUMBER = WS-HIGH-CLOSURE-BATCH + 1
007060     END-IF.
007070
007080     OPEN INPUT ACCOUNT-MASTER.
007090     IF NOT WS-ACCT-FILE-OK
007100         DISPLAY "ACCTCLS: UNABLE TO OPEN ACCOUNT MASTER, "
007110             "STATUS = " WS-ACCT-FILE-STATUS
007120         GO TO 1000-FAILED
007130     END-IF.
007140     SET ACCT-FILE-IS-OPEN TO TRUE.
007150
007160*    NO HOLDS FILE YET SIMPLY MEANS NO HOLDS TO RELEASE
007170     OPEN INPUT HOLDS-FILE.
007180     IF WS-HOLD-FILE-OK
007190         SET HOLD-FILE-IS-OPEN TO TRUE
007200     ELSE
007210         IF NOT WS-HOLD-FILE-NOT-FOUND
007220             DISPLAY "ACCTCLS: UNABLE TO OPEN HOLDS FILE, "
007230                 "STATUS = " WS-HOLD-FILE-STATUS
007240             GO TO 1000-FAILED
007250         END-IF
007260     END-IF.
007270
007280*    NO JOURNAL YET SIMPLY MEANS NO DEBITS TO CHARGE FOR
007290     OPEN INPUT HISTORY-JOURNAL.
007300     IF WS-HIST-FILE-OK
007310         SET HIST-FILE-IS-OPEN TO TRUE
007320     ELSE
007330         IF NOT WS-HIST-FILE-NOT-FOUND
007340             DISPLAY "ACCTCLS: UNABLE TO OPEN HISTORY "
007350                 "JOURNAL, STATUS = " WS-HIST-FILE-STATUS
007360             GO TO 1000-FAILED
007370         END-IF
007380     END-IF.
007390
007400*    WITH NO PRODUCT CATALOGUE YET EVERY ACCOUNT IS PRICED
007410*    FROM THE RATE AND FEE FILES
007420     OPEN INPUT PRODUCT-FILE.
007430     IF WS-PROD-FILE-OK
007440         SET PROD-FILE-IS-OPEN TO TRUE
007450     ELSE
007460         IF NOT WS-PROD-FILE-NOT-FOUND
007470             DISPLAY "ACCTCLS: UNABLE TO OPEN PRODUCT "
007480                 "CATALOGUE, STATUS = " WS-PROD-FILE-STATUS
007490             GO TO 1000-FAILED
007500         END-IF
007510     END-IF.
007520
007530     OPEN INPUT OPERATOR-FILE.
007540     IF NOT WS-OPER-FILE-OK
007550         DISPLAY "ACCTCLS: UNABLE TO OPEN OPERATOR FILE, "
007560             "STATUS = " WS-OPER-FILE-STATUS
007570         GO TO 1000-FAILED
007580     END-IF.
007590     SET OPER-FILE-IS-OPEN TO TRUE.
007600
007610*    A MISSING PENDING APPROVAL FILE IS CREATED ON FIRST USE
007620     OPEN I-O PENDING-FILE.
007630     IF WS-PEND-FILE-NOT-FOUND
007640         OPEN OUTPUT PENDING-FILE
007650         IF WS-PEND-FILE-OK
007660             CLOSE PENDING-FILE
007670             OPEN I-O PENDING-FILE
007680         END-IF
007690     END-IF.
007700     IF NOT WS-PEND-FILE-OK
007710         DISPLAY "ACCTCLS: UNABLE TO OPEN PENDING FILE, "
007720             "STATUS = " WS-PEND-FILE-STATUS
007730         GO TO 1000-FAILED
007740     END-IF.
007750     SET PEND-FILE-IS-OPEN TO TRUE.
007760     PERFORM 1300-FIND-HIGHEST-PENDING THRU 1300-EXIT.
007770
007780     OPEN INPUT ORDER-FILE.
007790     IF NOT WS-ORD-FILE-OK
007800         DISPLAY "ACCTCLS: UNABLE TO OPEN ORDER FILE, "
007810             "STATUS = " WS-ORD-FILE-STATUS
007820         GO TO 1000-FAILED
007830     END-IF.
007840     SET ORD-FILE-IS-OPEN TO TRUE.
007850
007860     OPEN OUTPUT CLOSURE-REPORT.
007870     IF NOT WS-RPT-FILE-OK
007880         DISPLAY "ACCTCLS: UNABLE TO OPEN CLOSURE REPORT, "
007890             "STATUS = " WS-RPT-FILE-STATUS
007900         GO TO 1000-FAILED
007910     END-IF.
007920     SET RPT-FILE-IS-OPEN TO TRUE.
007930
007940     DISPLAY "ACCTCLS: CLOSURES SETTLE AS BATCH "
007950         WS-BATCH-NUMBER.
007960     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
007970     GO TO 1000-EXIT.
007980
007990 1000-FAILED.
008000     MOVE "N" TO WS-RUN-OK-SW.
008010     SET ORD-EOF TO TRUE.
008020 1000-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------*
008060*  1100-SET-MONTH - THE LENGTH OF THE CLOSURE MONTH (WITH
008070*  THE LEAP-YEAR RULE FOR FEBRUARY), THE MONTH BEFORE IT,
008080*  AND THE MONTH-END BATCH NUMBERS OF BOTH
008090*----------------------------------------------------------*
008100 1100-SET-MONTH.
008110     MOVE WS-DIM(WS-TODAY-MM) TO WS-MONTH-LENGTH.
008120     IF WS-TODAY-MM = 02
008130         MOVE "N" TO WS-LEAP-SW
008140         DIVIDE WS-TODAY-YYYY BY 4
008150             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008160         IF WS-LEAP-REM = ZERO
008170             SET YEAR-IS-LEAP TO TRUE
008180         END-IF
008190         DIVIDE WS-TODAY-YYYY BY 100
008200             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008210         IF WS-LEAP-REM = ZERO
008220             MOVE "N" TO WS-LEAP-SW
008230             DIVIDE WS-TODAY-YYYY BY 400
008240                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
008250             IF WS-LEAP-REM = ZERO
008260                 SET YEAR-IS-LEAP TO TRUE
008270             END-IF
008280         END-IF
008290         IF YEAR-IS-LEAP
008300             MOVE 29 TO WS-MONTH-LENGTH
008310         END-IF
008320     END-IF.
008330
008340     IF WS-TODAY-MM = 01
008350         COMPUTE WS-PRIOR-YYYY = WS-TODAY-YYYY - 1
008360         MOVE 12 TO WS-PRIOR-MM
008370     ELSE
008380         MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY
008390         COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
008400     END-IF.
008410
008420     MOVE WS-TODAY-YYYYMM TO WS-INT-BATCH.
008430     COMPUTE WS-FEE-BATCH = WS-TODAY-YYYYMM + WS-FEE-BATCH-BASE.
008440     MOVE WS-PRIOR-YYYYMM TO WS-PRIOR-INT-BATCH.
008450     COMPUTE WS-PRIOR-FEE-BATCH =
008460         WS-PRIOR-YYYYMM + WS-FEE-BATCH-BASE.
008470 1100-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------*
008510*  1200-SCAN-REGISTER - PASS THE BATCH REGISTER ONCE TO
008520*  LEARN WHICH MONTH-END BATCHES HAVE POSTED AND THE
008530*  HIGHEST CLOSURE BATCH SO FAR. NO REGISTER YET MEANS
008540*  NOTHING HAS POSTED.
008550*----------------------------------------------------------*
008560 1200-SCAN-REGISTER.
008570     OPEN INPUT BATCH-REGISTER.
008580     IF WS-BREG-FILE-NOT-FOUND
008590         GO TO 1200-EXIT
008600     END-IF.
008610     IF NOT WS-BREG-FILE-OK
008620         DISPLAY "ACCTCLS: UNABLE TO OPEN BATCH REGISTER, "
008630             "STATUS = " WS-BREG-FILE-STATUS
008640         MOVE "N" TO WS-RUN-OK-SW
008650         GO TO 1200-EXIT
008660     END-IF.
008670
008680     MOVE "N" TO WS-BREG-EOF-SW.
008690     PERFORM 1250-NOTE-ONE-BATCH THRU 1250-EXIT
008700         UNTIL BREG-EOF.
008710     CLOSE BATCH-REGISTER.
008720 1200-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------*
008760*  1250-NOTE-ONE-BATCH - READ ONE BATCH REGISTER ENTRY
008770*----------------------------------------------------------*
008780 1250-NOTE-ONE-BATCH.
008790     READ BATCH-REGISTER
008800         AT END
008810             SET BREG-EOF TO TRUE
008820             GO TO 1250-EXIT
008830     END-READ.
008840
008850     IF BREG-BATCH-NUMBER = WS-INT-BATCH
008860         MOVE "N" TO WS-INT-DUE-SW
008870     END-IF.
008880     IF BREG-BATCH-NUMBER = WS-FEE-BATCH
008890         MOVE "N" TO WS-FEE-DUE-SW
008900     END-IF.
008910     IF BREG-BATCH-NUMBER = WS-PRIOR-INT-BATCH
008920         SET PRIOR-INTEREST-POSTED TO TRUE
008930     END-IF.
008940     IF BREG-BATCH-NUMBER = WS-PRIOR-FEE-BATCH
008950         SET PRIOR-FEES-POSTED TO TRUE
008960     END-IF.
008970     IF BREG-BATCH-NUMBER > WS-CLOSURE-BATCH-BASE
008980        AND BREG-BATCH-NUMBER > WS-HIGH-CLOSURE-BATCH
008990         MOVE BREG-BATCH-NUMBER TO WS-HIGH-CLOSURE-BATCH
009000     END-IF.
009010 1250-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------*
009050*  1300-FIND-HIGHEST-PENDING - SCAN THE PENDING APPROVAL
009060*  FILE SO NEW REFERRALS CONTINUE THE NUMBERING FROM THE
009070*  HIGHEST ONE
009080*----------------------------------------------------------*
009090 1300-FIND-HIGHEST-PENDING.
009100     MOVE "N" TO WS-PEND-EOF-SW.
009110     MOVE ZEROS TO PEND-NUMBER.
009120     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
009130         INVALID KEY
009140             SET PEND-EOF TO TRUE
009150     END-START.
009160     PERFORM 1350-NOTE-ONE-PENDING THRU 1350-EXIT
009170         UNTIL PEND-EOF.
009180 1300-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------*
009220*  1350-NOTE-ONE-PENDING - REMEMBER THE NEWEST PENDING
009230*  NUMBER SEEN ON THE SCAN
009240*----------------------------------------------------------*
009250 1350-NOTE-ONE-PENDING.
009260     READ PENDING-FILE NEXT RECORD
009270         AT END
009280             SET PEND-EOF TO TRUE
009290             GO TO 1350-EXIT
009300     END-READ.
009310     MOVE PEND-NUMBER TO WS-NEXT-PEND-NUMBER.
009320 1350-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360*  2000-PROCESS-ORDER - VALIDATE ONE CLOSURE ORDER AND READ
009370*  THE NEXT ONE
009380*----------------------------------------------------------*
009390 2000-PROCESS-ORDER.
009400     ADD 1 TO WS-ORDER-COUNT.
009410     MOVE SPACES TO WS-REFUSAL-REASON.
009420     MOVE ZERO TO WS-PEND-REF-NUMBER.
009430
009440     PERFORM 2100-CHECK-OPERATOR THRU 2100-EXIT.
009450     IF OPERATOR-IS-VALID
009460         PERFORM 2200-VALIDATE-CLOSURE THRU 2200-EXIT
009470     END-IF.
009480
009490     PERFORM 8000-READ-ORDER THRU 8000-EXIT.
009500 2000-EXIT.
009510     EXIT.
009520
009530*----------------------------------------------------------*
009540*  2100-CHECK-OPERATOR - REFUSE AN ORDER WHOSE OPERATOR IS
009550*  NOT ON THE OPERATOR FILE OR IS NO LONGER ACTIVE
009560*----------------------------------------------------------*
009570 2100-CHECK-OPERATOR.
009580     MOVE "N" TO WS-OPERATOR-OK-SW.
009590
009600     IF CLSO-OPERATOR-ID = SPACES
009610         MOVE "OPERATOR ID IS BLANK"
009620             TO WS-REFUSAL-REASON
009630         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
009640         GO TO 2100-EXIT
009650     END-IF.
009660
009670     MOVE CLSO-OPERATOR-ID TO OPER-ID.
009680     READ OPERATOR-FILE
009690         INVALID KEY
009700             MOVE "OPERATOR NOT ON OPERATOR FILE"
009710                 TO WS-REFUSAL-REASON
009720             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
009730             GO TO 2100-EXIT
009740     END-READ.
009750
009760     IF NOT OPER-STATUS-ACTIVE
009770         MOVE "OPERATOR IS NOT ACTIVE"
009780             TO WS-REFUSAL-REASON
009790         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
009800         GO TO 2100-EXIT
009810     END-IF.
009820
009830     SET OPERATOR-IS-VALID TO TRUE.
009840 2100-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------*
009880*  2200-VALIDATE-CLOSURE - CHECK THE ORDER, WORK OUT THE
009890*  INTEREST, FEES AND FINAL BALANCE, AND ADD THE CLOSURE TO
009900*  THIS RUN'S SETTLEMENT - OR REFER IT FOR APPROVAL WHEN IT
009910*  WOULD RELEASE A HOLD STILL IN FORCE
009920*----------------------------------------------------------*
009930 2200-VALIDATE-CLOSURE.
009940     IF WS-CLS-COUNT NOT < WS-CLS-MAX
009950         MOVE "TOO MANY CLOSURES IN ONE RUN"
009960             TO WS-REFUSAL-REASON
009970         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
009980         GO TO 2200-EXIT
009990     END-IF.
010000
010010     PERFORM 2300-CHECK-DESTINATION THRU 2300-EXIT.
010020     IF WS-REFUSAL-REASON NOT = SPACES
010030         GO TO 2200-EXIT
010040     END-IF.
010050
010060     PERFORM 2350-CHECK-RUN-TABLE THRU 2350-EXIT.
010070     IF WS-REFUSAL-REASON NOT = SPACES
010080         GO TO 2200-EXIT
010090     END-IF.
010100
010110     MOVE CLSO-ACCT-NUMBER TO ACCT-NUMBER.
010120     READ ACCOUNT-MASTER
010130         INVALID KEY
010140             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
010150                 TO WS-REFUSAL-REASON
010160             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010170             GO TO 2200-EXIT
010180     END-READ.
010190
010200     IF ACCT-STATUS-CLOSED
010210         MOVE "ACCOUNT IS ALREADY CLOSED"
010220             TO WS-REFUSAL-REASON
010230         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010240         GO TO 2200-EXIT
010250     END-IF.
010260
010270     IF ACCT-BALANCE < ZERO
010280         MOVE "ACCOUNT IS OVERDRAWN"
010290             TO WS-REFUSAL-REASON
010300         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010310         GO TO 2200-EXIT
010320     END-IF.
010330
010340     PERFORM 2500-COMPUTE-SETTLEMENT THRU 2500-EXIT.
010350     IF WS-REFUSAL-REASON NOT = SPACES
010360         GO TO 2200-EXIT
010370     END-IF.
010380
010390     IF CLSO-DEST-ACCOUNT
010400         COMPUTE WS-DEST-NEW-BALANCE =
010410             WS-DEST-BALANCE + WS-SETTLE-AMOUNT
010420         IF WS-DEST-NEW-BALANCE > WS-MAX-BALANCE
010430             MOVE "DESTINATION OVER POSTING LIMIT"
010440                 TO WS-REFUSAL-REASON
010450             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010460             GO TO 2200-EXIT
010470         END-IF
010480     END-IF.
010490
010500*    RELEASING A HOLD BEFORE IT EXPIRES WAITS FOR A SECOND
010510*    OPERATOR; AN APPROVED CLOSURE IS APPLIED AS KEYED
010520     IF NOT APPLYING-APPROVED
010530         PERFORM 2700-CHECK-HOLDS THRU 2700-EXIT
010540         IF HOLD-IS-IN-FORCE
010550             PERFORM 6800-REFER-FOR-APPROVAL THRU 6800-EXIT
010560             GO TO 2200-EXIT
010570         END-IF
010580     END-IF.
010590
010600     PERFORM 2800-ADD-TO-RUN THRU 2800-EXIT.
010610 2200-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------*
010650*  2300-CHECK-DESTINATION - THE REMAINING FUNDS MUST GO TO
010660*  ANOTHER OPEN ACCOUNT OF OURS OR TO A FULLY KEYED PAYEE
010670*----------------------------------------------------------*
010680 2300-CHECK-DESTINATION.
010690     MOVE ZERO TO WS-DEST-BALANCE.
010700
010710     IF CLSO-DEST-PAYMENT
010720         IF CLSO-PAYEE-BANK = SPACES
010730            OR CLSO-PAYEE-ACCOUNT = SPACES
010740            OR CLSO-PAYEE-NAME = SPACES
010750             MOVE "PAYEE DETAILS MISSING"
010760                 TO WS-REFUSAL-REASON
010770             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010780         END-IF
010790         GO TO 2300-EXIT
010800     END-IF.
010810
010820     IF NOT CLSO-DEST-ACCOUNT
010830         MOVE "DEST TYPE MUST BE A OR X"
010840             TO WS-REFUSAL-REASON
010850         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010860         GO TO 2300-EXIT
010870     END-IF.
010880
010890     IF CLSO-DEST-ACCT-NUMBER = CLSO-ACCT-NUMBER
010900         MOVE "DESTINATION IS SAME ACCOUNT"
010910             TO WS-REFUSAL-REASON
010920         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
010930         GO TO 2300-EXIT
010940     END-IF.
010950
010960     MOVE CLSO-DEST-ACCT-NUMBER TO ACCT-NUMBER.
010970     READ ACCOUNT-MASTER
010980         INVALID KEY
010990             MOVE "DESTINATION NOT ON MASTER"
011000                 TO WS-REFUSAL-REASON
011010             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
011020             GO TO 2300-EXIT
011030     END-READ.
011040
011050     IF ACCT-STATUS-CLOSED
011060         MOVE "DESTINATION ACCOUNT IS CLOSED"
011070             TO WS-REFUSAL-REASON
011080         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
011090         GO TO 2300-EXIT
011100     END-IF.
011110
011120     MOVE ACCT-BALANCE TO WS-DEST-BALANCE.
011130 2300-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------*
011170*  2350-CHECK-RUN-TABLE - AN ACCOUNT IS SETTLED ONCE PER
011180*  RUN, AND NEVER INTO OR OUT OF AN ACCOUNT ANOTHER ORDER
011190*  OF THE RUN IS CLOSING, SINCE EACH SETTLEMENT IS WORKED
011200*  OUT BEFORE ANY OF THEM POSTS
011210*----------------------------------------------------------*
011220 2350-CHECK-RUN-TABLE.
011230     MOVE ZERO TO WS-CLS-SCAN-IDX.
011240     PERFORM 2360-CHECK-ONE-ENTRY THRU 2360-EXIT
011250         UNTIL WS-CLS-SCAN-IDX NOT < WS-CLS-COUNT
011260            OR WS-REFUSAL-REASON NOT = SPACES.
011270     IF WS-REFUSAL-REASON NOT = SPACES
011280         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
011290     END-IF.
011300 2350-EXIT.
011310     EXIT.
011320
011330*----------------------------------------------------------*
011340*  2360-CHECK-ONE-ENTRY - COMPARE THE ORDER WITH ONE
011350*  CLOSURE ALREADY IN THE RUN
011360*----------------------------------------------------------*
011370 2360-CHECK-ONE-ENTRY.
011380     ADD 1 TO WS-CLS-SCAN-IDX.
011390
011400     IF WS-CLS-ACCT-NUMBER(WS-CLS-SCAN-IDX) = CLSO-ACCT-NUMBER
011410         MOVE "ACCOUNT ALREADY IN THIS RUN"
011420             TO WS-REFUSAL-REASON
011430         GO TO 2360-EXIT
011440     END-IF.
011450
011460     IF WS-CLS-DEST-TYPE(WS-CLS-SCAN-IDX) = "A"
011470        AND WS-CLS-DEST-ACCT(WS-CLS-SCAN-IDX) = CLSO-ACCT-NUMBER
011480         MOVE "ACCOUNT IS ANOTHER DESTINATION"
011490             TO WS-REFUSAL-REASON
011500         GO TO 2360-EXIT
011510     END-IF.
011520
011530     IF CLSO-DEST-ACCOUNT
011540        AND WS-CLS-ACCT-NUMBER(WS-CLS-SCAN-IDX)
011550            = CLSO-DEST-ACCT-NUMBER
011560         MOVE "DESTINATION IS BEING CLOSED"
011570             TO WS-REFUSAL-REASON
011580     END-IF.
011590 2360-EXIT.
011600     EXIT.
011610
011620*----------------------------------------------------------*
011630*  2400-SET-ACCOUNT-TARIFF - TAKE THE ACCOUNT'S CREDIT
011640*  RATE, FEES AND MINIMUM BALANCE FROM ITS PRODUCT, OR FROM
011650*  THE RATE AND FEE FILES WHEN IT HAS NONE
011660*----------------------------------------------------------*
011670 2400-SET-ACCOUNT-TARIFF.
011680     MOVE "N" TO WS-TARIFF-FOUND-SW.
011690
011700     IF ACCT-NO-PRODUCT
011710         MOVE WS-CREDIT-RATE TO WS-ACCT-CREDIT-RATE
011720         MOVE WS-MAINT-FEE TO WS-ACCT-MAINT-FEE
011730         MOVE WS-PER-DEBIT-FEE TO WS-ACCT-PER-DEBIT-FEE
011740         MOVE WS-MIN-BALANCE TO WS-ACCT-MIN-BALANCE
011750         SET TARIFF-WAS-FOUND TO TRUE
011760         GO TO 2400-EXIT
011770     END-IF.
011780
011790     IF NOT PROD-FILE-IS-OPEN
011800         GO TO 2400-EXIT
011810     END-IF.
011820
011830     MOVE ACCT-PRODUCT-CODE TO PROD-CODE.
011840     READ PRODUCT-FILE
011850         INVALID KEY
011860             GO TO 2400-EXIT
011870     END-READ.
011880
011890     MOVE PROD-CREDIT-RATE TO WS-ACCT-CREDIT-RATE.
011900     MOVE PROD-MAINT-FEE TO WS-ACCT-MAINT-FEE.
011910     MOVE PROD-PER-DEBIT-FEE TO WS-ACCT-PER-DEBIT-FEE.
011920     MOVE PROD-MIN-BALANCE TO WS-ACCT-MIN-BALANCE.
011930     SET TARIFF-WAS-FOUND TO TRUE.
011940 2400-EXIT.
011950     EXIT.
011960
011970*----------------------------------------------------------*
011980*  2500-COMPUTE-SETTLEMENT - PART-MONTH INTEREST, THE FEES
011990*  DUE AND THE FINAL BALANCE TO MOVE. ONLY AN ACTIVE
012000*  ACCOUNT EARNS INTEREST OR PAYS FEES, AS AT MONTH END.
012010*  THE MONTHLY RATE IS PAID PRO RATA TO THE CLOSURE DATE;
012020*  THE MAINTENANCE FEE IS DUE WHEN THE FUNDS ARE UNDER THE
012030*  MINIMUM BALANCE, WITH THE PER-DEBIT FEE FOR EVERY DEBIT
012040*  OF THE MONTH SO FAR. THE FEES NEVER TAKE THE ACCOUNT
012050*  BELOW ZERO. AN EARLIER SETTLEMENT THIS MONTH THAT POSTED
012060*  ITS INTEREST OR FEE BUT NOT THE FINAL MOVEMENT HAS
012070*  ALREADY SETTLED THAT PART; IT IS NOT PAID OR CHARGED
012080*  AGAIN.
012090*----------------------------------------------------------*
012100 2500-COMPUTE-SETTLEMENT.
012110     MOVE ZERO TO WS-INTEREST-AMOUNT.
012120     MOVE ZERO TO WS-FEE-AMOUNT.
012130     MOVE ACCT-BALANCE TO WS-FUNDS-LEFT.
012140
012150     IF NOT ACCT-STATUS-ACTIVE
012160         GO TO 2500-SETTLE
012170     END-IF.
012180
012190     IF (INTEREST-IS-DUE AND NOT PRIOR-INTEREST-POSTED)
012200        OR (FEES-ARE-DUE AND NOT PRIOR-FEES-POSTED)
012210         MOVE "PREVIOUS MONTH END NOT POSTED"
012220             TO WS-REFUSAL-REASON
012230         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
012240         GO TO 2500-EXIT
012250     END-IF.
012260
012270     PERFORM 2400-SET-ACCOUNT-TARIFF THRU 2400-EXIT.
012280     IF NOT TARIFF-WAS-FOUND
012290         MOVE "PRODUCT NOT IN CATALOGUE"
012300             TO WS-REFUSAL-REASON
012310         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
012320         GO TO 2500-EXIT
012330     END-IF.
012340
012350     PERFORM 2600-SCAN-MONTH-JOURNAL THRU 2600-EXIT.
012360
012370     IF INTEREST-IS-DUE
012380        AND NOT CLOSURE-INTEREST-PAID
012390         COMPUTE WS-INTEREST-AMOUNT ROUNDED =
012400             ACCT-BALANCE * WS-ACCT-CREDIT-RATE
012410             * WS-TODAY-DD / WS-MONTH-LENGTH
012420         ADD WS-INTEREST-AMOUNT TO WS-FUNDS-LEFT
012430     END-IF.
012440
012450     IF FEES-ARE-DUE
012460        AND NOT ACCT-FEES-WAIVED
012470        AND NOT CLOSURE-FEES-CHARGED
012480         IF WS-FUNDS-LEFT < WS-ACCT-MIN-BALANCE
012490             ADD WS-ACCT-MAINT-FEE TO WS-FEE-AMOUNT
012500         END-IF
012510         COMPUTE WS-FEE-AMOUNT = WS-FEE-AMOUNT
012520             + (WS-ACCT-PER-DEBIT-FEE * WS-MONTH-DEBIT-COUNT)
012530         IF WS-FEE-AMOUNT > WS-FUNDS-LEFT
012540             MOVE WS-FUNDS-LEFT TO WS-FEE-AMOUNT
012550         END-IF
012560         SUBTRACT WS-FEE-AMOUNT FROM WS-FUNDS-LEFT
012570     END-IF.
012580
012590 2500-SETTLE.
012600     IF WS-FUNDS-LEFT > WS-MAX-BALANCE
012610         MOVE "BALANCE OVER THE POSTING LIMIT"
012620             TO WS-REFUSAL-REASON
012630         PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
012640         GO TO 2500-EXIT
012650     END-IF.
012660     MOVE WS-FUNDS-LEFT TO WS-SETTLE-AMOUNT.
012670 2500-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------*
012710*  2600-SCAN-MONTH-JOURNAL - START AT THIS ACCOUNT'S FIRST
012720*  JOURNAL KEY OF THE CLOSURE MONTH, COUNT ITS DEBITS AND
012730*  NOTE ANY INTEREST OR FEE AN EARLIER SETTLEMENT POSTED
012740*----------------------------------------------------------*
012750 2600-SCAN-MONTH-JOURNAL.
012760     MOVE ZERO TO WS-MONTH-DEBIT-COUNT.
012770     MOVE "N" TO WS-CLS-INT-PAID-SW.
012780     MOVE "N" TO WS-CLS-FEE-PAID-SW.
012790     MOVE "N" TO WS-HIST-EOF-SW.
012800     IF NOT HIST-FILE-IS-OPEN
012810         GO TO 2600-EXIT
012820     END-IF.
012830
012840     MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER.
012850     MOVE WS-TODAY-YYYYMM TO WS-HIST-YYYYMM.
012860     MOVE 01 TO WS-HIST-DD.
012870     MOVE WS-HIST-DATE TO HIST-POST-DATE.
012880     MOVE ZEROS TO HIST-POST-SEQ.
012890     START HISTORY-JOURNAL KEY IS NOT LESS THAN HIST-KEY
012900         INVALID KEY
012910             SET HIST-EOF TO TRUE
012920     END-START.
012930
012940     PERFORM 2650-SCAN-ONE-MOVEMENT THRU 2650-EXIT
012950         UNTIL HIST-EOF.
012960 2600-EXIT.
012970     EXIT.
012980
012990*----------------------------------------------------------*
013000*  2650-SCAN-ONE-MOVEMENT - READ THE NEXT RECORD ON THE KEY
013010*  WHILE IT STILL BELONGS TO THIS ACCOUNT AND THE CLOSURE
013020*  MONTH. A POSTING FROM A CLOSURE BATCH IS NOT A DEBIT THE
013030*  CUSTOMER IS CHARGED FOR; AN INTEREST OR FEE ONE MEANS
013040*  THAT PART HAS ALREADY BEEN SETTLED. ENTRIES JOURNALLED
013050*  BEFORE THE BATCH NUMBER WAS KEPT CARRY NONE.
013060*----------------------------------------------------------*
013070 2650-SCAN-ONE-MOVEMENT.
013080     READ HISTORY-JOURNAL NEXT RECORD
013090         AT END
013100             SET HIST-EOF TO TRUE
013110             GO TO 2650-EXIT
013120     END-READ.
013130
013140     MOVE HIST-POST-DATE TO WS-HIST-DATE.
013150     IF HIST-ACCT-NUMBER NOT = ACCT-NUMBER
013160        OR WS-HIST-YYYYMM NOT = WS-TODAY-YYYYMM
013170         SET HIST-EOF TO TRUE
013180         GO TO 2650-EXIT
013190     END-IF.
013200
013210     IF HIST-REV-NONE
013220        AND HIST-BATCH-NUMBER IS NUMERIC
013230        AND HIST-BATCH-NUMBER > WS-CLOSURE-BATCH-BASE
013240         IF HIST-ORIGIN-INTEREST
013250             SET CLOSURE-INTEREST-PAID TO TRUE
013260         END-IF
013270         IF HIST-ORIGIN-FEE
013280             SET CLOSURE-FEES-CHARGED TO TRUE
013290         END-IF
013300         GO TO 2650-EXIT
013310     END-IF.
013320
013330     IF HIST-TYPE-DEBIT
013340        AND HIST-REV-NONE
013350         ADD 1 TO WS-MONTH-DEBIT-COUNT
013360     END-IF.
013370 2650-EXIT.
013380     EXIT.
013390
013400*----------------------------------------------------------*
013410*  2700-CHECK-HOLDS - LOOK FOR AN ACTIVE HOLD ON THE
013420*  ACCOUNT THAT HAS NOT YET EXPIRED
013430*----------------------------------------------------------*
013440 2700-CHECK-HOLDS.
013450     MOVE "N" TO WS-HOLD-IN-FORCE-SW.
013460     IF NOT HOLD-FILE-IS-OPEN
013470         GO TO 2700-EXIT
013480     END-IF.
013490
013500     MOVE "N" TO WS-HOLD-EOF-SW.
013510     MOVE ZEROS TO HOLD-NUMBER.
013520     START HOLDS-FILE KEY IS NOT LESS THAN HOLD-NUMBER
013530         INVALID KEY
013540             SET HOLD-EOF TO TRUE
013550     END-START.
013560
013570     PERFORM 2750-CHECK-ONE-HOLD THRU 2750-EXIT
013580         UNTIL HOLD-EOF
013590            OR HOLD-IS-IN-FORCE.
013600 2700-EXIT.
013610     EXIT.
013620
013630*----------------------------------------------------------*
013640*  2750-CHECK-ONE-HOLD - READ THE NEXT HOLD AND NOTE IT
013650*  WHEN IT STILL RESERVES MONEY ON THIS ACCOUNT
013660*----------------------------------------------------------*
013670 2750-CHECK-ONE-HOLD.
013680     READ HOLDS-FILE NEXT RECORD
013690         AT END
013700             SET HOLD-EOF TO TRUE
013710             GO TO 2750-EXIT
013720     END-READ.
013730     IF HOLD-ACCT-NUMBER = CLSO-ACCT-NUMBER
013740        AND HOLD-STATUS-ACTIVE
013750        AND (HOLD-EXPIRY = ZERO OR HOLD-EXPIRY NOT < WS-TODAY)
013760         SET HOLD-IS-IN-FORCE TO TRUE
013770     END-IF.
013780 2750-EXIT.
013790     EXIT.
013800
013810*----------------------------------------------------------*
013820*  2800-ADD-TO-RUN - KEEP THE ACCEPTED CLOSURE AND ITS
013830*  AMOUNTS FOR THE SETTLEMENT BATCH
013840*----------------------------------------------------------*
013850 2800-ADD-TO-RUN.
013860     ADD 1 TO WS-CLS-COUNT.
013870     MOVE CLSO-RECORD TO WS-CLS-ORDER(WS-CLS-COUNT).
013880     MOVE WS-INTEREST-AMOUNT TO WS-CLS-INTEREST(WS-CLS-COUNT).
013890     MOVE WS-FEE-AMOUNT TO WS-CLS-FEE(WS-CLS-COUNT).
013900     MOVE WS-SETTLE-AMOUNT TO WS-CLS-AMOUNT(WS-CLS-COUNT).
013910     MOVE WS-PEND-REF-NUMBER
013920         TO WS-CLS-PEND-NUMBER(WS-CLS-COUNT).
013930     MOVE WS-CHECKER-ID TO WS-CLS-CHECKER-ID(WS-CLS-COUNT).
013940 2800-EXIT.
013950     EXIT.
013960
013970*----------------------------------------------------------*
013980*  3000-POST-SETTLEMENT - WRITE THE RUN'S SETTLEMENT BATCH
013990*  TO TRANFILE AND POST IT THROUGH POSTTRAN, WHICH NEEDS
014000*  THE MASTER, HOLDS AND JOURNAL FILES TO ITSELF. TRANFILE
014010*  IS ONLY OVERWRITTEN WHEN IT IS ABSENT, EMPTY OR HOLDS A
014020*  BATCH THAT HAS ALREADY POSTED - OR THIS RUN'S OWN BATCH
014030*  NUMBER, LEFT BY AN EARLIER RUN WHOSE SETTLEMENT POSTTRAN
014040*  REFUSED, SO THOSE CLOSURES ARE NOT POSTED LATER BEHIND
014050*  THE REPORT THAT CALLED THEM NOT DONE.
014060*----------------------------------------------------------*
014070 3000-POST-SETTLEMENT.
014080     IF ACCT-FILE-IS-OPEN
014090         CLOSE ACCOUNT-MASTER
014100         MOVE "N" TO WS-ACCT-FILE-OPEN-SW
014110     END-IF.
014120     IF HOLD-FILE-IS-OPEN
014130         CLOSE HOLDS-FILE
014140         MOVE "N" TO WS-HOLD-FILE-OPEN-SW
014150     END-IF.
014160     IF HIST-FILE-IS-OPEN
014170         CLOSE HISTORY-JOURNAL
014180         MOVE "N" TO WS-HIST-FILE-OPEN-SW
014190     END-IF.
014200
014210     MOVE "Y" TO WS-STAGE-SW.
014220     PERFORM 3100-CHECK-TRANFILE THRU 3100-EXIT.
014230     IF NOT STAGE-IS-OK
014240         GO TO 3000-EXIT
014250     END-IF.
014260
014270     PERFORM 3200-WRITE-BATCH THRU 3200-EXIT.
014280     IF NOT STAGE-IS-OK
014290         GO TO 3000-EXIT
014300     END-IF.
014310
014320     CALL "POSTTRAN".
014330     MOVE ZERO TO RETURN-CODE.
014340 3000-EXIT.
014350     EXIT.
014360
014370*----------------------------------------------------------*
014380*  3100-CHECK-TRANFILE - MAKE SURE THE BATCH NOW ON
014390*  TRANFILE MAY BE OVERWRITTEN. THE NUMBER THIS RUN IS
014400*  ABOUT TO STAGE NEVER REACHED THE REGISTER, SO A BATCH
014410*  CARRYING IT IS A REFUSED EARLIER SETTLEMENT AND GOES.
014420*----------------------------------------------------------*
014430 3100-CHECK-TRANFILE.
014440     OPEN INPUT TRANSACTION-FILE.
014450     IF WS-TRAN-FILE-NOT-FOUND
014460         GO TO 3100-EXIT
014470     END-IF.
014480     IF NOT WS-TRAN-FILE-OK
014490         DISPLAY "ACCTCLS: UNABLE TO READ TRANFILE, "
014500             "STATUS = " WS-TRAN-FILE-STATUS
014510         MOVE "N" TO WS-STAGE-SW
014520         GO TO 3100-EXIT
014530     END-IF.
014540
014550     READ TRANSACTION-FILE
014560         AT END
014570             CLOSE TRANSACTION-FILE
014580             GO TO 3100-EXIT
014590     END-READ.
014600     CLOSE TRANSACTION-FILE.
014610     IF NOT TRAN-REC-HEADER
014620         DISPLAY "ACCTCLS: TRANFILE DOES NOT START WITH A "
014630             "BATCH HEADER, NOT OVERWRITTEN"
014640         MOVE "N" TO WS-STAGE-SW
014650         GO TO 3100-EXIT
014660     END-IF.
014670     MOVE TRAN-BATCH-NUMBER TO WS-TRAN-BATCH.
014680     IF WS-TRAN-BATCH = WS-BATCH-NUMBER
014690         GO TO 3100-EXIT
014700     END-IF.
014710
014720     PERFORM 3150-CHECK-REGISTER THRU 3150-EXIT.
014730     IF NOT STAGE-IS-OK
014740         GO TO 3100-EXIT
014750     END-IF.
014760     IF NOT BATCH-IS-POSTED
014770         DISPLAY "ACCTCLS: TRANFILE HOLDS BATCH " WS-TRAN-BATCH
014780             " WHICH HAS NOT POSTED, NOT OVERWRITTEN"
014790         MOVE "N" TO WS-STAGE-SW
014800     END-IF.
014810 3100-EXIT.
014820     EXIT.
014830
014840*----------------------------------------------------------*
014850*  3150-CHECK-REGISTER - LOOK FOR A BATCH (WS-TRAN-BATCH)
014860*  ON THE BATCH REGISTER
014870*----------------------------------------------------------*
014880 3150-CHECK-REGISTER.
014890     MOVE "N" TO WS-BATCH-POSTED-SW.
014900     OPEN INPUT BATCH-REGISTER.
014910     IF WS-BREG-FILE-NOT-FOUND
014920         GO TO 3150-EXIT
014930     END-IF.
014940     IF NOT WS-BREG-FILE-OK
014950         DISPLAY "ACCTCLS: UNABLE TO OPEN BATCH REGISTER, "
014960             "STATUS = " WS-BREG-FILE-STATUS
014970         MOVE "N" TO WS-STAGE-SW
014980         GO TO 3150-EXIT
014990     END-IF.
015000
015010     MOVE "N" TO WS-BREG-EOF-SW.
015020     PERFORM 3160-CHECK-ONE-ENTRY THRU 3160-EXIT
015030         UNTIL BREG-EOF
015040            OR BATCH-IS-POSTED.
015050     CLOSE BATCH-REGISTER.
015060 3150-EXIT.
015070     EXIT.
015080
015090*----------------------------------------------------------*
015100*  3160-CHECK-ONE-ENTRY - READ ONE BATCH REGISTER ENTRY
015110*----------------------------------------------------------*
015120 3160-CHECK-ONE-ENTRY.
015130     READ BATCH-REGISTER
015140         AT END
015150             SET BREG-EOF TO TRUE
015160             GO TO 3160-EXIT
015170     END-READ.
015180     IF BREG-BATCH-NUMBER = WS-TRAN-BATCH
015190         SET BATCH-IS-POSTED TO TRUE
015200     END-IF.
015210 3160-EXIT.
015220     EXIT.
015230
015240*----------------------------------------------------------*
015250*  3200-WRITE-BATCH - ONE HEADER, THE SETTLEMENT ITEMS OF
015260*  EVERY CLOSURE IN THE RUN AND THE TRAILER
015270*----------------------------------------------------------*
015280 3200-WRITE-BATCH.
015290     OPEN OUTPUT TRANSACTION-FILE.
015300     IF NOT WS-TRAN-FILE-OK
015310         DISPLAY "ACCTCLS: UNABLE TO OPEN TRANFILE, "
015320             "STATUS = " WS-TRAN-FILE-STATUS
015330         MOVE "N" TO WS-STAGE-SW
015340         GO TO 3200-EXIT
015350     END-IF.
015360
015370     MOVE SPACES TO TRAN-RECORD.
015380     SET TRAN-REC-HEADER TO TRUE.
015390     MOVE WS-TODAY TO TRAN-BATCH-DATE.
015400     MOVE WS-BATCH-NUMBER TO TRAN-BATCH-NUMBER.
015410     WRITE TRAN-RECORD.
015420
015430     MOVE ZERO TO WS-CLS-IDX.
015440     PERFORM 3250-WRITE-ONE-SETTLEMENT THRU 3250-EXIT
015450         UNTIL WS-CLS-IDX NOT < WS-CLS-COUNT.
015460
015470     MOVE SPACES TO TRAN-RECORD.
015480     SET TRAN-REC-TRAILER TO TRUE.
015490     MOVE WS-DETAIL-COUNT TO TRAN-TRL-RECORD-COUNT.
015500     MOVE WS-DEBIT-TOTAL TO TRAN-TRL-DEBIT-TOTAL.
015510     MOVE WS-CREDIT-TOTAL TO TRAN-TRL-CREDIT-TOTAL.
015520     WRITE TRAN-RECORD.
015530     CLOSE TRANSACTION-FILE.
015540 3200-EXIT.
015550     EXIT.
015560
015570*----------------------------------------------------------*
015580*  3250-WRITE-ONE-SETTLEMENT - THE INTEREST CREDIT, THE FEE
015590*  DEBIT AND THE MOVEMENT OF THE FINAL BALANCE FOR ONE
015600*  CLOSURE, IN THAT ORDER. THE DEBITS ARE PRE-AUTHORISED
015610*  SO THE HOLDS BEING RELEASED DO NOT STOP THEM.
015620*----------------------------------------------------------*
015630 3250-WRITE-ONE-SETTLEMENT.
015640     ADD 1 TO WS-CLS-IDX.
015650     MOVE WS-CLS-ORDER(WS-CLS-IDX) TO CLSO-RECORD.
015660
015670     IF WS-CLS-INTEREST(WS-CLS-IDX) > ZERO
015680         MOVE SPACES TO TRAN-RECORD
015690         SET TRAN-REC-DETAIL TO TRUE
015700         MOVE CLSO-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
015710         SET TRAN-TYPE-CREDIT TO TRUE
015720         MOVE WS-CLS-INTEREST(WS-CLS-IDX) TO TRAN-AMOUNT
015730         SET TRAN-ORIGIN-INTEREST TO TRUE
015740         WRITE TRAN-RECORD
015750         ADD 1 TO WS-DETAIL-COUNT
015760         ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
015770     END-IF.
015780
015790     IF WS-CLS-FEE(WS-CLS-IDX) > ZERO
015800         MOVE SPACES TO TRAN-RECORD
015810         SET TRAN-REC-DETAIL TO TRUE
015820         MOVE CLSO-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
015830         SET TRAN-TYPE-DEBIT TO TRUE
015840         MOVE WS-CLS-FEE(WS-CLS-IDX) TO TRAN-AMOUNT
015850         MOVE "Y" TO TRAN-AUTH-CODE
015860         MOVE ZERO TO TRAN-TO-ACCOUNT
015870         SET TRAN-ORIGIN-FEE TO TRUE
015880         WRITE TRAN-RECORD
015890         ADD 1 TO WS-DETAIL-COUNT
015900         ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL
015910     END-IF.
015920
015930     IF WS-CLS-AMOUNT(WS-CLS-IDX) = ZERO
015940         GO TO 3250-EXIT
015950     END-IF.
015960
015970     MOVE SPACES TO TRAN-RECORD.
015980     SET TRAN-REC-DETAIL TO TRUE.
015990     MOVE CLSO-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER.
016000     MOVE WS-CLS-AMOUNT(WS-CLS-IDX) TO TRAN-AMOUNT.
016010     MOVE "Y" TO TRAN-AUTH-CODE.
016020     IF CLSO-DEST-ACCOUNT
016030         SET TRAN-TYPE-TRANSFER TO TRUE
016040         MOVE CLSO-DEST-ACCT-NUMBER TO TRAN-TO-ACCOUNT
016050     ELSE
016060         SET TRAN-TYPE-PAYMENT TO TRUE
016070         MOVE ZERO TO TRAN-TO-ACCOUNT
016080         MOVE CLSO-PAYEE-BANK TO TRAN-CPTY-BANK
016090         MOVE CLSO-PAYEE-ACCOUNT TO TRAN-CPTY-ACCOUNT
016100         MOVE CLSO-PAYEE-NAME TO TRAN-CPTY-NAME
016110         MOVE CLSO-ACCT-NUMBER TO WS-CLOSING-REF-ACCT
016120         MOVE WS-CLOSING-REF TO TRAN-CLEARING-REF
016130     END-IF.
016140     WRITE TRAN-RECORD.
016150     ADD 1 TO WS-DETAIL-COUNT.
016160     ADD TRAN-AMOUNT TO WS-DEBIT-TOTAL.
016170 3250-EXIT.
016180     EXIT.
016190
016200*----------------------------------------------------------*
016210*  4000-COMPLETE-CLOSURES - ONCE THE SETTLEMENT BATCH HAS
016220*  POSTED, REOPEN THE FILES POSTTRAN HAD AND COMPLETE EVERY
016230*  CLOSURE OF THE RUN. WHEN IT DID NOT POST, OR A FILE
016240*  CANNOT BE REACHED, EVERY CLOSURE IS REPORTED NOT CLOSED.
016250*----------------------------------------------------------*
016260 4000-COMPLETE-CLOSURES.
016270     MOVE SPACES TO WS-PHASE-REASON.
016280     MOVE "N" TO WS-BATCH-POSTED-SW.
016290     IF STAGE-IS-OK
016300         MOVE WS-BATCH-NUMBER TO WS-TRAN-BATCH
016310         PERFORM 3150-CHECK-REGISTER THRU 3150-EXIT
016320     END-IF.
016330     IF NOT BATCH-IS-POSTED
016340         MOVE "SETTLEMENT BATCH NOT POSTED"
016350             TO WS-PHASE-REASON
016360         MOVE "N" TO WS-RUN-OK-SW
016370         GO TO 4000-RUN
016380     END-IF.
016390
016400     OPEN I-O ACCOUNT-MASTER.
016410     IF NOT WS-ACCT-FILE-OK
016420         DISPLAY "ACCTCLS: UNABLE TO REOPEN ACCOUNT MASTER, "
016430             "STATUS = " WS-ACCT-FILE-STATUS
016440         MOVE "ACCOUNT MASTER UNAVAILABLE"
016450             TO WS-PHASE-REASON
016460         GO TO 4000-RUN
016470     END-IF.
016480     SET ACCT-FILE-IS-OPEN TO TRUE.
016490
016500     OPEN I-O HOLDS-FILE.
016510     IF WS-HOLD-FILE-OK
016520         SET HOLD-FILE-IS-OPEN TO TRUE
016530     ELSE
016540         IF NOT WS-HOLD-FILE-NOT-FOUND
016550             DISPLAY "ACCTCLS: UNABLE TO REOPEN HOLDS FILE, "
016560                 "STATUS = " WS-HOLD-FILE-STATUS
016570             MOVE "HOLDS FILE UNAVAILABLE"
016580                 TO WS-PHASE-REASON
016590             GO TO 4000-RUN
016600         END-IF
016610     END-IF.
016620
016630     OPEN I-O STANDING-ORDERS.
016640     IF WS-SORD-FILE-OK
016650         SET SORD-FILE-IS-OPEN TO TRUE
016660     ELSE
016670         IF NOT WS-SORD-FILE-NOT-FOUND
016680             DISPLAY "ACCTCLS: UNABLE TO OPEN STANDING ORDERS, "
016690                 "STATUS = " WS-SORD-FILE-STATUS
016700             MOVE "STANDING ORDERS UNAVAILABLE"
016710                 TO WS-PHASE-REASON
016720             GO TO 4000-RUN
016730         END-IF
016740     END-IF.
016750
016760     OPEN INPUT HISTORY-JOURNAL.
016770     IF WS-HIST-FILE-OK
016780         SET HIST-FILE-IS-OPEN TO TRUE
016790     ELSE
016800         IF NOT WS-HIST-FILE-NOT-FOUND
016810             DISPLAY "ACCTCLS: UNABLE TO REOPEN HISTORY "
016820                 "JOURNAL, STATUS = " WS-HIST-FILE-STATUS
016830             MOVE "HISTORY JOURNAL UNAVAILABLE"
016840                 TO WS-PHASE-REASON
016850             GO TO 4000-RUN
016860         END-IF
016870     END-IF.
016880
016890     OPEN INPUT CUSTOMER-MASTER.
016900     IF NOT WS-CUST-FILE-OK
016910         DISPLAY "ACCTCLS: UNABLE TO OPEN CUSTOMER MASTER, "
016920             "STATUS = " WS-CUST-FILE-STATUS
016930         MOVE "CUSTOMER MASTER UNAVAILABLE"
016940             TO WS-PHASE-REASON
016950         GO TO 4000-RUN
016960     END-IF.
016970     SET CUST-FILE-IS-OPEN TO TRUE.
016980
016990     OPEN OUTPUT CLOSING-STATEMENT.
017000     IF NOT WS-STMT-FILE-OK
017010         DISPLAY "ACCTCLS: UNABLE TO OPEN CLOSING STATEMENTS, "
017020             "STATUS = " WS-STMT-FILE-STATUS
017030         MOVE "CLOSING STATEMENTS UNAVAILABLE"
017040             TO WS-PHASE-REASON
017050         GO TO 4000-RUN
017060     END-IF.
017070     SET STMT-FILE-IS-OPEN TO TRUE.
017080
017090 4000-RUN.
017100     MOVE ZERO TO WS-CLS-IDX.
017110     PERFORM 4100-COMPLETE-ONE-CLOSURE THRU 4100-EXIT
017120         UNTIL WS-CLS-IDX NOT < WS-CLS-COUNT.
017130 4000-EXIT.
017140     EXIT.
017150
017160*----------------------------------------------------------*
017170*  4100-COMPLETE-ONE-CLOSURE - AN ACCOUNT THE POSTING LEFT
017180*  AT ZERO LOSES ITS STANDING ORDERS AND HOLDS, IS CLOSED
017190*  AND GETS ITS CLOSING STATEMENT. ONE STILL CARRYING A
017200*  BALANCE HAD AN ITEM REJECTED (SEE POSTTRAN'S EXCEPTION
017210*  REPORT) AND STAYS OPEN.
017220*----------------------------------------------------------*
017230 4100-COMPLETE-ONE-CLOSURE.
017240     ADD 1 TO WS-CLS-IDX.
017250     MOVE WS-CLS-ORDER(WS-CLS-IDX) TO CLSO-RECORD.
017260     MOVE WS-CLS-CHECKER-ID(WS-CLS-IDX) TO WS-CHECKER-ID.
017270
017280*    NOTHING WAS POSTED OR TOUCHED: AN APPROVED CLOSURE STAYS
017290*    APPROVED FOR THE NEXT RUN
017300     IF WS-PHASE-REASON NOT = SPACES
017310         MOVE WS-PHASE-REASON TO WS-REFUSAL-REASON
017320         PERFORM 6200-WRITE-NOT-CLOSED THRU 6200-EXIT
017330         GO TO 4100-EXIT
017340     END-IF.
017350
017360     MOVE CLSO-ACCT-NUMBER TO ACCT-NUMBER.
017370     READ ACCOUNT-MASTER
017380         INVALID KEY
017390             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
017400                 TO WS-REFUSAL-REASON
017410             PERFORM 6200-WRITE-NOT-CLOSED THRU 6200-EXIT
017420             PERFORM 7600-MARK-PENDING THRU 7600-EXIT
017430             GO TO 4100-EXIT
017440     END-READ.
017450
017460     IF ACCT-BALANCE NOT = ZERO
017470         MOVE "BALANCE NOT CLEARED BY POSTING"
017480             TO WS-REFUSAL-REASON
017490         PERFORM 6200-WRITE-NOT-CLOSED THRU 6200-EXIT
017500         PERFORM 7600-MARK-PENDING THRU 7600-EXIT
017510         GO TO 4100-EXIT
017520     END-IF.
017530
017540     PERFORM 4200-CANCEL-ORDERS THRU 4200-EXIT.
017550     PERFORM 4300-RELEASE-HOLDS THRU 4300-EXIT.
017560
017570     MOVE CLSO-ACCT-NUMBER TO ACCT-NUMBER.
017580     READ ACCOUNT-MASTER
017590         INVALID KEY
017600             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
017610                 TO WS-REFUSAL-REASON
017620             PERFORM 6200-WRITE-NOT-CLOSED THRU 6200-EXIT
017630             PERFORM 7600-MARK-PENDING THRU 7600-EXIT
017640             GO TO 4100-EXIT
017650     END-READ.
017660     SET ACCT-STATUS-CLOSED TO TRUE.
017670     MOVE WS-TODAY TO ACCT-LAST-UPDATED.
017680     REWRITE ACCT-RECORD
017690         INVALID KEY
017700             MOVE "REWRITE FAILED" TO WS-REFUSAL-REASON
017710             PERFORM 6200-WRITE-NOT-CLOSED THRU 6200-EXIT
017720             PERFORM 7600-MARK-PENDING THRU 7600-EXIT
017730             GO TO 4100-EXIT
017740     END-REWRITE.
017750
017760     PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT.
017770     MOVE SPACES TO WS-REFUSAL-REASON.
017780     PERFORM 6100-WRITE-CLOSED THRU 6100-EXIT.
017790     PERFORM 7600-MARK-PENDING THRU 7600-EXIT.
017800 4100-EXIT.
017810     EXIT.
017820
017830*----------------------------------------------------------*
017840*  4200-CANCEL-ORDERS - MARK EVERY ACTIVE STANDING ORDER ON
017850*  THE ACCOUNT CANCELLED SO SORDGEN STOPS SELECTING IT
017860*----------------------------------------------------------*
017870 4200-CANCEL-ORDERS.
017880     MOVE ZERO TO WS-SORD-CANCELLED.
017890     IF NOT SORD-FILE-IS-OPEN
017900         GO TO 4200-EXIT
017910     END-IF.
017920
017930     MOVE "N" TO WS-SORD-EOF-SW.
017940     MOVE ZEROS TO SORD-ORDER-NUMBER.
017950     START STANDING-ORDERS
017960         KEY IS NOT LESS THAN SORD-ORDER-NUMBER
017970         INVALID KEY
017980             SET SORD-EOF TO TRUE
017990     END-START.
018000
018010     PERFORM 4250-CANCEL-ONE-ORDER THRU 4250-EXIT
018020         UNTIL SORD-EOF.
018030 4200-EXIT.
018040     EXIT.
018050
018060*----------------------------------------------------------*
018070*  4250-CANCEL-ONE-ORDER - READ THE NEXT STANDING ORDER AND
018080*  CANCEL IT WHEN IT IS AN ACTIVE ORDER OF THIS ACCOUNT
018090*----------------------------------------------------------*
018100 4250-CANCEL-ONE-ORDER.
018110     READ STANDING-ORDERS NEXT RECORD
018120         AT END
018130             SET SORD-EOF TO TRUE
018140             GO TO 4250-EXIT
018150     END-READ.
018160     IF SORD-ACCT-NUMBER NOT = CLSO-ACCT-NUMBER
018170        OR NOT SORD-STATUS-ACTIVE
018180         GO TO 4250-EXIT
018190     END-IF.
018200
018210     SET SORD-STATUS-CANCELLED TO TRUE.
018220     REWRITE SORD-RECORD
018230         INVALID KEY
018240             DISPLAY "ACCTCLS: UNABLE TO CANCEL STANDING ORDER "
018250                 SORD-ORDER-NUMBER ", STATUS = "
018260                 WS-SORD-FILE-STATUS
018270             GO TO 4250-EXIT
018280     END-REWRITE.
018290     ADD 1 TO WS-SORD-CANCELLED.
018300 4250-EXIT.
018310     EXIT.
018320
018330*----------------------------------------------------------*
018340*  4300-RELEASE-HOLDS - MARK EVERY ACTIVE HOLD ON THE
018350*  ACCOUNT RELEASED
018360*----------------------------------------------------------*
018370 4300-RELEASE-HOLDS.
018380     MOVE ZERO TO WS-HOLD-RELEASED.
018390     IF NOT HOLD-FILE-IS-OPEN
018400         GO TO 4300-EXIT
018410     END-IF.
018420
018430     MOVE "N" TO WS-HOLD-EOF-SW.
018440     MOVE ZEROS TO HOLD-NUMBER.
018450     START HOLDS-FILE KEY IS NOT LESS THAN HOLD-NUMBER
018460         INVALID KEY
018470             SET HOLD-EOF TO TRUE
018480     END-START.
018490
018500     PERFORM 4350-RELEASE-ONE-HOLD THRU 4350-EXIT
018510         UNTIL HOLD-EOF.
018520 4300-EXIT.
018530     EXIT.
018540
018550*----------------------------------------------------------*
018560*  4350-RELEASE-ONE-HOLD - READ THE NEXT HOLD AND RELEASE
018570*  IT WHEN IT IS AN ACTIVE HOLD ON THIS ACCOUNT
018580*----------------------------------------------------------*
018590 4350-RELEASE-ONE-HOLD.
018600     READ HOLDS-FILE NEXT RECORD
018610         AT END
018620             SET HOLD-EOF TO TRUE
018630             GO TO 4350-EXIT
018640     END-READ.
018650     IF HOLD-ACCT-NUMBER NOT = CLSO-ACCT-NUMBER
018660        OR NOT HOLD-STATUS-ACTIVE
018670         GO TO 4350-EXIT
018680     END-IF.
018690
018700     SET HOLD-STATUS-RELEASED TO TRUE.
018710     REWRITE HOLD-RECORD
018720         INVALID KEY
018730             DISPLAY "ACCTCLS: UNABLE TO RELEASE HOLD "
018740                 HOLD-NUMBER ", STATUS = " WS-HOLD-FILE-STATUS
018750             GO TO 4350-EXIT
018760     END-REWRITE.
018770     ADD 1 TO WS-HOLD-RELEASED.
018780 4350-EXIT.
018790     EXIT.
018800
018810*----------------------------------------------------------*
018820*  5000-PRINT-STATEMENT - THE CLOSING STATEMENT: THE
018830*  PRIMARY HOLDER'S ADDRESS, THE MONTH'S MOVEMENTS UP TO
018840*  AND INCLUDING THE SETTLEMENT, AND WHERE THE FINAL
018850*  BALANCE WENT. IT IS PRINTED WHATEVER THE CUSTOMER'S
018860*  STATEMENT DELIVERY, AND MARKED WHEN MAIL IS HELD.
018870*----------------------------------------------------------*
018880 5000-PRINT-STATEMENT.
018890     MOVE ACCT-CUST-NUMBER TO CUST-NUMBER.
018900     READ CUSTOMER-MASTER
018910         INVALID KEY
018920             MOVE SPACES TO CUST-RECORD
018930             MOVE ACCT-CUST-NUMBER TO CUST-NUMBER
018940             MOVE ACCT-HOLDER-NAME TO CUST-NAME
018950             DISPLAY "ACCTCLS: CUSTOMER " ACCT-CUST-NUMBER
018960                 " NOT ON MASTER, STATEMENT FOR ACCOUNT "
018970                 ACCT-NUMBER " HAS NO ADDRESS"
018980     END-READ.
018990
019000     MOVE ACCT-NUMBER TO SHD-ACCT-NUMBER.
019010     WRITE STMT-LINE FROM WS-STMT-HEADER-1
019020         AFTER ADVANCING PAGE.
019030     MOVE CUST-NUMBER TO CHD-CUST-NUMBER.
019040     MOVE CUST-NAME TO CHD-CUST-NAME.
019050     WRITE STMT-LINE FROM WS-CUST-HEADER
019060         AFTER ADVANCING 2 LINES.
019070
019080     PERFORM 5100-WRITE-ADDRESS-BLOCK THRU 5100-EXIT.
019090
019100     IF CUST-DELIV-HOLD
019110         WRITE STMT-LINE FROM WS-HOLD-MARKER
019120             AFTER ADVANCING 1 LINE
019130     END-IF.
019140
019150     MOVE ACCT-NUMBER TO AHD-ACCT-NUMBER.
019160     WRITE STMT-LINE FROM WS-ACCT-HEADER
019170         AFTER ADVANCING 2 LINES.
019180
019190     PERFORM 5200-PRINT-MOVEMENTS THRU 5200-EXIT.
019200     PERFORM 5300-PRINT-SETTLEMENT THRU 5300-EXIT.
019210 5000-EXIT.
019220     EXIT.
019230
019240*----------------------------------------------------------*
019250*  5100-WRITE-ADDRESS-BLOCK - PRINT THE MAILING ADDRESS
019260*  UNDER THE CUSTOMER HEADER; BLANK LINES ARE SKIPPED SO
019270*  AN UNKEYED ADDRESS DOES NOT LEAVE HOLES IN THE WINDOW
019280*----------------------------------------------------------*
019290 5100-WRITE-ADDRESS-BLOCK.
019300     IF CUST-ADDR-LINE-1 NOT = SPACES
019310         MOVE CUST-ADDR-LINE-1 TO ADR-TEXT
019320         WRITE STMT-LINE FROM WS-ADDRESS-LINE
019330             AFTER ADVANCING 1 LINE
019340     END-IF.
019350     IF CUST-ADDR-LINE-2 NOT = SPACES
019360         MOVE CUST-ADDR-LINE-2 TO ADR-TEXT
019370         WRITE STMT-LINE FROM WS-ADDRESS-LINE
019380             AFTER ADVANCING 1 LINE
019390     END-IF.
019400     IF CUST-POSTCODE NOT = SPACES
019410         MOVE CUST-POSTCODE TO ADR-TEXT
019420         WRITE STMT-LINE FROM WS-ADDRESS-LINE
019430             AFTER ADVANCING 1 LINE
019440     END-IF.
019450 5100-EXIT.
019460     EXIT.
019470
019480*----------------------------------------------------------*
019490*  5200-PRINT-MOVEMENTS - OPENING BALANCE, THE CLOSURE
019500*  MONTH'S MOVEMENTS FROM THE HISTORY JOURNAL AND THE
019510*  CLOSING BALANCE. A MONTH WITH NO MOVEMENT OPENS AND
019520*  CLOSES AT THE ACCOUNT'S (ZERO) BALANCE.
019530*----------------------------------------------------------*
019540 5200-PRINT-MOVEMENTS.
019550     MOVE ZERO TO WS-MOVEMENT-COUNT.
019560     MOVE "N" TO WS-HIST-EOF-SW.
019570     IF NOT HIST-FILE-IS-OPEN
019580         SET HIST-EOF TO TRUE
019590     ELSE
019600         MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER
019610         MOVE WS-TODAY-YYYYMM TO WS-HIST-YYYYMM
019620         MOVE 01 TO WS-HIST-DD
019630         MOVE WS-HIST-DATE TO HIST-POST-DATE
019640         MOVE ZEROS TO HIST-POST-SEQ
019650         START HISTORY-JOURNAL
019660             KEY IS NOT LESS THAN HIST-KEY
019670             INVALID KEY
019680                 SET HIST-EOF TO TRUE
019690         END-START
019700     END-IF.
019710
019720     PERFORM 5250-PRINT-ONE-MOVEMENT THRU 5250-EXIT
019730         UNTIL HIST-EOF.
019740
019750     IF WS-MOVEMENT-COUNT = 0
019760         MOVE ACCT-BALANCE TO OPN-BALANCE
019770         WRITE STMT-LINE FROM WS-OPENING-LINE
019780             AFTER ADVANCING 1 LINE
019790     END-IF.
019800
019810     MOVE ACCT-BALANCE TO CLS-BALANCE.
019820     WRITE STMT-LINE FROM WS-CLOSING-LINE
019830         AFTER ADVANCING 1 LINE.
019840 5200-EXIT.
019850     EXIT.
019860
019870*----------------------------------------------------------*
019880*  5250-PRINT-ONE-MOVEMENT - READ THIS ACCOUNT'S NEXT
019890*  JOURNAL RECORD ON THE KEY AND PRINT IT; ANOTHER
019900*  ACCOUNT'S KEY ENDS THE LIST. THE FIRST ONE ALSO PRINTS
019910*  THE OPENING LINE FROM ITS BALANCE-BEFORE.
019920*----------------------------------------------------------*
019930 5250-PRINT-ONE-MOVEMENT.
019940     READ HISTORY-JOURNAL NEXT RECORD
019950         AT END
019960             SET HIST-EOF TO TRUE
019970             GO TO 5250-EXIT
019980     END-READ.
019990     IF HIST-ACCT-NUMBER NOT = ACCT-NUMBER
020000         SET HIST-EOF TO TRUE
020010         GO TO 5250-EXIT
020020     END-IF.
020030
020040     IF WS-MOVEMENT-COUNT = 0
020050         MOVE HIST-BALANCE-BEFORE TO OPN-BALANCE
020060         WRITE STMT-LINE FROM WS-OPENING-LINE
020070             AFTER ADVANCING 1 LINE
020080     END-IF.
020090
020100     ADD 1 TO WS-MOVEMENT-COUNT.
020110     MOVE HIST-POST-DATE TO MVT-DATE.
020120     MOVE SPACES TO MVT-XFER-ACCT.
020130     IF HIST-XFER-ACCT NOT = ZERO
020140         IF HIST-TYPE-CREDIT
020150             MOVE "VIR DE" TO MVT-TYPE
020160         ELSE
020170             MOVE "VIR A " TO MVT-TYPE
020180         END-IF
020190         MOVE HIST-XFER-ACCT TO MVT-XFER-ACCT
020200     ELSE
020210         IF HIST-TYPE-CREDIT
020220             MOVE "CREDIT" TO MVT-TYPE
020230         ELSE
020240             MOVE "DEBIT " TO MVT-TYPE
020250         END-IF
020260     END-IF.
020270     MOVE HIST-AMOUNT TO MVT-AMOUNT.
020280     MOVE HIST-BALANCE-AFTER TO MVT-BALANCE.
020290
020300     MOVE SPACES TO MVT-REMARK.
020310     IF HIST-ORIGIN-INTEREST
020320         MOVE "INTERETS" TO MVT-REMARK
020330     END-IF.
020340     IF HIST-ORIGIN-FEE
020350         MOVE "FRAIS" TO MVT-REMARK
020360     END-IF.
020370     IF HIST-ORIGIN-PAYMENT
020380         MOVE "VIREMENT EXTERNE" TO MVT-REMARK
020390     END-IF.
020400     IF HIST-REV-IS-REVERSAL
020410         MOVE "ANNULATION DU " TO RVR-TEXT
020420         MOVE HIST-REV-LINK-DATE TO RVR-DATE
020430         MOVE WS-REVERSAL-REMARK TO MVT-REMARK
020440     END-IF.
020450     IF HIST-REV-IS-REVERSED
020460         MOVE "ANNULE LE " TO RVR-TEXT
020470         MOVE HIST-REV-LINK-DATE TO RVR-DATE
020480         MOVE WS-REVERSAL-REMARK TO MVT-REMARK
020490     END-IF.
020500     WRITE STMT-LINE FROM WS-MOVEMENT-LINE
020510         AFTER ADVANCING 1 LINE.
020520 5250-EXIT.
020530     EXIT.
020540
020550*----------------------------------------------------------*
020560*  5300-PRINT-SETTLEMENT - THE CLOSURE DATE, WHERE THE
020570*  FINAL BALANCE WENT, AND THE STANDING ORDERS AND HOLDS
020580*  ENDED WITH THE ACCOUNT
020590*----------------------------------------------------------*
020600 5300-PRINT-SETTLEMENT.
020610     MOVE WS-TODAY TO CLD-DATE.
020620     WRITE STMT-LINE FROM WS-CLOSED-ON-LINE
020630         AFTER ADVANCING 2 LINES.
020640
020650     IF WS-CLS-AMOUNT(WS-CLS-IDX) = ZERO
020660         WRITE STMT-LINE FROM WS-NOTHING-LINE
020670             AFTER ADVANCING 1 LINE
020680         GO TO 5300-ENDED
020690     END-IF.
020700
020710     MOVE WS-CLS-AMOUNT(WS-CLS-IDX) TO STL-AMOUNT.
020720     IF CLSO-DEST-ACCOUNT
020730         MOVE CLSO-DEST-ACCT-NUMBER TO TAT-ACCT-NUMBER
020740         MOVE WS-TO-ACCOUNT-TEXT TO STL-TEXT
020750         WRITE STMT-LINE FROM WS-SETTLED-LINE
020760             AFTER ADVANCING 1 LINE
020770     ELSE
020780         MOVE CLSO-PAYEE-NAME TO TPT-PAYEE-NAME
020790         MOVE WS-TO-PAYEE-TEXT TO STL-TEXT
020800         WRITE STMT-LINE FROM WS-SETTLED-LINE
020810             AFTER ADVANCING 1 LINE
020820         MOVE CLSO-PAYEE-BANK TO PYL-BANK
020830         MOVE CLSO-PAYEE-ACCOUNT TO PYL-ACCOUNT
020840         WRITE STMT-LINE FROM WS-PAYEE-LINE
020850             AFTER ADVANCING 1 LINE
020860     END-IF.
020870
020880 5300-ENDED.
020890     MOVE WS-SORD-CANCELLED TO ORL-COUNT.
020900     WRITE STMT-LINE FROM WS-ORDERS-LINE
020910         AFTER ADVANCING 2 LINES.
020920     MOVE WS-HOLD-RELEASED TO HDL-COUNT.
020930     WRITE STMT-LINE FROM WS-HOLDS-LINE
020940         AFTER ADVANCING 1 LINE.
020950 5300-EXIT.
020960     EXIT.
020970
020980*----------------------------------------------------------*
020990*  6000-WRITE-REFUSAL - REPORT A CLOSURE ORDER THAT WAS
021000*  NOT ACCEPTED, AND WHY
021010*----------------------------------------------------------*
021020 6000-WRITE-REFUSAL.
021030     PERFORM 6900-MOVE-ORDER-FIELDS THRU 6900-EXIT.
021040     MOVE ZERO TO RPT-INTEREST.
021050     MOVE ZERO TO RPT-FEES.
021060     MOVE ZERO TO RPT-AMOUNT.
021070     MOVE "REFUSED" TO RPT-DISPOSITION.
021080     MOVE WS-REFUSAL-REASON TO RPT-REASON.
021090     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
021100     WRITE RPT-RECORD.
021110
021120     ADD 1 TO WS-REFUSED-COUNT.
021130     DISPLAY "ACCTCLS: ORDER REFUSED FOR ACCOUNT "
021140         CLSO-ACCT-NUMBER " - " WS-REFUSAL-REASON.
021150 6000-EXIT.
021160     EXIT.
021170
021180*----------------------------------------------------------*
021190*  6100-WRITE-CLOSED - REPORT AN ACCOUNT SETTLED AND CLOSED
021200*----------------------------------------------------------*
021210 6100-WRITE-CLOSED.
021220     PERFORM 6900-MOVE-ORDER-FIELDS THRU 6900-EXIT.
021230     MOVE WS-CLS-INTEREST(WS-CLS-IDX) TO RPT-INTEREST.
021240     MOVE WS-CLS-FEE(WS-CLS-IDX) TO RPT-FEES.
021250     MOVE WS-CLS-AMOUNT(WS-CLS-IDX) TO RPT-AMOUNT.
021260     MOVE "CLOSED" TO RPT-DISPOSITION.
021270     MOVE SPACES TO RPT-REASON.
021280     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
021290     WRITE RPT-RECORD.
021300
021310     ADD 1 TO WS-CLOSED-COUNT.
021320 6100-EXIT.
021330     EXIT.
021340
021350*----------------------------------------------------------*
021360*  6200-WRITE-NOT-CLOSED - REPORT A CLOSURE OF THE RUN
021370*  THAT COULD NOT BE COMPLETED, AND WHY
021380*----------------------------------------------------------*
021390 6200-WRITE-NOT-CLOSED.
021400     PERFORM 6900-MOVE-ORDER-FIELDS THRU 6900-EXIT.
021410     MOVE WS-CLS-INTEREST(WS-CLS-IDX) TO RPT-INTEREST.
021420     MOVE WS-CLS-FEE(WS-CLS-IDX) TO RPT-FEES.
021430     MOVE WS-CLS-AMOUNT(WS-CLS-IDX) TO RPT-AMOUNT.
021440     MOVE "NOT DONE" TO RPT-DISPOSITION.
021450     MOVE WS-REFUSAL-REASON TO RPT-REASON.
021460     MOVE WS-CHECKER-ID TO RPT-CHECKER-ID.
021470     WRITE RPT-RECORD.
021480
021490     ADD 1 TO WS-NOT-CLOSED-COUNT.
021500     DISPLAY "ACCTCLS: *** ACCOUNT " CLSO-ACCT-NUMBER
021510         " NOT CLOSED - " WS-REFUSAL-REASON " ***".
021520 6200-EXIT.
021530     EXIT.
021540
021550*----------------------------------------------------------*
021560*  6800-REFER-FOR-APPROVAL - HOLD THE ORDER ON THE PENDING
021570*  APPROVAL FILE FOR A SECOND OPERATOR INSTEAD OF SETTLING
021580*  IT, AND REPORT IT AS PENDING
021590*----------------------------------------------------------*
021600 6800-REFER-FOR-APPROVAL.
021610     ADD 1 TO WS-NEXT-PEND-NUMBER.
021620     MOVE SPACES TO PEND-RECORD.
021630     MOVE WS-NEXT-PEND-NUMBER TO PEND-NUMBER.
021640     SET PEND-SOURCE-ACCTCLS TO TRUE.
021650     SET PEND-STATUS-PENDING TO TRUE.
021660     MOVE "C" TO PEND-ACTION.
021670     MOVE CLSO-ACCT-NUMBER TO PEND-ACCT-NUMBER.
021680     MOVE WS-SETTLE-AMOUNT TO PEND-AMOUNT.
021690     MOVE CLSO-OPERATOR-ID TO PEND-MAKER-ID.
021700     MOVE WS-TODAY TO PEND-RAISED-DATE.
021710     MOVE WS-RELEASE-LEVEL TO PEND-LEVEL-REQUIRED.
021720     MOVE ZERO TO PEND-DECIDED-DATE.
021730     MOVE ZERO TO PEND-APPLIED-DATE.
021740     MOVE CLSO-RECORD TO PEND-ORDER-IMAGE.
021750
021760     WRITE PEND-RECORD
021770         INVALID KEY
021780             MOVE "PENDING FILE WRITE FAILED"
021790                 TO WS-REFUSAL-REASON
021800             PERFORM 6000-WRITE-REFUSAL THRU 6000-EXIT
021810             GO TO 6800-EXIT
021820     END-WRITE.
021830
021840     ADD 1 TO WS-REFERRED-COUNT.
021850     MOVE PEND-NUMBER TO WS-PENDING-REF.
021860     PERFORM 6900-MOVE-ORDER-FIELDS THRU 6900-EXIT.
021870     MOVE WS-INTEREST-AMOUNT TO RPT-INTEREST.
021880     MOVE WS-FEE-AMOUNT TO RPT-FEES.
021890     MOVE WS-SETTLE-AMOUNT TO RPT-AMOUNT.
021900     MOVE "PENDING" TO RPT-DISPOSITION.
021910     MOVE WS-PENDING-REASON TO RPT-REASON.
021920     MOVE SPACES TO RPT-CHECKER-ID.
021930     WRITE RPT-RECORD.
021940 6800-EXIT.
021950     EXIT.
021960
021970*----------------------------------------------------------*
021980*  6900-MOVE-ORDER-FIELDS - THE ACCOUNT, DESTINATION AND
021990*  MAKER COLUMNS COMMON TO EVERY REPORT LINE
022000*----------------------------------------------------------*
022010 6900-MOVE-ORDER-FIELDS.
022020     MOVE CLSO-ACCT-NUMBER TO RPT-ACCT-NUMBER.
022030     MOVE CLSO-DEST-TYPE TO RPT-DEST-TYPE.
022040     IF CLSO-DEST-ACCOUNT
022050         MOVE CLSO-DEST-ACCT-NUMBER TO RPT-DESTINATION
022060     ELSE
022070         MOVE CLSO-PAYEE-ACCOUNT TO RPT-DESTINATION
022080     END-IF.
022090     MOVE CLSO-OPERATOR-ID TO RPT-MAKER-ID.
022100 6900-EXIT.
022110     EXIT.
022120
022130*----------------------------------------------------------*
022140*  7500-APPLY-APPROVED - TAKE EVERY CLOSURE APPROVED ON THE
022150*  PENDING APPROVAL FILE SINCE THE LAST RUN INTO THIS RUN'S
022160*  SETTLEMENT
022170*----------------------------------------------------------*
022180 7500-APPLY-APPROVED.
022190     SET APPLYING-APPROVED TO TRUE.
022200     MOVE "N" TO WS-PEND-EOF-SW.
022210     MOVE ZEROS TO PEND-NUMBER.
022220     START PENDING-FILE KEY IS NOT LESS THAN PEND-NUMBER
022230         INVALID KEY
022240             SET PEND-EOF TO TRUE
022250     END-START.
022260     PERFORM 7550-APPLY-ONE-APPROVED THRU 7550-EXIT
022270         UNTIL PEND-EOF.
022280     MOVE "N" TO WS-APPLYING-SW.
022290     MOVE SPACES TO WS-CHECKER-ID.
022300     MOVE ZERO TO WS-PEND-REF-NUMBER.
022310 7500-EXIT.
022320     EXIT.
022330
022340*----------------------------------------------------------*
022350*  7550-APPLY-ONE-APPROVED - RUN ONE APPROVED CLOSURE
022360*  THROUGH THE NORMAL CHECKS. ONE THAT PASSES JOINS THE
022370*  SETTLEMENT AND IS MARKED WHEN IT COMPLETES; ONE THAT NO
022380*  LONGER PASSES IS MARKED FAILED WITH THE REASON NOW.
022390*----------------------------------------------------------*
022400 7550-APPLY-ONE-APPROVED.
022410     READ PENDING-FILE NEXT RECORD
022420         AT END
022430             SET PEND-EOF TO TRUE
022440             GO TO 7550-EXIT
022450     END-READ.
022460     IF NOT PEND-SOURCE-ACCTCLS
022470        OR NOT PEND-STATUS-APPROVED
022480         GO TO 7550-EXIT
022490     END-IF.
022500
022510     ADD 1 TO WS-APPROVED-COUNT.
022520     MOVE PEND-ORDER-IMAGE TO CLSO-RECORD.
022530     MOVE PEND-CHECKER-ID TO WS-CHECKER-ID.
022540     MOVE PEND-NUMBER TO WS-PEND-REF-NUMBER.
022550     MOVE SPACES TO WS-REFUSAL-REASON.
022560     MOVE WS-CLS-COUNT TO WS-CLS-COUNT-BEFORE.
022570
022580     PERFORM 2200-VALIDATE-CLOSURE THRU 2200-EXIT.
022590
022600*    THE VALIDATION READS MAY HAVE MOVED THE FILE ON; THE
022610*    PENDING RECORD IS READ AGAIN BY KEY BEFORE IT IS MARKED
022620     IF WS-CLS-COUNT = WS-CLS-COUNT-BEFORE
022630         MOVE WS-PEND-REF-NUMBER TO PEND-NUMBER
022640         READ PENDING-FILE
022650             INVALID KEY
022660                 GO TO 7550-EXIT
022670         END-READ
022680         SET PEND-STATUS-FAILED TO TRUE
022690         MOVE WS-REFUSAL-REASON TO PEND-REASON
022700         MOVE WS-TODAY TO PEND-APPLIED-DATE
022710         REWRITE PEND-RECORD
022720             INVALID KEY
022730                 DISPLAY "ACCTCLS: UNABLE TO MARK PENDING "
022740                     "ORDER " PEND-NUMBER ", STATUS = "
022750                     WS-PEND-FILE-STATUS
022760         END-REWRITE
022770     END-IF.
022780 7550-EXIT.
022790     EXIT.
022800
022810*----------------------------------------------------------*
022820*  7600-MARK-PENDING - MARK THE APPROVED ORDER BEHIND A
022830*  CLOSURE DONE, OR FAILED WITH THE REASON
022840*----------------------------------------------------------*
022850 7600-MARK-PENDING.
022860     IF WS-CLS-PEND-NUMBER(WS-CLS-IDX) = ZERO
022870         GO TO 7600-EXIT
022880     END-IF.
022890
022900     MOVE WS-CLS-PEND-NUMBER(WS-CLS-IDX) TO PEND-NUMBER.
022910     READ PENDING-FILE
022920         INVALID KEY
022930             DISPLAY "ACCTCLS: PENDING ORDER " PEND-NUMBER
022940                 " NO LONGER ON FILE"
022950             GO TO 7600-EXIT
022960     END-READ.
022970
022980     IF WS-REFUSAL-REASON = SPACES
022990         SET PEND-STATUS-APPLIED TO TRUE
023000     ELSE
023010         SET PEND-STATUS-FAILED TO TRUE
023020         MOVE WS-REFUSAL-REASON TO PEND-REASON
023030     END-IF.
023040     MOVE WS-TODAY TO PEND-APPLIED-DATE.
023050     REWRITE PEND-RECORD
023060         INVALID KEY
023070             DISPLAY "ACCTCLS: UNABLE TO MARK PENDING ORDER "
023080                 PEND-NUMBER ", STATUS = " WS-PEND-FILE-STATUS
023090     END-REWRITE.
023100 7600-EXIT.
023110     EXIT.
023120
023130*----------------------------------------------------------*
023140*  8000-READ-ORDER - READ THE NEXT CLOSURE ORDER
023150*----------------------------------------------------------*
023160 8000-READ-ORDER.
023170     READ ORDER-FILE
023180         AT END
023190             SET ORD-EOF TO TRUE
023200     END-READ.
023210 8000-EXIT.
023220     EXIT.
023230
023240*----------------------------------------------------------*
023250*  9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TOTALS
023260*----------------------------------------------------------*
023270 9000-TERMINATE.
023280     IF ACCT-FILE-IS-OPEN
023290         CLOSE ACCOUNT-MASTER
023300     END-IF.
023310     IF CUST-FILE-IS-OPEN
023320         CLOSE CUSTOMER-MASTER
023330     END-IF.
023340     IF HOLD-FILE-IS-OPEN
023350         CLOSE HOLDS-FILE
023360     END-IF.
023370     IF SORD-FILE-IS-OPEN
023380         CLOSE STANDING-ORDERS
023390     END-IF.
023400     IF HIST-FILE-IS-OPEN
023410         CLOSE HISTORY-JOURNAL
023420     END-IF.
023430     IF PROD-FILE-IS-OPEN
023440         CLOSE PRODUCT-FILE
023450     END-IF.
023460     IF OPER-FILE-IS-OPEN
023470         CLOSE OPERATOR-FILE
023480     END-IF.
023490     IF PEND-FILE-IS-OPEN
023500         CLOSE PENDING-FILE
023510     END-IF.
023520     IF ORD-FILE-IS-OPEN
023530         CLOSE ORDER-FILE
023540     END-IF.
023550     IF RPT-FILE-IS-OPEN
023560         CLOSE CLOSURE-REPORT
023570     END-IF.
023580     IF STMT-FILE-IS-OPEN
023590         CLOSE CLOSING-STATEMENT
023600     END-IF.
023610
023620     DISPLAY "ACCTCLS: " WS-ORDER-COUNT " ORDER(S) READ, "
023630         WS-CLOSED-COUNT " CLOSED, "
023640         WS-REFUSED-COUNT " REFUSED, "
023650         WS-NOT-CLOSED-COUNT " NOT CLOSED.".
023660     DISPLAY "ACCTCLS: " WS-REFERRED-COUNT
023670         " ORDER(S) REFERRED FOR APPROVAL, "
023680         WS-APPROVED-COUNT " APPROVED ORDER(S) TAKEN UP.".
023690 9000-EXIT.
023700     EXIT.
