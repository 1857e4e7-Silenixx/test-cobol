000266*                   PROMOTIONAL ACCOUNTS FROM THE MONTHLY
000267*                   SERVICE CHARGES COMPUTED BY FEECHG. SET
000268*                   THROUGH THE NEW ACCTMNT "W" ORDER.
000269*  2026-10-15 LGL   ACCT-PRODUCT-CODE CARVED FROM THE GROWTH
000270*                   FILLER (RECORD LENGTH UNCHANGED, NO NEW
000271*                   CONVERSION): THE ACCOUNT'S PRODUCT ON THE
000272*                   PRODUCT CATALOGUE (PRODFILE, SEE PRODREC),
000273*                   WHICH PRICES ITS INTEREST AND FEES AND
000274*                   BOUNDS ITS OVERDRAFT. SET AT OPEN AND BY
000275*                   THE NEW ACCTMNT "P" ORDER. ACCOUNTS OPENED
000276*                   BEFORE THE CATALOGUE CARRY SPACES AND STAY
000277*                   ON THE RATEFILE AND FEEFILE TARIFF UNTIL
000278*                   THEY ARE MOVED ONTO A PRODUCT.
000281*----------------------------------------------------------*
000284 01  ACCT-RECORD.
000287     05  ACCT-NUMBER               PIC 9(06).
000290     05  ACCT-CUST-NUMBER          PIC 9(06).
000300     05  ACCT-HOLDER-NAME          PIC X(30).
000310     05  ACCT-BALANCE              PIC S9(7)V99.
000370     05  ACCT-OVERDRAFT-LIMIT      PIC 9(7)V99.
000372     05  ACCT-FEE-WAIVER           PIC X(01).
000374         88  ACCT-FEES-WAIVED          VALUE "Y".
000380     05  ACCT-PRODUCT-CODE         PIC X(04).
000394         88  ACCT-NO-PRODUCT           VALUE SPACES.
000404     05  FILLER                    PIC X(05).
