000123*                   THE ACCOUNT FROM FEECHG'S MONTHLY
000124*                   SERVICE CHARGES, "N" PUTS IT BACK ON
000125*                   THE TARIFF). SEE ACCTREC.
000126*  2026-10-15 LGL   ACTIONS "H" AND "R" ADDED: ADD A JOINT
000127*                   HOLDER OR AUTHORISED SIGNATORY (ROLE IN
000128*                   MNT-HOLDER-ROLE, "J" OR "S") TO THE
000129*                   ACCOUNT, OR REMOVE ONE, FOR THE CUSTOMER
000130*                   IN MNT-CUST-NUMBER. SEE HLDRREC.
000131*  2026-10-15 LGL   MNT-OPERATOR-ID ADDED: THE OPERATOR WHO
000132*                   RAISED THE ORDER (SEE OPERREC).
000133*  2026-10-15 LGL   ACTION "P" ADDED: MOVE THE ACCOUNT TO THE
000134*                   CATALOGUE PRODUCT IN MNT-PRODUCT-CODE,
000135*                   WHICH AN OPEN ORDER NOW ALSO CARRIES.
000136*                   SEE PRODREC.
000137*----------------------------------------------------------*
000138 01  MNT-RECORD.
000140     05  MNT-ACTION                PIC X(01).
000150         88  MNT-ACTION-OPEN           VALUE "O".
000160         88  MNT-ACTION-CLOSE          VALUE "C".
000170         88  MNT-ACTION-NAME-CHANGE    VALUE "N".
000172         88  MNT-ACTION-LIMIT-CHANGE   VALUE "L".
000174         88  MNT-ACTION-FEE-WAIVER     VALUE "W".
000176         88  MNT-ACTION-ADD-HOLDER     VALUE "H".
000178         88  MNT-ACTION-REMOVE-HOLDER  VALUE "R".
000179         88  MNT-ACTION-PRODUCT-CHANGE VALUE "P".
000180     05  MNT-ACCT-NUMBER           PIC 9(06).
000190     05  MNT-CUST-NUMBER           PIC 9(06).
000200     05  MNT-HOLDER-NAME           PIC X(30).
000210     05  MNT-NEW-LIMIT             PIC 9(7)V99.
000220     05  MNT-WAIVER-FLAG           PIC X(01).
000231     05  MNT-HOLDER-ROLE           PIC X(01).
000240     05  MNT-OPERATOR-ID           PIC X(08).
000250     05  MNT-PRODUCT-CODE          PIC X(04).
