000010
000020*----------------------------------------------------------*
000030*  OMNTREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE OPERATOR
000090*                   MAINTENANCE ORDER FOR OPERMNT: ADD AN
000100*                   OPERATOR, CHANGE AN OPERATOR'S AUTHORITY
000110*                   LEVEL, DEACTIVATE AN OPERATOR WHO HAS LEFT
000120*                   OR REACTIVATE ONE. OMNT-OPERATOR-ID IS THE
000130*                   LEVEL 9 OPERATOR RAISING THE ORDER. SEE
000140*                   OPERREC.
000150*----------------------------------------------------------*
000160 01  OMNT-RECORD.
000170     05  OMNT-ACTION               PIC X(01).
000180         88  OMNT-ACTION-ADD           VALUE "A".
000190         88  OMNT-ACTION-LEVEL         VALUE "L".
000200         88  OMNT-ACTION-DEACTIVATE    VALUE "I".
000210         88  OMNT-ACTION-REACTIVATE    VALUE "R".
000220     05  OMNT-OPER-ID              PIC X(08).
000230     05  OMNT-OPER-NAME            PIC X(30).
000240     05  OMNT-LEVEL                PIC 9(01).
000250     05  OMNT-OPERATOR-ID          PIC X(08).
