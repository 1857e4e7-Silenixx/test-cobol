000010
000020*----------------------------------------------------------*
000030*  OPERREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE OPERATOR ON THE
000090*                   OPERFILE, KEYED BY OPERATOR ID. EVERY
000100*                   MAINTENANCE ORDER CARRIES THE ID OF THE
000110*                   OPERATOR WHO RAISED IT, AND THE MAINTENANCE
000120*                   PROGRAMS REFUSE AN ORDER FROM AN UNKNOWN OR
000130*                   INACTIVE OPERATOR. THE AUTHORITY LEVEL
000140*                   (1 LOWEST, 9 HIGHEST) DECIDES WHICH PENDING
000150*                   ORDERS THE OPERATOR MAY APPROVE IN APPRMNT
000160*                   (SEE DUALREC). LEVEL 9 ALSO MAINTAINS THE
000170*                   OPERATOR FILE ITSELF THROUGH OPERMNT. AN
000180*                   OPERATOR WHO LEAVES IS MADE INACTIVE, NOT
000190*                   DELETED, SO OLD APPROVALS STILL NAME THEM.
000200*----------------------------------------------------------*
000210 01  OPER-RECORD.
000220     05  OPER-ID                   PIC X(08).
000230     05  OPER-NAME                 PIC X(30).
000240     05  OPER-LEVEL                PIC 9(01).
000250     05  OPER-STATUS               PIC X(01).
000260         88  OPER-STATUS-ACTIVE        VALUE "A".
000270         88  OPER-STATUS-INACTIVE      VALUE "I".
000280     05  OPER-ADDED-DATE           PIC 9(08).
000290     05  OPER-CHANGED-DATE         PIC 9(08).
000300     05  FILLER                    PIC X(14).
