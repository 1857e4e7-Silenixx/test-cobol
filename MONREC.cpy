000010
000020*----------------------------------------------------------*
000030*  MONREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - THE MONITORING
000090*                   PARAMETER RECORD READ BY TXNMON: THE
000100*                   SINGLE-POSTING THRESHOLD ABOVE WHICH ONE
000110*                   MOVEMENT IS A LARGE-VALUE CASE, AND THE
000120*                   ROLLING THRESHOLD ABOVE WHICH A CUSTOMER'S
000130*                   MOVEMENTS (EACH AT OR BELOW THE SINGLE
000140*                   THRESHOLD) ADDED UP OVER THE ROLLING
000150*                   WINDOW OF MON-ROLLING-DAYS CALENDAR DAYS
000160*                   ARE A STRUCTURING CASE.
000170*----------------------------------------------------------*
000180 01  MON-RECORD.
000190     05  MON-SINGLE-THRESHOLD      PIC 9(7)V99.
000200     05  MON-ROLLING-THRESHOLD     PIC 9(9)V99.
000210     05  MON-ROLLING-DAYS          PIC 9(03).
