000010
000020*----------------------------------------------------------*
000030*  MCKPREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - CHECKPOINT RECORD FOR
000090*                   THE MONTHRUN JOB STREAM (MCKPFILE). HOLDS
000100*                   THE MONTH BEING CLOSED AND THE LAST STEP
000110*                   THAT COMPLETED, REWRITTEN AFTER EVERY
000120*                   STEP, SO A RESTART RESUMES AT THE STEP
000130*                   THAT FAILED AND NEVER POSTS INTEREST OR
000140*                   FEES A SECOND TIME. CLEARED WHEN THE
000150*                   STREAM COMPLETES.
000160*----------------------------------------------------------*
000170 01  MCKP-RECORD.
000180     05  MCKP-MONTH-END            PIC 9(08).
000190     05  MCKP-LAST-STEP            PIC 9(02).
000200     05  MCKP-STEP-NAME            PIC X(10).
000210     05  MCKP-DATE                 PIC 9(08).
000220     05  MCKP-TIME                 PIC 9(08).
000230     05  FILLER                    PIC X(10).
