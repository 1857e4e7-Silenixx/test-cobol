000010
000020*----------------------------------------------------------*
000030*  CSMTREC.CPY
000040*----------------------------------------------------------*
000050*  MODIFICATION HISTORY
000060*----------------------------------------------------------*
000070*  DATE       INIT  DESCRIPTION
000080*  2026-10-15 LGL   ORIGINAL COPYBOOK - ONE CASE MAINTENANCE
000090*                   ORDER FOR CASEMNT: MOVE THE COMPLIANCE CASE
000100*                   NAMED BY CSMT-CASE-NUMBER (SEE CASEREC) TO
000110*                   A NEW STATUS - "I" UNDER INVESTIGATION, "R"
000120*                   REPORTED TO THE AUTHORITY OR "C" CLOSED
000130*                   WITHOUT ACTION - AND RECORD THE OUTCOME,
000140*                   WHICH IS REQUIRED FOR "R" AND "C".
000150*----------------------------------------------------------*
000160 01  CSMT-RECORD.
000170     05  CSMT-CASE-NUMBER          PIC 9(06).
000180     05  CSMT-NEW-STATUS           PIC X(01).
000190         88  CSMT-STATUS-INVESTIGATING VALUE "I".
000200         88  CSMT-STATUS-REPORTED      VALUE "R".
000210         88  CSMT-STATUS-CLOSED        VALUE "C".
000220     05  CSMT-OUTCOME              PIC X(30).
000230     05  CSMT-OPERATOR-ID          PIC X(08).
