000250*                   PASS READS THE KEYED JOURNAL IN KEY
000260*                   ORDER, SO THE RELOAD WRITES ASCENDING
000270*                   KEYS AS AN INDEXED LOAD REQUIRES.
000272*  2026-10-15 LGL   ARCHIVE AND WORK RECORDS WIDENED TO THE
000274*                   77-BYTE HISTREC CARRYING THE REVERSAL
000276*                   MARKER AND LINK.
000280*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000520
000530 FD  HIST-ARCHIVE
000540     LABEL RECORDS ARE STANDARD.
000550 01  ARCH-RECORD                   PIC X(77).
000560
000570 FD  HIST-WORK
000580     LABEL RECORDS ARE STANDARD.
000590 01  WORK-RECORD                   PIC X(77).
000600
000610 WORKING-STORAGE SECTION.
000620 77  WS-HIST-FILE-STATUS           PIC X(02).
