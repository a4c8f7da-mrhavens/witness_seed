000330*                  GROWTH RATE.  SCHEDULING NEGOTIATES WINDOW
000340*                  CHANGES QUARTERLY AND NOW GETS NUMBERS, NOT
000350*                  ANECDOTES.
000352* 2026-10-15  DLA  THE ACCTOUT LAYOUT NOW COMES FROM COPY
000354*                  ACTREC INSTEAD OF A HAND-KEYED COPY (THE RECORD
000356*                  GREW TO 130 BYTES FOR CHARGEBACK).
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ACCOUNTING-FILE.
000550     COPY ACTREC.

000670 FD  PERFORMANCE-LOG-FILE.
000680 01  PERFORMANCE-LOG-RECORD.
