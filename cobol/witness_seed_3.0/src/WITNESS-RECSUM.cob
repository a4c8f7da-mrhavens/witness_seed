000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-RECSUM.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  RUNNING CHECKSUM OF A
000200*                  DATASET, ONE RECORD AT A TIME, FOR THE PER-RUN
000210*                  OUTPUT BUNDLE.  WITNESS-BUNDLE SUMS EACH
000220*                  DATASET AS IT PACKS IT AND WITNESS-BNDRST SUMS
000230*                  IT AGAIN AS IT RESTORES IT, BOTH THROUGH HERE,
000240*                  SO THE TWO CAN NEVER DISAGREE ON HOW THE SUM IS
000250*                  FORMED.
000260*
000270* THE CALLER ZEROES RSM-SUM BEFORE THE FIRST RECORD OF A DATASET
000280* AND PASSES EACH RECORD IN TURN WITH ITS LENGTH.  EVERY BYTE IS
000290* FOLDED IN ORDER, THE SAME WAY WITNESS-CFGHASH HASHES A CARD:
000300*     SUM = (SUM * 31 + ORD(BYTE)) MODULO 999999937
000310* SO A CHANGED, MOVED, ADDED OR DROPPED BYTE OR RECORD ANYWHERE
000320* CHANGES IT.  A LENGTH OUTSIDE 1 TO 11079 LEAVES RSM-SUM ALONE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.

000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370 01  WS-SUM                  PIC 9(11) COMP.
000380 01  WS-BYTE-X               PIC 9(05) COMP.
000390 01  WS-SUM-PRIME            PIC 9(09) COMP VALUE 999999937.

000400 LINKAGE SECTION.
000410 01  RSM-DATA                PIC X(11079).
000420 01  RSM-LENGTH              PIC 9(05).
000430 01  RSM-SUM                 PIC 9(09).

000440 PROCEDURE DIVISION USING RSM-DATA RSM-LENGTH RSM-SUM.
000450*----------------------------------------------------------------
000460 0000-MAINLINE.
000470*----------------------------------------------------------------
000480     IF RSM-LENGTH < 1 OR RSM-LENGTH > 11079
000490         GO TO 0000-RETURN
000500     END-IF.
000510     MOVE RSM-SUM TO WS-SUM.
000520     PERFORM VARYING WS-BYTE-X FROM 1 BY 1
000530             UNTIL WS-BYTE-X > RSM-LENGTH
000540         COMPUTE WS-SUM = FUNCTION MOD(WS-SUM * 31
000550             + FUNCTION ORD(RSM-DATA(WS-BYTE-X:1)), WS-SUM-PRIME)
000560     END-PERFORM.
000570     MOVE WS-SUM TO RSM-SUM.
000580 0000-RETURN.
000590     GOBACK.

000600 END PROGRAM WITNESS-RECSUM.
