000376*                  TO 11183 AND THE CHECKSUM NOW FOLDS EVERY
000377*                  CONTINUITY FIELD AND SWITCH IN, IN STEP WITH
000378*                  2120 IN WITNESS-SEED-3.
      * 2026-10-15  DLA  CHECKPOINT RECORD NOW 11194 BYTES - THE KLADDER
      *                  LADDER POSITION JOINED THE CONTINUITY
      *                  BLOCK AND IS FOLDED INTO THE CHECKSUM, IN STEP
      *                  WITH 2120 IN WITNESS-SEED-3.
      * 2026-10-15  DLA  CHECKPOINT RECORD NOW 11288 BYTES - MODEL TIME
      *                  AND THE TIME-ALIGNED ASSIMILATION STATE JOINED
      *                  THE CONTINUITY BLOCK AND ARE FOLDED INTO THE
      *                  CHECKSUM, IN STEP WITH 2120 IN WITNESS-SEED-3.
      * 2026-10-15  DLA  AUDNEW AND RECVNEW BUFFERS WIDENED TO 130 AND
      *                  43 BYTES TO MATCH KAIROSAU (AUD-RUNG,
      *                  AUD-SHADOW) AND KAIRECOV (REC-MAX-RUNG), SO A
      *                  RESTART NO LONGER DROPS THE LADDER FIELDS.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CHECKPOINT-FILE-1.
000900 01  CHECKPOINT-RECORD-1     PIC X(11288).

000910 FD  CHECKPOINT-FILE-2.
000920 01  CHECKPOINT-RECORD-2     PIC X(11288).

000930 FD  SEED-OLD-FILE.
000940     COPY SEEDREC.
001020     COPY AUDITREC.

001030 FD  AUDIT-NEW-FILE.
001040 01  AUDIT-NEW-BUFFER        PIC X(130).

001050 FD  SUMSIN-OLD-FILE.
001060 01  SUMSIN-DIAG-RECORD.
001160     COPY RECOVREC.

001170 FD  RECOV-NEW-FILE.
001180 01  RECOV-NEW-BUFFER        PIC X(43).

001190 FD  REPORT-FILE.
001200 01  REPORT-LINE                PIC X(80).
001350     COPY CKPTREC.
001360 01  WS-CKPT-CKSUM           PIC 9(9).
001370 01  WS-CKSUM-SCALED         PIC 9(15).
001372 01  WS-CKPT-SWITCHES        PIC 9(4).
001380 01  CKPT-J                  PIC 9(4).
001390 01  WS-VERIFY-SW            PIC X(01).
001400     88  VERIFY-PASSED       VALUE "Y".
004882         + FUNCTION ABS(CKPT-FIELDPRINT-PREV) * 1000000000.
004883     COMPUTE WS-CKPT-CKSUM =
004884         FUNCTION MOD(WS-CKSUM-SCALED, 999999937).
           COMPUTE WS-CKSUM-SCALED = WS-CKPT-CKSUM
               + CKPT-LADDER-RUNG + CKPT-RUNG-FIRED-T
               + CKPT-REC-MAX-RUNG.
           COMPUTE WS-CKPT-CKSUM =
               FUNCTION MOD(WS-CKSUM-SCALED, 999999937).
           COMPUTE WS-CKSUM-SCALED = WS-CKPT-CKSUM
               + FUNCTION MOD(CKPT-MODEL-TIME * 10000, 999999937)
               + CKPT-ALIGN-SCALE * 10000 + CKPT-ALIGN-PREV-RECNO.
           COMPUTE WS-CKPT-CKSUM =
               FUNCTION MOD(WS-CKSUM-SCALED, 999999937).
           COMPUTE WS-CKSUM-SCALED = WS-CKPT-CKSUM
               + FUNCTION MOD(FUNCTION ABS(CKPT-ALIGN-PREV-SECS)
                   * 1000000, 999999937)
               + CKPT-ALIGN-APPLIED + CKPT-ALIGN-INTERP
               + CKPT-ALIGN-STALE.
           COMPUTE WS-CKPT-CKSUM =
               FUNCTION MOD(WS-CKSUM-SCALED, 999999937).
004885     MOVE ZERO TO WS-CKPT-SWITCHES.
004886     IF CKPT-ARMED-SW = "Y"
004887         ADD 1 TO WS-CKPT-SWITCHES
004905     END-IF.
004906     IF CKPT-SENSE-SEQ-KNOWN = "Y"
004907         ADD 64 TO WS-CKPT-SWITCHES
           END-IF.
           IF CKPT-ALIGN-MODE = "T"
               ADD 128 TO WS-CKPT-SWITCHES
           END-IF.
           IF CKPT-ALIGN-PREV-SW = "Y"
               ADD 256 TO WS-CKPT-SWITCHES
           END-IF.
           IF CKPT-ALIGN-INTERP-SW = "Y"
               ADD 512 TO WS-CKPT-SWITCHES
           END-IF.
           IF CKPT-ALIGN-EOF-SW = "Y"
               ADD 1024 TO WS-CKPT-SWITCHES
004908     END-IF.
004909     COMPUTE WS-CKSUM-SCALED = WS-CKPT-CKSUM
004910         + WS-CKPT-SWITCHES.
