000330*                  AND THE FINDINGS TO VFYRPT; ANY MISMATCH ENDS
000340*                  THE STEP WITH RC=8 SO THE SCHEDULER HOLDS
000350*                  HISTORY AND CHARGEBACK FOR REVIEW.
000351* 2026-10-15  DLA  THE ACCTOUT LAYOUT NOW COMES FROM COPY
000352*                  ACTREC INSTEAD OF A HAND-KEYED COPY (THE RECORD
000353*                  GREW TO 130 BYTES FOR CHARGEBACK).
000354* 2026-10-15  DLA  SEEDOUT AND CLSTMET RECORDS ARE CHECKED
000355*                  AGAINST THE CADENCE ON THE RUN'S REGISTRY ENTRY
000356*                  (REG-SEEDOUT-EVERY, REG-CLSTMET-EVERY; 1000 FOR
000357*                  AN OLDER ENTRY).  A RECORD OFF THE CADENCE, OR
000358*                  ANY RECORD WHERE THE RUN WROTE NONE, IS A
000359*                  FINDING.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
001080     05  FILLER                  PIC X(54).

001090 FD  ACCOUNTING-FILE.
001100     COPY ACTREC.

001220 FD  MANIFEST-FILE.
001230 01  MANIFEST-RECORD.

001480 01  WS-RUN-ID               PIC 9(08) VALUE ZERO.
001490 01  WS-FINAL-T              PIC 9(07) VALUE ZERO.
001492 01  WS-SEEDOUT-EVERY        PIC 9(05) VALUE 1000.
001494 01  WS-CLSTMET-EVERY        PIC 9(05) VALUE 1000.
001500 01  WS-MISMATCH-COUNT       PIC 9(04) VALUE ZERO.
001510 01  WS-ACCT-FOUND-SW        PIC X(01) VALUE "N".
001520     88  ACCT-RECORD-FOUND   VALUE "Y".
001610 01  WS-DS-COUNT             PIC 9(09).
001620 01  WS-DS-BAD-RUN           PIC 9(09).
001630 01  WS-DS-BAD-T             PIC 9(09).
001632 01  WS-DS-EVERY             PIC 9(05).
001634 01  WS-DS-OFF-CADENCE       PIC 9(09).
001640 01  WS-SEEDOUT-COUNT        PIC 9(09) VALUE ZERO.
001650 01  WS-PHASETRD-COUNT       PIC 9(09) VALUE ZERO.
001660 01  WS-KAIROSAU-COUNT       PIC 9(09) VALUE ZERO.
002420             STOP RUN WITH ERROR STATUS 16
002430     END-READ.
002440     MOVE REG-FINAL-T TO WS-FINAL-T.
002441     IF REG-SEEDOUT-EVERY IS NUMERIC
002442         MOVE REG-SEEDOUT-EVERY TO WS-SEEDOUT-EVERY
002444     END-IF.
002445     IF REG-CLSTMET-EVERY IS NUMERIC
002447         MOVE REG-CLSTMET-EVERY TO WS-CLSTMET-EVERY
002448     END-IF.
002450     CLOSE RUN-REGISTRY-FILE.
002460     PERFORM 1200-FIND-ACCOUNTING THRU 1200-EXIT.
002470     OPEN OUTPUT REPORT-FILE.
002490     MOVE WS-HEADER-LINE TO REPORT-LINE.
002500     WRITE REPORT-LINE.
002510     DISPLAY "WITNESS-OUTVFY: VERIFYING RUN " WS-RUN-ID
002520         " FINAL-T " WS-FINAL-T " SEEDOUT EVERY " WS-SEEDOUT-EVERY
002525         " CLSTMET EVERY " WS-CLSTMET-EVERY.
002530 1000-EXIT.
002540     EXIT.

003220*----------------------------------------------------------------
003230     MOVE "SEEDOUT" TO WS-DS-NAME.
003240     PERFORM 7000-RESET-TALLIES THRU 7000-EXIT.
003245     MOVE WS-SEEDOUT-EVERY TO WS-DS-EVERY.
003250     OPEN INPUT SEED-OUTPUT-FILE.
003260     IF NOT IN-STATUS-OK
003270         PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
003480     END-IF.
003490     IF OUT-T > WS-FINAL-T
003500         ADD 1 TO WS-DS-BAD-T
003501     END-IF.
003502     IF WS-DS-EVERY = ZERO
003503         ADD 1 TO WS-DS-OFF-CADENCE
003505     ELSE
003506         IF FUNCTION MOD(OUT-T, WS-DS-EVERY) NOT = ZERO
003507             ADD 1 TO WS-DS-OFF-CADENCE
003508         END-IF
003510     END-IF.
003520 2010-EXIT.
003530     EXIT.
004240*----------------------------------------------------------------
004250     MOVE "CLSTMET" TO WS-DS-NAME.
004260     PERFORM 7000-RESET-TALLIES THRU 7000-EXIT.
004265     MOVE WS-CLSTMET-EVERY TO WS-DS-EVERY.
004270     OPEN INPUT CLUSTER-METRIC-FILE.
004280     IF NOT IN-STATUS-OK
004290         PERFORM 8100-REPORT-MISSING THRU 8100-EXIT
004500     END-IF.
004510     IF CM-T > WS-FINAL-T
004520         ADD 1 TO WS-DS-BAD-T
004521     END-IF.
004522     IF WS-DS-EVERY = ZERO
004523         ADD 1 TO WS-DS-OFF-CADENCE
004525     ELSE
004526         IF FUNCTION MOD(CM-T, WS-DS-EVERY) NOT = ZERO
004527             ADD 1 TO WS-DS-OFF-CADENCE
004528         END-IF
004530     END-IF.
004540 2310-EXIT.
004550     EXIT.
005920     MOVE ZERO TO WS-DS-COUNT.
005930     MOVE ZERO TO WS-DS-BAD-RUN.
005940     MOVE ZERO TO WS-DS-BAD-T.
005942     MOVE ZERO TO WS-DS-EVERY.
005944     MOVE ZERO TO WS-DS-OFF-CADENCE.
005950 7000-EXIT.
005960     EXIT.

006110     IF WS-DS-BAD-T > ZERO
006120         MOVE WS-DS-NAME TO FL-DS-NAME
006130         MOVE "RECORDS PAST REG-FINAL-T PRESENT" TO FL-TEXT
006131         PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
006132     END-IF.
006134     IF WS-DS-OFF-CADENCE > ZERO
006135         MOVE WS-DS-NAME TO FL-DS-NAME
006137         MOVE "RECORDS OFF THE REGISTRY CADENCE PRESENT"
006138             TO FL-TEXT
006140         PERFORM 8000-REPORT-FINDING THRU 8000-EXIT
006150     END-IF.
006160 7100-EXIT.
