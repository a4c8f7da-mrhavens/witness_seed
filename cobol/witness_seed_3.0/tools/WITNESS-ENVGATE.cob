000360*                  BREACH SO THE SCHEDULER HOLDS CHARGEBACK AND
000370*                  ARCHIVE FOR REVIEW.  A ZERO SPREAD FALLS BACK
000380*                  TO A FIVE-PERCENT ALLOWANCE AROUND THE MEAN.
000381* 2026-10-15  DLA  OBSERVE-ONLY (REG-SHADOW "Y") RUNS NEVER ENTER
000382*                  THE ENVELOPE - THEIR POPULATION WAS NOT
000383*                  CORRECTED.  A SHADOW RUN TONIGHT IS STILL
000384*                  SCORED FOR INFORMATION BUT NEVER ENDS RC=6.
000385* 2026-10-15  DLA  EVERY GATING IS APPENDED TO ENVHIST (COPY
000386*                  GATEREC) - RELEASED, BREACH, SHADOW OR NO
000387*                  ENVELOPE - FOR THE MONTHLY SCORECARD.  ENVHIST
000388*                  THAT WILL NOT OPEN NEVER FAILS THE GATE.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000570     SELECT REPORT-FILE ASSIGN TO "ENVRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-STATUS.
000592     SELECT GATE-HISTORY-FILE ASSIGN TO "ENVHIST"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS WS-HIST-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000750 FD  REPORT-FILE.
000760 01  REPORT-LINE                PIC X(80).

000762 FD  GATE-HISTORY-FILE
000764     RECORDING MODE IS F.
000766     COPY GATEREC.

000770 WORKING-STORAGE SECTION.
000780 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000790     88  REGISTRY-STATUS-OK  VALUE "00".
000870     88  RECV-STATUS-OK      VALUE "00".
000880     88  RECV-STATUS-EOF     VALUE "10".
000890 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
000892 01  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
000894     88  HIST-STATUS-OK      VALUE "00".

000900 01  WS-WANT-N               PIC 9(3) VALUE 010.
000910 01  WS-SIGMA                PIC 9(1)V9(2) VALUE 3.00.
001000     05  WS-RUN-ENTRY        OCCURS 100 TIMES.
001010         10  RT-RUN-ID           PIC 9(08).
001020         10  RT-STATUS           PIC X(01).
001025         10  RT-SHADOW           PIC X(01).
001030         10  RT-ACTIVATIONS      PIC 9(07).
001040         10  RT-FP-SUM           PIC S9(12)V9(5).
001050         10  RT-FP-COUNT         PIC 9(09).
001680         VALUE " - HOLD DOWNSTREAM STEPS  ".
001690 01  WS-THIN-LINE            PIC X(80) VALUE
001700     "FEWER THAN THREE ELIGIBLE RUNS - NO ENVELOPE, RUN RELEASED".
001702 01  WS-SHADOW-LINE          PIC X(80) VALUE
001704     "OBSERVE-ONLY (SHADOW) RUN - INFORMATION ONLY, NOT GATED".

001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------
001800     PERFORM 5000-SCORE-TONIGHT THRU 5000-EXIT.
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001820     IF WS-BREACH-COUNT > ZERO
001825             AND RT-SHADOW(WS-TONIGHT-X) NOT = "Y"
001830         STOP RUN WITH ERROR STATUS 6
001840     END-IF.
001850     STOP RUN.
002760     END-IF.
002770     MOVE REG-RUN-ID TO RT-RUN-ID(WS-RUN-COUNT).
002780     MOVE REG-STATUS TO RT-STATUS(WS-RUN-COUNT).
002785     MOVE REG-SHADOW TO RT-SHADOW(WS-RUN-COUNT).
002790     MOVE REG-ACTIVATION-COUNT TO RT-ACTIVATIONS(WS-RUN-COUNT).
002800     MOVE ZERO TO RT-FP-SUM(WS-RUN-COUNT).
002810     MOVE ZERO TO RT-FP-COUNT(WS-RUN-COUNT).
003800*----------------------------------------------------------------
003810 4000-BUILD-ENVELOPE.
003820*    THE ELIGIBLE SET IS THE NEWEST WS-WANT-N COMPLETED-STATUS
003830*    PRODUCTION (NOT SHADOW) RUNS BELOW TONIGHT'S, WITH SEEDOUT
003840*    DATA PRESENT.  THE TABLE IS IN RUN-ID ORDER, SO A BACKWARD
003850*    WALK FROM TONIGHT'S SLOT COLLECTS THEM NEWEST FIRST.
003860*----------------------------------------------------------------
003870     MOVE WS-TONIGHT-X TO RUN-X.
003880     PERFORM 4100-CONSIDER-ONE-RUN THRU 4100-EXIT
003940*----------------------------------------------------------------
003950     SUBTRACT 1 FROM RUN-X.
003960     IF RT-STATUS(RUN-X) NOT = "C"
003965             OR RT-SHADOW(RUN-X) = "Y"
003970             OR RT-FP-COUNT(RUN-X) = ZERO
003980         GO TO 4100-EXIT
003990     END-IF.
005290     ELSE
005300         MOVE WS-CLEAN-LINE TO REPORT-LINE
005310     END-IF.
005311     IF RT-SHADOW(WS-TONIGHT-X) = "Y"
005313         MOVE WS-SHADOW-LINE TO REPORT-LINE
005315         DISPLAY "WITNESS-ENVGATE: RUN " WS-TONIGHT-RUN
005316             " IS OBSERVE-ONLY - NOT GATED"
005318     END-IF.
005320     WRITE REPORT-LINE.
005330     CLOSE REPORT-FILE.
005335     PERFORM 9100-RECORD-GATE THRU 9100-EXIT.
005340     DISPLAY "WITNESS-ENVGATE: RUN " WS-TONIGHT-RUN " - "
005350         WS-BREACH-COUNT " METRICS OUTSIDE THE ENVELOPE OF "
005360         WS-ELIGIBLE-COUNT " RUNS".
005370 9000-EXIT.
005380     EXIT.

005390*----------------------------------------------------------------
005400 9100-RECORD-GATE.
005410*    THE OUTCOME IS RECORDED THE WAY THE SCHEDULER SEES IT: A
005420*    SHADOW RUN NEVER HOLDS ANYTHING, SO IT IS NEVER A BREACH.
005430*    ENVHIST IS A HISTORY, NOT A CONTROL - A FAILED OPEN IS
005440*    REPORTED AND THE GATE RESULT STANDS.
005450*----------------------------------------------------------------
005460     OPEN EXTEND GATE-HISTORY-FILE.
005470     IF NOT HIST-STATUS-OK
005480         OPEN OUTPUT GATE-HISTORY-FILE
005490     END-IF.
005500     IF NOT HIST-STATUS-OK
005510         DISPLAY "WITNESS-ENVGATE: ENVHIST WILL NOT OPEN - "
005520             "GATING NOT RECORDED"
005530         GO TO 9100-EXIT
005540     END-IF.
005550     MOVE SPACES TO GATE-HISTORY-RECORD.
005560     MOVE WS-TONIGHT-RUN TO GTH-RUN-ID.
005570     MOVE FUNCTION CURRENT-DATE TO GTH-GATED-TS.
005580     EVALUATE TRUE
005590         WHEN RT-SHADOW(WS-TONIGHT-X) = "Y"
005600             SET GTH-SHADOW TO TRUE
005610         WHEN WS-ELIGIBLE-COUNT < 3
005620             SET GTH-THIN TO TRUE
005630         WHEN WS-BREACH-COUNT > ZERO
005640             SET GTH-BREACH TO TRUE
005650         WHEN OTHER
005660             SET GTH-RELEASED TO TRUE
005670     END-EVALUATE.
005680     MOVE WS-BREACH-COUNT TO GTH-BREACH-COUNT.
005690     MOVE WS-ELIGIBLE-COUNT TO GTH-ELIGIBLE-COUNT.
005700     WRITE GATE-HISTORY-RECORD.
005710     CLOSE GATE-HISTORY-FILE.
005720 9100-EXIT.
005730     EXIT.
