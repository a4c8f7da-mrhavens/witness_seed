000370*                  ENDS THE REPLAY WITH STATUS D INSTEAD OF
000380*                  ABENDING - THIS IS A WHAT-IF TOOL, NOT THE
000390*                  PRODUCTION RUN.
      * 2026-10-15  DLA  THE REPLAY INTEGRATES WITH THE PARENT'S METHOD
      *                  FROM REG-INTEGRATOR (EULER OR HEUN PREDICTOR-
      *                  CORRECTOR) AND PHASE ADVANCES BY THE PARENT DT,
      *                  AS IN THE MAIN PROGRAM.  THE METHOD IS PRINTED
      *                  ON THE PARAMETER LINE AND CARRIED TO THE
      *                  REPLAY'S OWN REGISTRY ENTRY.
      * 2026-10-15  DLA  AUDIT RECORDS ARE STAMPED AUD-RUNG 1.  THERE IS
      *                  NO KLADDER CORRECTION LADDER HERE - EVERY
      *                  RECORD IS A TRIGGER ACTIVATION.
      * 2026-10-15  DLA  REG-SHADOW AND AUD-SHADOW ARE WRITTEN "N" -
      *                  REPLAYS ALWAYS APPLY THE CORRECTION.
      * 2026-10-15  DLA  THE REPLAY'S REGISTRY ENTRY NAMES THE CAPTURE
      *                  ITS SENSORIN FEED CAME FROM (REG-CAPTURE-DATE /
      *                  REG-CAPTURE-GEN, FROM IO-SENSE-CAPTURE) - ZEROS
      *                  WHEN NO SENSORIN WAS SUPPLIED.
      * 2026-10-15  DLA  REG-PROFILE IS WRITTEN AS SPACES - A REPLAY
      *                  TAKES ITS PARAMETERS FROM THE SOURCE RUN.
      * 2026-10-15  DLA  THE APPROVAL FIELDS (REG-APR-VERSIONS,
      *                  REG-APR-OVERRIDE, REG-APR-TICKET) ARE WRITTEN
      *                  AS SPACES - A REPLAY IS NOT CHECKED AGAINST
      *                  THE APPROVED-CONFIGURATION MASTER.
      * 2026-10-15  DLA  REG-COST-CENTER AND REG-PROJECT ARE WRITTEN AS
      *                  SPACES - A REPLAY WRITES NO ACCTOUT RECORD AND
      *                  IS NOT CHARGED BACK.
      * 2026-10-15  DLA  CADENCES COME FROM THE PARENT'S REGISTRY ENTRY
      *                  INSTEAD OF A FIXED 1000 STEPS.  RPL-START-T
      *                  MUST FALL ON THE PARENT'S STATELKP CADENCE (A
      *                  PARENT THAT WROTE NO STATELKP CANNOT BE
      *                  REPLAYED), AND SEEDOUT IS WRITTEN ON THE
      *                  PARENT'S SEEDOUT CADENCE, WHICH THE REPLAY'S
      *                  OWN ENTRY RECORDS; ITS CHECKPOINT, STATELKP AND
      *                  CLSTMET CADENCES ARE ZERO - A REPLAY WRITES
      *                  NONE OF THEM.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
001044* IS INSPECTING THE POPULATION.
001045*----------------------------------------------------------------
001046 01  WS-SEEDOUT-MODE         PIC X(01) VALUE "F".
      *----------------------------------------------------------------
      * CADENCES FROM THE PARENT'S REGISTRY ENTRY - 1000 FOR AN ENTRY
      * WRITTEN BEFORE THEY WERE RECORDED.  SEEDOUT FOLLOWS THE PARENT'S
      * SO THE TWO SETS LINE UP RECORD FOR RECORD.
      *----------------------------------------------------------------
       01  WS-SEEDOUT-EVERY        PIC 9(05) VALUE 1000.
       01  WS-PARENT-STATE-EVERY   PIC 9(05) VALUE 1000.
001050 01  WS-KAIROS-ARMED-SW      PIC X(01) VALUE "Y".
001060     88  KAIROS-ARMED        VALUE "Y".
001070 01  WS-ACTIVATION-COUNT     PIC 9(7) VALUE ZERO.
001080 01  WS-SEEDOUT-COUNT        PIC 9(7) VALUE ZERO.
001090 01  WS-PHASE-BEFORE         PIC S9(5)V9(5).
001100 01  WS-I-NEXT               PIC S9(7)V9(5).
001101*----------------------------------------------------------------
001102* THE PARENT'S INTEGRATOR (REG-INTEGRATOR) - SEE 2100-HEUN-SLOPE.
001103*----------------------------------------------------------------
001104 01  WS-INTEGRATOR           PIC X(01) VALUE "E".
001105     88  INTEGRATOR-HEUN     VALUE "H".
001106 01  WS-STEP-STAGE           PIC X(01) VALUE "E".
001107 01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
001108 01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
001110 01  WS-DIVERGENCE-LIMIT     PIC S9(5)V9(5) VALUE 99000.00000.
001112 01  WS-FRAME-SEQ            PIC 9(9) VALUE ZERO.
001114 01  WS-FRAME-TS             PIC X(26) VALUE SPACES.
001320     05  PL-REARM            PIC 9.9(9).
001330     05  FILLER              PIC X(09) VALUE "  WEIGHT ".
001340     05  PL-WEIGHT           PIC 9.99.
001342     05  FILLER              PIC X(09) VALUE "  METHOD ".
001344     05  PL-METHOD           PIC X(01).
001350 01  WS-SUMMARY-LINE-1.
001360     05  FILLER              PIC X(24)
001370         VALUE "STEPS REPLAYED          ".
002030     MOVE REG-DT TO DT.
002040     MOVE REG-TAU-C TO TAU-C.
002050     MOVE TAU-C TO WS-REARM-TAU.
           IF REG-INTEGRATOR = "H"
               SET INTEGRATOR-HEUN TO TRUE
           END-IF.
           IF REG-SEEDOUT-EVERY IS NUMERIC AND REG-SEEDOUT-EVERY > ZERO
               MOVE REG-SEEDOUT-EVERY TO WS-SEEDOUT-EVERY
           END-IF.
           IF REG-STATE-EVERY IS NUMERIC
               MOVE REG-STATE-EVERY TO WS-PARENT-STATE-EVERY
           END-IF.
           IF WS-PARENT-STATE-EVERY = ZERO
               DISPLAY "WITNESS-REPLAY: PARENT RUN " WS-PARENT-RUN-ID
                   " WROTE NO STATELKP RECORDS - ABENDING"
               STOP RUN WITH ERROR STATUS 16
           END-IF.
           IF FUNCTION MOD(WS-PARENT-T, WS-PARENT-STATE-EVERY)
                   NOT = ZERO
               DISPLAY "WITNESS-REPLAY: START T=" WS-PARENT-T
                   " IS OFF THE PARENT'S STATELKP CADENCE OF "
                   WS-PARENT-STATE-EVERY " STEPS - ABENDING"
               STOP RUN WITH ERROR STATUS 16
           END-IF.
002060     IF RPL-TAU-C IS NUMERIC AND RPL-TAU-C > ZERO
002070         MOVE RPL-TAU-C TO TAU-C
002080     END-IF.
002260     MOVE TAU-C TO PL-TAU-C.
002270     MOVE WS-REARM-TAU TO PL-REARM.
002280     MOVE WS-SENSE-WEIGHT TO PL-WEIGHT.
002285     MOVE WS-INTEGRATOR TO PL-METHOD.
002290     MOVE WS-PARM-LINE TO REPORT-LINE.
002300     WRITE REPORT-LINE.
002310     DISPLAY "WITNESS-REPLAY: RUN " WS-RUN-ID " REPLAYS "
003030     MOVE WS-PARENT-T TO REG-PARENT-T.
003032     MOVE WS-SEEDOUT-MODE TO REG-SEEDOUT-MODE.
003034     MOVE SPACES TO REG-LABEL.
           MOVE WS-INTEGRATOR TO REG-INTEGRATOR.
           MOVE "N" TO REG-SHADOW.
           MOVE ZERO TO REG-CAPTURE-DATE.
           MOVE ZERO TO REG-CAPTURE-GEN.
           MOVE SPACES TO REG-PROFILE.
           MOVE SPACES TO REG-APR-VERSIONS.
           MOVE SPACE TO REG-APR-OVERRIDE.
           MOVE SPACES TO REG-APR-TICKET.
           MOVE SPACES TO REG-COST-CENTER.
           MOVE SPACES TO REG-PROJECT.
           MOVE ZERO TO REG-CKPT-EVERY.
           MOVE WS-SEEDOUT-EVERY TO REG-SEEDOUT-EVERY.
           MOVE ZERO TO REG-STATE-EVERY.
           MOVE ZERO TO REG-CLSTMET-EVERY.
003040     WRITE RUN-REGISTRY-RECORD
003050         INVALID KEY
003060             DISPLAY "WITNESS-REPLAY: RUN REGISTRY WRITE "
003290*    HYSTERESIS TRIGGER UNDER THE OVERRIDDEN THRESHOLDS.
003300*----------------------------------------------------------------
003310     CALL "IO-SENSE" USING I NUM-VARS WS-SENSE-WEIGHT.
003320     IF INTEGRATOR-HEUN
003321         PERFORM 2100-HEUN-SLOPE THRU 2100-EXIT
003322     ELSE
003324         MOVE "E" TO WS-STEP-STAGE
003325         CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE
003327         CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T
003328     END-IF.
003330     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003340         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
003350         IF FUNCTION ABS(WS-I-NEXT) > WS-DIVERGENCE-LIMIT
003560             MOVE "Y" TO WS-KAIROS-ARMED-SW
003570         END-IF
003580     END-IF.
003590     IF FUNCTION MOD(T, WS-SEEDOUT-EVERY) = 0
003600         CALL "IO-OUTPUT" USING I T PHASE FIELDPRINT ORDER-PARAM
003610             NUM-VARS WS-RUN-ID WS-SEEDOUT-MODE
003620         ADD 1 TO WS-SEEDOUT-COUNT
003796     MOVE WS-FRAME-SEQ TO AUD-SENSOR-SEQ.
003797     MOVE WS-FRAME-TS TO AUD-SENSOR-TS.
003798     MOVE WS-FRAME-EVENTS TO AUD-FEED-EVENTS.
           MOVE 1 TO AUD-RUNG.
           MOVE "N" TO AUD-SHADOW.
003800     WRITE KAIROS-AUDIT-RECORD.
003810 2200-EXIT.
003820     EXIT.
003970     MOVE WS-LAST-GOOD-T TO REG-FINAL-T.
003980     MOVE WS-ACTIVATION-COUNT TO REG-ACTIVATION-COUNT.
003990     MOVE WS-COMPLETION-STATUS TO REG-STATUS.
003992     CALL "IO-SENSE-CAPTURE" USING REG-CAPTURE-DATE
003994         REG-CAPTURE-GEN.
004000     REWRITE RUN-REGISTRY-RECORD.
004010 9000-CLOSE.
004020     CLOSE RUN-REGISTRY-FILE.
004150         " ENDED WITH STATUS " WS-COMPLETION-STATUS.
004160 9000-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190 2100-HEUN-SLOPE.
004200*    THE SAME PREDICTOR-CORRECTOR AS 2040-HEUN-SLOPE IN
004210*    WITNESS-SEED-3: I-DOT LEAVES HOLDING THE MEAN OF THE SLOPES
004220*    AT I AND AT THE EULER-PREDICTED STATE.  A PREDICTED STATE
004230*    PAST THE GUARD ENDS THE REPLAY WITH STATUS D, AS IN THE
004240*    COMMON UPDATE.
004250*----------------------------------------------------------------
004260     MOVE "P" TO WS-STEP-STAGE.
004270     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
004280     CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T.
004290     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
004300         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
004310         IF FUNCTION ABS(WS-I-NEXT) > WS-DIVERGENCE-LIMIT
004320             MOVE "D" TO WS-COMPLETION-STATUS
004330             SET REPLAY-STOPPED TO TRUE
004340         END-IF
004350         MOVE WS-I-NEXT TO WS-I-PRED(J)
004360     END-PERFORM.
004370     MOVE "C" TO WS-STEP-STAGE.
004380     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
004390     CALL "RWD-DYNAMICS" USING WS-I-PRED WS-I-DOT-2 PHASE
004400         NUM-VARS T.
004410     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
004420         COMPUTE I-DOT(J) ROUNDED = (I-DOT(J) + WS-I-DOT-2(J)) / 2
004430     END-PERFORM.
004440 2100-EXIT.
004450     EXIT.
