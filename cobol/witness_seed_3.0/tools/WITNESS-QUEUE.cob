000400*                  REPORT SHOWS WHAT RAN, FAILED OR WAS SKIPPED.
000410*                  WITNESS-SWEEP ONLY VARIES TAU-C; THIS IS FOR
000420*                  ARBITRARY MIXED-PARAMETER SCENARIO LISTS.
      * 2026-10-15  DLA  A RUNQUEUE ENTRY MAY CARRY AN INTEGRATOR BYTE
      *                  AFTER THE CARD IMAGE (E EULER, H HEUN
      *                  PREDICTOR-CORRECTOR - SEE CC2-INTEGRATOR); AN
      *                  OLD 96-BYTE ENTRY RUNS EULER AS BEFORE.  THE
      *                  METHOD GOES TO REG-INTEGRATOR AND PHASE
      *                  ADVANCES BY THE SCENARIO DT, AS IN THE MAIN
      *                  PROGRAM.
      * 2026-10-15  DLA  AUDIT RECORDS ARE STAMPED AUD-RUNG 1.  THERE IS
      *                  NO KLADDER CORRECTION LADDER HERE - EVERY
      *                  RECORD IS A TRIGGER ACTIVATION.
      * 2026-10-15  DLA  REG-SHADOW AND AUD-SHADOW ARE WRITTEN "N" -
      *                  QUEUED SCENARIOS ALWAYS APPLY THE CORRECTION.
      * 2026-10-15  DLA  EACH SCENARIO'S REGISTRY ENTRY NAMES THE
      *                  CAPTURE IT CONSUMED (REG-CAPTURE-DATE /
      *                  REG-CAPTURE-GEN, FROM IO-SENSE-CAPTURE), SO A
      *                  RERUN OF AN OLDER NIGHT FROM THE CAPTURE
      *                  LIBRARY IS TOLD APART FROM TONIGHT'S.
      * 2026-10-15  DLA  REG-PROFILE IS WRITTEN AS SPACES - A QUEUED
      *                  SCENARIO CARRIES ITS OWN PARAMETERS, NOT A
      *                  RUNCAL PROFILE'S.
      * 2026-10-15  DLA  THE APPROVAL FIELDS (REG-APR-VERSIONS,
      *                  REG-APR-OVERRIDE, REG-APR-TICKET) ARE
      *                  WRITTEN AS SPACES - A QUEUED SCENARIO IS NOT
      *                  CHECKED AGAINST THE APPROVED-CONFIGURATION
      *                  MASTER.
      * 2026-10-15  DLA  CHARGEBACK.  A RUNQUEUE ENTRY MAY CARRY A
      *                  COST CENTER AND PROJECT AFTER THE INTEGRATOR
      *                  BYTE (108 BYTES; AN OLDER ENTRY BILLS AS
      *                  UNASSIGNED).  EACH IS CHECKED AGAINST CCMAST
      *                  THROUGH WITNESS-CCCHK BEFORE THE SCENARIO
      *                  RUNS - AN UNKNOWN OR CLOSED ONE IS NOT RUN AND
      *                  SHOWS ON QDISP AS REJECTED (DISPOSITION R).
      *                  THE CODES GO TO THE REGISTRY ENTRY, AND EVERY
      *                  SCENARIO RUN NOW APPENDS ITS OWN ACCTOUT RECORD
      *                  (COPY ACTREC) SO WITNESS-BILL CAN CHARGE IT.
      * 2026-10-15  DLA  A RUNQUEUE ENTRY MAY CARRY ITS SEEDOUT CADENCE
      *                  IN STEPS AFTER THE PROJECT (113 BYTES; BLANK OR
      *                  ZERO - THE 1000-STEP DEFAULT).  THE REGISTRY
      *                  ENTRY RECORDS IT, WITH ZERO CHECKPOINT,
      *                  STATELKP AND CLSTMET CADENCES - A SCENARIO
      *                  WRITES NONE OF THEM.
      * 2026-10-15  DLA  AN OPRCMD STOP QUEUED BY THE WITNESSI INQUIRY
      *                  (OPR-ORIGIN "INQUIRY") IS ADDRESSED TO ONE RUN,
      *                  NOT TO THE QUEUE, AND NO LONGER STOPS IT.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000610     SELECT DISPOSITION-FILE ASSIGN TO "QDISP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-DISP-STATUS.
000632     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTOUT"
000634         ORGANIZATION IS LINE SEQUENTIAL
000636         FILE STATUS IS WS-ACCT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000680 01  RUN-QUEUE-RECORD.
000690     05  QUE-LABEL               PIC X(16).
000700     05  QUE-CARD                PIC X(80).
000701     05  QUE-INTEGRATOR          PIC X(01).
000702     05  QUE-COST-CENTER         PIC X(05).
000704     05  QUE-PROJECT             PIC X(06).
000705     05  QUE-SEEDOUT-EVERY       PIC X(05).
000707     05  QUE-SEEDOUT-EVERY-N     REDEFINES QUE-SEEDOUT-EVERY
000708                                 PIC 9(05).

000710 FD  RUN-REGISTRY-FILE.
000720     COPY RUNREG.
000760     RECORDING MODE IS F.
000770 01  OPERATOR-COMMAND-RECORD.
000780     05  OPR-COMMAND             PIC X(08).
000790     05  FILLER                  PIC X(22).
000792     05  OPR-ORIGIN              PIC X(08).
000794         88  OPR-FROM-INQUIRY    VALUE "INQUIRY".
000796     05  FILLER                  PIC X(42).

000800 FD  DISPOSITION-FILE.
000810 01  DISPOSITION-LINE        PIC X(80).

000812 FD  ACCOUNTING-FILE.
000814     COPY ACTREC.

000820 WORKING-STORAGE SECTION.
000830 01  WS-QUEUE-STATUS         PIC X(02) VALUE SPACES.
000840     88  QUEUE-STATUS-OK     VALUE "00".
000930     88  OPRCMD-STATUS-OK    VALUE "00".
000940     88  OPRCMD-STATUS-EOF   VALUE "10".
000950 01  WS-DISP-STATUS          PIC X(02) VALUE SPACES.
000955 01  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.

000960*----------------------------------------------------------------
000970* THE SCENARIO'S CONTROLCD CARD-1 IMAGE IS PARSED THROUGH THE
001070 01  WS-RAN-COUNT            PIC 9(4) VALUE ZERO.
001080 01  WS-FAILED-COUNT         PIC 9(4) VALUE ZERO.
001090 01  WS-SKIPPED-COUNT        PIC 9(4) VALUE ZERO.
001095 01  WS-REJECTED-COUNT       PIC 9(4) VALUE ZERO.
001100 01  WS-SEEDOUT-MODE         PIC X(01) VALUE "F".
       01  WS-SEEDOUT-EVERY        PIC 9(05) VALUE 1000.
      *----------------------------------------------------------------
      * THE SCENARIO'S INTEGRATOR (QUE-INTEGRATOR), 2450-HEUN-SLOPE.
      *----------------------------------------------------------------
       01  WS-INTEGRATOR           PIC X(01) VALUE "E".
           88  INTEGRATOR-HEUN     VALUE "H".
       01  WS-STEP-STAGE           PIC X(01) VALUE "E".
       01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
       01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
      *----------------------------------------------------------------
      * THE SCENARIO'S CHARGEBACK CHECK (WITNESS-CCCHK) AND WHAT ITS
      * ACCTOUT RECORD REPORTS.
      *----------------------------------------------------------------
       01  WS-CCK-RESULT           PIC X(01).
           88  CHARGE-ACCEPTED     VALUE "V" "U".
       01  WS-CCK-TEXT             PIC X(40).
       01  WS-CCK-GL-ACCOUNT       PIC X(10).
       01  WS-START-TIMESTAMP      PIC X(26).
       01  WS-SEEDOUT-COUNT        PIC 9(7) VALUE ZERO.

001110 01  TAU-C                   PIC 9(1)V9(9).
001120 01  WS-REARM-TAU            PIC 9(1)V9(9).
001500     05  SM-FAILED           PIC Z(3)9.
001510     05  FILLER              PIC X(09) VALUE "  SKIPPED".
001520     05  SM-SKIPPED          PIC Z(3)9.
001522     05  FILLER              PIC X(10) VALUE "  REJECTED".
001524     05  SM-REJECTED         PIC Z(3)9.

001530 PROCEDURE DIVISION.
001540*----------------------------------------------------------------
002310         WRITE DISPOSITION-LINE
002320         GO TO 2000-EXIT
002330     END-IF.
           CALL "WITNESS-CCCHK" USING QUE-COST-CENTER QUE-PROJECT
               WS-CCK-RESULT WS-CCK-TEXT WS-CCK-GL-ACCOUNT.
           IF NOT CHARGE-ACCEPTED
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "WITNESS-QUEUE: SCENARIO " WS-LABEL
                   " REJECTED - " WS-CCK-TEXT
               MOVE WS-LABEL TO DL-LABEL
               MOVE ZERO TO DL-RUN-ID
               MOVE "R" TO DL-DISP
               MOVE ZERO TO DL-FINAL-T
               MOVE ZERO TO DL-ACTIVATIONS
               MOVE WS-DETAIL-LINE TO DISPOSITION-LINE
               WRITE DISPOSITION-LINE
               GO TO 2000-EXIT
           END-IF.
002340     MOVE QUE-CARD TO CONTROL-CARD-RECORD.
002350     PERFORM 2100-APPLY-SCENARIO-CARD THRU 2100-EXIT.
002360     PERFORM 2200-REGISTER-SCENARIO THRU 2200-EXIT.
002370     PERFORM 2300-SEED-POPULATION THRU 2300-EXIT.
002380     MOVE "Y" TO WS-KAIROS-ARMED-SW.
002390     MOVE ZERO TO WS-ACTIVATION-COUNT.
002395     MOVE ZERO TO WS-SEEDOUT-COUNT.
002400     MOVE "N" TO WS-DIVERGED-SW.
002410     PERFORM 2400-ONE-TIMESTEP THRU 2400-EXIT
002420         VARYING T FROM 1 BY 1
002490         ADD 1 TO WS-RAN-COUNT
002500     END-IF.
002510     PERFORM 2700-CLOSE-OUT-SCENARIO THRU 2700-EXIT.
002515     PERFORM 2800-WRITE-ACCOUNTING THRU 2800-EXIT.
002520 2000-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550 2050-POLL-OPERATOR.
002560*    POLLED BETWEEN SCENARIOS ONLY - A STOP NEVER INTERRUPTS THE
002570*    SCENARIO IN FLIGHT, IT STOPS THE QUEUE.  A STOP THE WITNESSI
002575*    INQUIRY QUEUED NAMES ONE RUN AND IS PASSED BY.
002580*----------------------------------------------------------------
002590     MOVE SPACES TO WS-OPRCMD-STATUS.
002600     OPEN INPUT OPERATOR-COMMAND-FILE.
002740             SET OPRCMD-STATUS-EOF TO TRUE
002750             GO TO 2060-EXIT
002760     END-READ.
002770     IF OPR-COMMAND = "STOP" AND NOT OPR-FROM-INQUIRY
002780         SET QUEUE-STOPPED TO TRUE
002790         DISPLAY "WITNESS-QUEUE: OPERATOR STOP - REMAINING "
002800             "SCENARIOS SKIPPED"
003190     ELSE
003200         MOVE 1.00 TO WS-SENSE-WEIGHT
003210     END-IF.
           IF QUE-INTEGRATOR = "H"
               MOVE "H" TO WS-INTEGRATOR
           ELSE
               MOVE "E" TO WS-INTEGRATOR
           END-IF.
           IF QUE-SEEDOUT-EVERY-N IS NUMERIC
                   AND QUE-SEEDOUT-EVERY-N > ZERO
               MOVE QUE-SEEDOUT-EVERY-N TO WS-SEEDOUT-EVERY
           ELSE
               MOVE 1000 TO WS-SEEDOUT-EVERY
           END-IF.
003220     DISPLAY "WITNESS-QUEUE: SCENARIO " WS-LABEL
003230         " VARS=" NUM-VARS " STEPS=" NUM-STEPS
003240         " TAU-C=" TAU-C
003242         " METHOD=" WS-INTEGRATOR
003244         " SEEDOUT EVERY " WS-SEEDOUT-EVERY.
003250 2100-EXIT.
003260     EXIT.

003300     ADD 1 TO WS-RUN-ID.
003310     MOVE WS-RUN-ID TO REG-RUN-ID.
003320     MOVE FUNCTION CURRENT-DATE TO REG-START-TIMESTAMP.
003325     MOVE REG-START-TIMESTAMP TO WS-START-TIMESTAMP.
003330     MOVE SPACES TO REG-END-TIMESTAMP.
003340     MOVE NUM-VARS TO REG-NUM-VARS.
003350     MOVE NUM-STEPS TO REG-NUM-STEPS.
003500     MOVE ZERO TO REG-PARENT-T.
003510     MOVE WS-SEEDOUT-MODE TO REG-SEEDOUT-MODE.
003520     MOVE WS-LABEL TO REG-LABEL.
           MOVE WS-INTEGRATOR TO REG-INTEGRATOR.
           MOVE "N" TO REG-SHADOW.
           MOVE ZERO TO REG-CAPTURE-DATE.
           MOVE ZERO TO REG-CAPTURE-GEN.
           MOVE SPACES TO REG-PROFILE.
           MOVE SPACES TO REG-APR-VERSIONS.
           MOVE SPACE TO REG-APR-OVERRIDE.
           MOVE SPACES TO REG-APR-TICKET.
           MOVE QUE-COST-CENTER TO REG-COST-CENTER.
           MOVE QUE-PROJECT TO REG-PROJECT.
           MOVE ZERO TO REG-CKPT-EVERY.
           MOVE WS-SEEDOUT-EVERY TO REG-SEEDOUT-EVERY.
           MOVE ZERO TO REG-STATE-EVERY.
           MOVE ZERO TO REG-CLSTMET-EVERY.
003530     WRITE RUN-REGISTRY-RECORD
003540         INVALID KEY
003550             DISPLAY "WITNESS-QUEUE: REGISTRY WRITE FAILED FOR "
003870*    ALWAYS HAS.
003880*----------------------------------------------------------------
003890     CALL "IO-SENSE" USING I NUM-VARS WS-SENSE-WEIGHT.
003900     IF INTEGRATOR-HEUN
003901         PERFORM 2450-HEUN-SLOPE THRU 2450-EXIT
003902     ELSE
003904         MOVE "E" TO WS-STEP-STAGE
003905         CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE
003907         CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T
003908     END-IF.
003910     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003920         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
003930         IF FUNCTION ABS(WS-I-NEXT) > WS-DIVERGENCE-LIMIT
004130             MOVE "Y" TO WS-KAIROS-ARMED-SW
004140         END-IF
004150     END-IF.
004160     IF FUNCTION MOD(T, WS-SEEDOUT-EVERY) = 0
004170         CALL "IO-OUTPUT" USING I T PHASE FIELDPRINT ORDER-PARAM
004180             NUM-VARS WS-RUN-ID WS-SEEDOUT-MODE
004185         ADD 1 TO WS-SEEDOUT-COUNT
004190     END-IF.
004200 2400-EXIT.
004210     EXIT.
004356     MOVE WS-FRAME-SEQ TO AUD-SENSOR-SEQ.
004357     MOVE WS-FRAME-TS TO AUD-SENSOR-TS.
004358     MOVE WS-FRAME-EVENTS TO AUD-FEED-EVENTS.
           MOVE 1 TO AUD-RUNG.
           MOVE "N" TO AUD-SHADOW.
004360     WRITE KAIROS-AUDIT-RECORD.
004370 2500-EXIT.
004380     EXIT.
004500     COMPUTE REG-FINAL-T = T - 1.
004510     MOVE WS-ACTIVATION-COUNT TO REG-ACTIVATION-COUNT.
004520     MOVE WS-SCENARIO-STATUS TO REG-STATUS.
004522     CALL "IO-SENSE-CAPTURE" USING REG-CAPTURE-DATE
004524         REG-CAPTURE-GEN.
004530     REWRITE RUN-REGISTRY-RECORD.
004540 2700-REPORT.
004550     MOVE WS-LABEL TO DL-LABEL.
004740     MOVE WS-RAN-COUNT TO SM-RAN.
004750     MOVE WS-FAILED-COUNT TO SM-FAILED.
004760     MOVE WS-SKIPPED-COUNT TO SM-SKIPPED.
004765     MOVE WS-REJECTED-COUNT TO SM-REJECTED.
004770     MOVE WS-SUMMARY-LINE TO DISPOSITION-LINE.
004780     WRITE DISPOSITION-LINE.
004790     CLOSE DISPOSITION-FILE.
004800     DISPLAY "WITNESS-QUEUE: " WS-RAN-COUNT " RAN, "
004810         WS-FAILED-COUNT " FAILED, " WS-SKIPPED-COUNT
004820         " SKIPPED, " WS-REJECTED-COUNT " REJECTED OF "
004825         WS-SCENARIO-COUNT " SCENARIOS".
004830 9000-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860 2450-HEUN-SLOPE.
004870*    THE SAME PREDICTOR-CORRECTOR AS 2040-HEUN-SLOPE IN
004880*    WITNESS-SEED-3: I-DOT LEAVES HOLDING THE MEAN OF THE SLOPES
004890*    AT I AND AT THE EULER-PREDICTED STATE.  A PREDICTED STATE
004900*    PAST THE GUARD CLOSES THE SCENARIO WITH STATUS D, AS IN THE
004910*    COMMON UPDATE.
004920*----------------------------------------------------------------
004930     MOVE "P" TO WS-STEP-STAGE.
004940     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
004950     CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T.
004960     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
004970         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
004980         IF FUNCTION ABS(WS-I-NEXT) > WS-DIVERGENCE-LIMIT
004990             SET SCENARIO-DIVERGED TO TRUE
005000         END-IF
005010         MOVE WS-I-NEXT TO WS-I-PRED(J)
005020     END-PERFORM.
005030     MOVE "C" TO WS-STEP-STAGE.
005040     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
005050     CALL "RWD-DYNAMICS" USING WS-I-PRED WS-I-DOT-2 PHASE
005060         NUM-VARS T.
005070     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005080         COMPUTE I-DOT(J) ROUNDED = (I-DOT(J) + WS-I-DOT-2(J)) / 2
005090     END-PERFORM.
005100 2450-EXIT.
005110     EXIT.

005120*----------------------------------------------------------------
005130 2800-WRITE-ACCOUNTING.
005140*    ONE ACCTOUT RECORD PER SCENARIO RUN, AS 9200-WRITE-ACCOUNTING
005150*    IN WITNESS-SEED-3 WRITES ONE PER RUN.  A SCENARIO WRITES NO
005160*    PHASETRD OR STATELKP, AND ITS KAIROSAU RECORDS ARE ONE PER
005170*    ACTIVATION.
005180*----------------------------------------------------------------
005190     OPEN EXTEND ACCOUNTING-FILE.
005200     MOVE WS-RUN-ID TO ACT-RUN-ID.
005210     MOVE WS-START-TIMESTAMP TO ACT-START-TS.
005220     MOVE FUNCTION CURRENT-DATE TO ACT-END-TS.
005230     MOVE NUM-VARS TO ACT-NUM-VARS.
005240     MOVE NUM-STEPS TO ACT-NUM-STEPS.
005250     COMPUTE ACT-STEPS-EXECUTED = T - 1.
005260     MOVE WS-ACTIVATION-COUNT TO ACT-ACTIVATIONS.
005270     MOVE WS-SEEDOUT-COUNT TO ACT-SEEDOUT-COUNT.
005280     MOVE ZERO TO ACT-PHASETRD-COUNT.
005290     MOVE WS-ACTIVATION-COUNT TO ACT-KAIROSAU-COUNT.
005300     MOVE WS-SCENARIO-STATUS TO ACT-STATUS.
005310     MOVE QUE-COST-CENTER TO ACT-COST-CENTER.
005320     MOVE QUE-PROJECT TO ACT-PROJECT.
005330     MOVE "N" TO ACT-RESTART-FLAG.
005340     MOVE ZERO TO ACT-STATELKP-COUNT.
005350     MOVE WS-SEEDOUT-MODE TO ACT-SEEDOUT-MODE.
005360     MOVE "N" TO ACT-SHADOW.
005370     WRITE ACCOUNTING-RECORD.
005380     CLOSE ACCOUNTING-FILE.
005390 2800-EXIT.
005400     EXIT.
