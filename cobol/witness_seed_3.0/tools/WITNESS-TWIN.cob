000320*                  PROPOSED COUPLING CHANGE HAVE ALTERED LAST
000330*                  NIGHT'S ACTIVATIONS" IS NOW ONE RUN OVER THE
000340*                  SAME FEED.
000341* 2026-10-15  DLA  THE TWINS CAN NOW INTEGRATE THE WAY A
000342*                  REGISTERED RUN DID: A NONZERO TWN-RUN-ID TAKES
000343*                  REG-DT AND REG-INTEGRATOR FROM RUNREGST;
000345*                  WITHOUT ONE, TWN-INTEGRATOR SELECTS THE METHOD
000346*                  (E EULER, H HEUN PREDICTOR-CORRECTOR) AT THE
000347*                  ORIGINAL 0.01 STEP.  A CARD WITH NEITHER RUNS
000348*                  EXACTLY AS BEFORE.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000480     SELECT REPORT-FILE ASSIGN TO "TWINRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000501     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000503         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000506         RECORD KEY IS REG-RUN-ID
000508         FILE STATUS IS WS-REGISTRY-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000610     05  TWN-SEED                PIC 9(09).
000620     05  TWN-NUM-VARS            PIC 9(04).
000630     05  TWN-SEP-THRESHOLD       PIC 9(01)V9(05).
000640     05  TWN-RUN-ID              PIC 9(08).
000642     05  TWN-INTEGRATOR          PIC X(01).
000644     05  FILLER                  PIC X(45).
000650
000660 FD  TWIN-OUT-FILE.
000670 01  TWIN-OUT-RECORD.
000760 FD  REPORT-FILE.
000770 01  REPORT-LINE                PIC X(80).
000780
000782 FD  RUN-REGISTRY-FILE.
000784     COPY RUNREG.
000786
000790 WORKING-STORAGE SECTION.
000800 01  WS-SENSOR-STATUS        PIC X(02) VALUE SPACES.
000810     88  SENSOR-STATUS-OK    VALUE "00".
000860 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
000870 01  WS-SENSOR-SW            PIC X(01) VALUE "N".
000880     88  SENSOR-AVAILABLE    VALUE "Y".
000882 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000884     88  REGISTRY-STATUS-OK  VALUE "00".
000890
000900*----------------------------------------------------------------
000910* TWIN A RUNS THE BASELINE CONFIGURATION, TWIN B THE CANDIDATE.
001100 01  WS-RUN-STEPS            PIC 9(7) VALUE 0010000.
001110 01  WS-SEED                 PIC 9(9) VALUE 123456789.
001120 01  WS-SEP-THRESHOLD        PIC 9(1)V9(5) VALUE 0.01000.
      *----------------------------------------------------------------
      * STEP AND INTEGRATOR, FROM THE REGISTERED RUN OR THE CARD - SEE
      * 1200-READ-REGISTERED-RUN AND 2200-HEUN-SLOPES.
      *----------------------------------------------------------------
       01  WS-DT                   PIC 9(1)V9(4) VALUE 0.0100.
       01  WS-INTEGRATOR           PIC X(01) VALUE "E".
           88  INTEGRATOR-HEUN     VALUE "H".
       01  WS-STEP-STAGE           PIC X(01) VALUE "E".
       01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
       01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
001130 01  WS-DELTA-FP             PIC S9(5)V9(5).
001140 01  WS-DELTA-OP             PIC S9(5)V9(5).
001150 01  WS-DELTA-PH             PIC S9(5)V9(5).
002000     IF TWN-SEP-THRESHOLD > ZERO
002010         MOVE TWN-SEP-THRESHOLD TO WS-SEP-THRESHOLD
002020     END-IF.
002021     IF TWN-INTEGRATOR = "H"
002022         MOVE "H" TO WS-INTEGRATOR
002023     END-IF.
002024     IF TWN-RUN-ID IS NUMERIC AND TWN-RUN-ID > ZERO
002025         PERFORM 1200-READ-REGISTERED-RUN THRU 1200-EXIT
002026     END-IF.
002027     DISPLAY "WITNESS-TWIN: INTEGRATOR " WS-INTEGRATOR
002028         " DT=" WS-DT.
002030 1100-CLOSE.
002040     CLOSE TWIN-CARD-FILE.
002050 1100-EXIT.
002110     IF SENSOR-AVAILABLE
002120         PERFORM 2100-FEED-BOTH-TWINS THRU 2100-EXIT
002130     END-IF.
002140     IF INTEGRATOR-HEUN
002150         PERFORM 2200-HEUN-SLOPES THRU 2200-EXIT
002160     ELSE
002161         MOVE "E" TO WS-STEP-STAGE
002162         CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE
002164         CALL "RWD-DYNAMICS" USING IA IA-DOT PHASE-A NUM-VARS T
002165         CALL "RWD-DYNAMICS-CAND" USING IB IB-DOT PHASE-B
002167             NUM-VARS T
002168     END-IF.
002170     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
002180         COMPUTE IA(J) = IA(J) + IA-DOT(J) * WS-DT
002190         COMPUTE IB(J) = IB(J) + IB-DOT(J) * WS-DT
002200     END-PERFORM.
002210     CALL "RWD-FIELDPRINT" USING IA FIELDPRINT-A NUM-VARS.
002220     CALL "RWD-FIELDPRINT" USING IB FIELDPRINT-B NUM-VARS.
003070     DISPLAY WS-RPT-LINE-6.
003090 4000-EXIT.
003100     EXIT.

003110*----------------------------------------------------------------
003120 1200-READ-REGISTERED-RUN.
003130*    THE NAMED RUN'S APPLIED DT AND INTEGRATOR REPLACE THE CARD
003140*    AND DEFAULT VALUES, SO BOTH TWINS STEP EXACTLY AS THAT RUN
003150*    DID.  A RUN NOT ON THE REGISTRY IS REPORTED AND THE CARD
003160*    VALUES STAND.
003170*----------------------------------------------------------------
003180     OPEN INPUT RUN-REGISTRY-FILE.
003190     IF NOT REGISTRY-STATUS-OK
003200         DISPLAY "WITNESS-TWIN: RUNREGST NOT AVAILABLE - CARD "
003210             "INTEGRATOR KEPT"
003220         GO TO 1200-EXIT
003230     END-IF.
003240     MOVE TWN-RUN-ID TO REG-RUN-ID.
003250     READ RUN-REGISTRY-FILE
003260         INVALID KEY
003270             DISPLAY "WITNESS-TWIN: RUN " TWN-RUN-ID
003280                 " NOT ON THE "
003290                 "REGISTRY - CARD INTEGRATOR KEPT"
003300             GO TO 1200-CLOSE
003310     END-READ.
003320     IF REG-DT > ZERO
003330         MOVE REG-DT TO WS-DT
003340     END-IF.
003350     IF REG-INTEGRATOR = "H"
003360         MOVE "H" TO WS-INTEGRATOR
003370     ELSE
003380         MOVE "E" TO WS-INTEGRATOR
003390     END-IF.
003400 1200-CLOSE.
003410     CLOSE RUN-REGISTRY-FILE.
003420 1200-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------
003460 2200-HEUN-SLOPES.
003470*    THE SAME PREDICTOR-CORRECTOR AS 2040-HEUN-SLOPE IN
003480*    WITNESS-SEED-3, ONCE PER TWIN.  EACH TWIN'S CORRECTOR CALL
003490*    FOLLOWS ITS OWN PREDICTOR CALL THROUGH THE SAME ENTRY, AS
003500*    RWD-DYNAMICS-SET-STEP REQUIRES.  IA-DOT AND IB-DOT LEAVE
003510*    HOLDING THE MEAN SLOPES FOR THE COMMON UPDATE.
003520*----------------------------------------------------------------
003530     MOVE "P" TO WS-STEP-STAGE.
003540     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
003550     CALL "RWD-DYNAMICS" USING IA IA-DOT PHASE-A NUM-VARS T.
003560     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003570         COMPUTE WS-I-PRED(J) = IA(J) + IA-DOT(J) * WS-DT
003580     END-PERFORM.
003590     MOVE "C" TO WS-STEP-STAGE.
003600     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
003610     CALL "RWD-DYNAMICS" USING WS-I-PRED WS-I-DOT-2 PHASE-A
003620         NUM-VARS T.
003630     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003640         COMPUTE IA-DOT(J) ROUNDED =
003650             (IA-DOT(J) + WS-I-DOT-2(J)) / 2
003660     END-PERFORM.
003670     MOVE "P" TO WS-STEP-STAGE.
003680     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
003690     CALL "RWD-DYNAMICS-CAND" USING IB IB-DOT PHASE-B NUM-VARS T.
003700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003710         COMPUTE WS-I-PRED(J) = IB(J) + IB-DOT(J) * WS-DT
003720     END-PERFORM.
003730     MOVE "C" TO WS-STEP-STAGE.
003740     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
003750     CALL "RWD-DYNAMICS-CAND" USING WS-I-PRED WS-I-DOT-2 PHASE-B
003760         NUM-VARS T.
003770     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
003780         COMPUTE IB-DOT(J) ROUNDED =
003790             (IB-DOT(J) + WS-I-DOT-2(J)) / 2
003800     END-PERFORM.
003810 2200-EXIT.
003820     EXIT.
003830
