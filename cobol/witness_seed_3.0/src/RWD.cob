001264*                  OSCILLATOR STILL INTEGRATES ITS OWN STATE -
001265*                  IT JUST STOPS INFLUENCING OTHERS.  WITH NO
001266*                  QUARLST DD NOTHING CHANGES.
      * 2026-10-15  DLA  ADDED RWD-DYNAMICS-SET-STEP FOR THE HEUN
      *                  PREDICTOR-CORRECTOR (CC2-INTEGRATOR H).  THE
      *                  CALLER NAMES THE STAGE AND THE DT IN FORCE
      *                  BEFORE EACH EVALUATION: STAGE P DRAWS AND
      *                  HOLDS THE NOISE AND LEAVES PHASE ALONE; STAGE
      *                  C RE-EVALUATES AT THE PREDICTED STATE (KSCHED
      *                  AT T + 1, THE HELD CONTROLLER FACTOR, THE SAME
      *                  NOISE DRAWS) AND ADVANCES PHASE BY DT TIMES THE
      *                  MEAN OF THE TWO SUMSINS; STAGE E IS THE
      *                  ORIGINAL SINGLE EVALUATION.  PHASE NOW ADVANCES
      *                  BY THE DT IN FORCE INSTEAD OF A FIXED 0.01 -
      *                  THE DEFAULT OF 0.0100 KEEPS EVERY CALLER THAT
      *                  NEVER SETS A STEP EXACTLY AS BEFORE.
      * 2026-10-15  DLA  ADDED THE OPTIONAL TOPOCFG COUPLING-TOPOLOGY
      *                  DD.  EACH RECORD IS AN EXTRA WEIGHTED LINK -
      *                  OSCILLATOR TO OSCILLATOR, OR A CLUSTER-TO-
      *                  CLUSTER BLOCK OVER THE CLUSTRCF RANGES - ADDED
      *                  INTO THE COUPLING SUM BESIDE THE RING WINDOW;
      *                  A LINK FLAGGED S ALSO CUTS ANY RING TERM
      *                  BETWEEN ITS TWO ENDS.  LINKS ARE UNDIRECTED AND
      *                  SCALE WITH K AND THE ANNEAL FACTOR LIKE THE
      *                  RING TERMS.  WITH NO TOPOCFG NOTHING CHANGES.
      * 2026-10-15  DLA  KCTLLOG ENTRIES NOW LEAD WITH THE RUN-ID, SET
      *                  ONCE BY WITNESS-SEED-3 THROUGH THE NEW
      *                  RWD-DYNAMICS-SET-RUN ENTRY, SO WITNESS-RETAIN
      *                  CAN AGE THE LOG BY RUN.  RECORD GROWS FROM 26
      *                  TO 34 BYTES; A CALLER THAT NEVER SETS A RUN
      *                  LOGS RUN-ID ZERO.
      * 2026-10-15  DLA  THE CONTROLLER BLOCK IS NO LONGER A FIXED 1000
      *                  STEPS.  WITNESS-SEED-3 SETS IT TO ITS
      *                  CHECKPOINT CADENCE THROUGH THE NEW
      *                  RWD-DYNAMICS-SET-BLOCK ENTRY, SO A RESTART
      *                  RESUMES ON A BLOCK BOUNDARY WITH THE
      *                  CHECKPOINTED FACTOR.  A CALLER THAT NEVER SETS
      *                  IT KEEPS 1000.
001267*----------------------------------------------------------------
001268 ENVIRONMENT DIVISION.
001269 INPUT-OUTPUT SECTION.
001464     SELECT COUPLING-CONTROL-LOG ASSIGN TO "KCTLLOG"
001465         ORGANIZATION IS LINE SEQUENTIAL
001466         FILE STATUS IS WS-KCTLLOG-STATUS.
           SELECT TOPOLOGY-FILE ASSIGN TO "TOPOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOPO-STATUS.
001467 DATA DIVISION.
001470 FILE SECTION.
001480 FD  CLUSTER-CONFIG-FILE.

001811 FD  COUPLING-CONTROL-LOG.
001812 01  COUPLING-CONTROL-ENTRY.
           05  KLOG-RUN-ID         PIC 9(08).
001813     05  KLOG-T              PIC 9(07).
001814     05  KLOG-ORDERPARAM     PIC S9(1)V9(5) SIGN LEADING
001815                                 SEPARATE.
001816     05  KLOG-OLD-FACTOR     PIC 9V9(05).
001817     05  KLOG-NEW-FACTOR     PIC 9V9(05).

       FD  TOPOLOGY-FILE
           RECORDING MODE IS F.
       01  TOPOLOGY-RECORD.
           05  TOPO-TYPE           PIC X(01).
               88  TOPO-OSC-LINK   VALUE "O".
               88  TOPO-BLOCK-LINK VALUE "C".
           05  TOPO-FROM           PIC 9(04).
           05  TOPO-TO             PIC 9(04).
           05  TOPO-WEIGHT         PIC 9V9(05).
           05  TOPO-SUPPRESS       PIC X(01).
           05  FILLER              PIC X(64).

001818 WORKING-STORAGE SECTION.
001819 01  LOCAL-OMEGA             PIC 9V9(5) VALUE 1.0.
001820 01  LOCAL-K                 PIC 9V9(5) VALUE 0.1.
002010 01  NEIGHBOR-INDEX          PIC S9(5).
002020 01  SUMSIN                  PIC S9(7)V9(5).
002030 01  WS-COUPLING-SUM         PIC S9(7)V9(5).
      *----------------------------------------------------------------
      * INTEGRATION STAGE AND STEP, SET THROUGH RWD-DYNAMICS-SET-STEP
      * AND HELD UNTIL THE NEXT SET.  A CALLER THAT NEVER SETS THEM
      * GETS STAGE E AND THE ORIGINAL 0.01 PHASE ADVANCE.  THE HELD
      * NOISE DRAWS AND SUMSIN CARRY THE PREDICTOR STAGE INTO THE
      * CORRECTOR, SO A HEUN STEP CONSUMES ONE DRAW PER OSCILLATOR,
      * THE SAME AS AN EULER STEP, AND THE STREAM STAYS IN STEP WITH
      * THE CHECKPOINTED SEEDS.
      *----------------------------------------------------------------
       01  WS-STEP-STAGE           PIC X(01) VALUE "E".
           88  STAGE-EULER         VALUE "E".
           88  STAGE-PREDICT       VALUE "P".
           88  STAGE-CORRECT       VALUE "C".
       01  WS-STEP-DT              PIC 9V9(4) VALUE 0.0100.
       01  WS-EVAL-T               PIC 9(07).
       01  WS-PREDICT-SUMSIN       PIC S9(7)V9(5) VALUE ZERO.
       01  WS-HELD-NOISE-TABLE.
           05  WS-HELD-NOISE       OCCURS 1000 TIMES PIC S9(1)V9(8).

002040 01  WS-CLUSTER-STATUS       PIC X(02) VALUE SPACES.
002050     88  CLUSTER-STATUS-OK   VALUE "00".
002567* CLOSED-LOOP COUPLING CONTROLLER STATE.  THE BAND COMES FROM
002568* THE OPTIONAL KCTLCFG FILE; WHILE IT IS CONFIGURED AND THE
002569* CALL CAME THROUGH RWD-DYNAMICS-FB, WS-FB-FACTOR REPLACES THE
      * KSCHED ANNEAL FACTOR AND IS ADJUSTED ONCE PER BLOCK OF
      * WS-FB-BLOCK-STEPS STEPS (THE CALLER'S CHECKPOINT CADENCE, SET
      * THROUGH RWD-DYNAMICS-SET-BLOCK).  AN ORDER-PARAM OF ZERO MEANS
      * THE CALLER HAS NO READING YET (FIRST STEP) AND IS LEFT ALONE.
002573*----------------------------------------------------------------
002574 01  WS-KCTL-STATUS          PIC X(02) VALUE SPACES.
002575     88  KCTL-STATUS-OK      VALUE "00".
002582     88  FEEDBACK-CALL       VALUE "Y".
002583 01  WS-KCTLLOG-SW           PIC X(01) VALUE "N".
002584     88  KCTLLOG-OPEN        VALUE "Y".
       01  WS-KLOG-RUN-ID          PIC 9(08) VALUE ZERO.
002585 01  WS-FB-BAND-LO           PIC 9V9(05).
002586 01  WS-FB-BAND-HI           PIC 9V9(05).
002587 01  WS-FB-STEP              PIC 9V9(05).
002599 01  WS-FB-OLD-FACTOR        PIC 9V9(05).
002600 01  WS-FB-LAST-BLOCK        PIC 9(7) VALUE 9999999.
002601 01  WS-FB-THIS-BLOCK        PIC 9(7).
       01  WS-FB-BLOCK-STEPS       PIC 9(05) VALUE 1000.
002602 01  WS-QUAR-STATUS          PIC X(02) VALUE SPACES.
002603     88  QUAR-STATUS-OK      VALUE "00".
002604     88  QUAR-STATUS-EOF     VALUE "10".
002608 01  WS-QUAR-TABLE.
002609     05  WS-QUAR-FLAG        OCCURS 1000 TIMES PIC X(01).
002610 01  QUAR-J                  PIC 9(4).
      *----------------------------------------------------------------
      * COUPLING TOPOLOGY, LOADED ONCE FROM THE OPTIONAL TOPOCFG
      * DATASET AFTER THE CLUSTERS.  OSCILLATOR LINKS ARE HELD AS A
      * PER-OSCILLATOR ADJACENCY LIST (EACH LINK ENTERED FROM BOTH
      * ENDS), BLOCK LINKS AS A CLUSTER-BY-CLUSTER WEIGHT MATRIX OVER
      * THE FIRST 50 CLUSTRCF RECORDS.  CLUSTER-ID-OF IS THE CLUSTRCF
      * RECORD THAT LAST SET AN OSCILLATOR'S OMEGA/K (ZERO = NONE).
      * THE CANDIDATE SET COUPLES THROUGH THE SAME TOPOLOGY.
      *----------------------------------------------------------------
       01  WS-TOPO-STATUS          PIC X(02) VALUE SPACES.
           88  TOPO-STATUS-OK      VALUE "00".
           88  TOPO-STATUS-EOF     VALUE "10".
       01  WS-TOPO-LOADED-SW       PIC X(01) VALUE "N".
           88  TOPOLOGY-LOADED     VALUE "Y".
       01  WS-TOPO-ACTIVE-SW       PIC X(01) VALUE "N".
           88  TOPOLOGY-ACTIVE     VALUE "Y".
       01  WS-TOPO-CUTS-SW         PIC X(01) VALUE "N".
           88  TOPOLOGY-CUTS-RING  VALUE "Y".
       01  WS-TOPO-CUT-SW          PIC X(01) VALUE "N".
           88  RING-TERM-CUT       VALUE "Y".
       01  WS-TOPO-LINK-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-TOPO-BLOCK-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TOPO-SKIP-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-CLUS-ORDINAL         PIC 9(4) VALUE ZERO.
       01  WS-TOPO-CLUS-COUNT      PIC 9(2) VALUE ZERO.
       01  CLUSTER-ID-OF           OCCURS 1000 TIMES PIC 9(02).
       01  WS-TOPO-CLUS-TABLE.
           05  WS-TOPO-CLUS        OCCURS 50 TIMES.
               10  WS-TOPO-CLUS-LO     PIC 9(04).
               10  WS-TOPO-CLUS-HI     PIC 9(04).
               10  WS-TOPO-CLUS-LINKED PIC X(01).
       01  WS-TOPO-BLOCK-TABLE.
           05  WS-TOPO-BLOCK-ROW   OCCURS 50 TIMES.
               10  WS-TOPO-BLOCK   OCCURS 50 TIMES.
                   15  WS-TOPO-BLOCK-W     PIC 9V9(05).
                   15  WS-TOPO-BLOCK-SUPP  PIC X(01).
       01  WS-TOPO-RAW-TABLE.
           05  WS-TOPO-RAW         OCCURS 500 TIMES.
               10  WS-TOPO-RAW-FROM    PIC 9(04).
               10  WS-TOPO-RAW-TO      PIC 9(04).
               10  WS-TOPO-RAW-W       PIC 9V9(05).
               10  WS-TOPO-RAW-SUPP    PIC X(01).
       01  WS-TOPO-INDEX-TABLE.
           05  WS-TOPO-INDEX       OCCURS 1000 TIMES.
               10  WS-TOPO-ADJ-N       PIC 9(04).
               10  WS-TOPO-ADJ-FIRST   PIC 9(04).
               10  WS-TOPO-ADJ-LAST    PIC 9(04).
               10  WS-TOPO-ADJ-FILL    PIC 9(04).
       01  WS-TOPO-ADJ-TABLE.
           05  WS-TOPO-ADJ         OCCURS 1000 TIMES.
               10  WS-TOPO-ADJ-TO      PIC 9(04).
               10  WS-TOPO-ADJ-W       PIC 9V9(05).
               10  WS-TOPO-ADJ-SUPP    PIC X(01).
       01  TOPO-X                  PIC 9(4).
       01  TOPO-K                  PIC 9(4).
       01  TOPO-OTHER              PIC 9(4).
       01  TOPO-SLOT               PIC 9(4).
       01  TOPO-CA                 PIC 9(2).
       01  TOPO-CB                 PIC 9(2).

002611 LINKAGE SECTION.
002612 01  I                       OCCURS 1000 TIMES PIC S9(5)V9(5).
002624 01  NOISE-SEED-B            PIC 9(10).
002626 01  ANNEAL-FACTOR-IO        PIC 9V9(05).
002627 01  ORDER-PARAM-IN          PIC S9(5)V9(5).
       01  STEP-DT                 PIC 9V9(4).
       01  STEP-STAGE              PIC X(01).
       01  RUN-ID-IN               PIC 9(08).
       01  BLOCK-STEPS-IN          PIC 9(05).

002630 PROCEDURE DIVISION USING I I-DOT PHASE NUM-VARS T.
002640 ENTRY "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T.
002820         PERFORM 1300-LOAD-CLUSTERS THRU 1300-EXIT
002830         SET CLUSTERS-LOADED TO TRUE
002840     END-IF.
002842     IF NOT TOPOLOGY-LOADED
002844         PERFORM 1600-LOAD-TOPOLOGY THRU 1600-EXIT
002846         SET TOPOLOGY-LOADED TO TRUE
002848     END-IF.
002850     IF NOT KSCHED-LOADED
002860         PERFORM 1400-LOAD-KSCHED THRU 1400-EXIT
002870         SET KSCHED-LOADED TO TRUE
002922         PERFORM 1480-LOAD-KCTL THRU 1480-EXIT
002923         SET KCTL-LOADED TO TRUE
002924     END-IF.
      *    THE CORRECTOR EVALUATES THE STATE PREDICTED FOR THE END
      *    OF THE STEP, SO ITS KSCHED LOOKUP IS AT T + 1.  THE
      *    CONTROLLER ADJUSTS ONLY ON AN ACCEPTED STATE - THE
      *    CORRECTOR APPLIES THE FACTOR THE PREDICTOR LEFT IN FORCE.
           MOVE T TO WS-EVAL-T.
           IF STAGE-CORRECT
               ADD 1 TO WS-EVAL-T
           END-IF.
002930     PERFORM 1450-FIND-ANNEAL-FACTOR THRU 1450-EXIT.
002932     IF FEEDBACK-CALL AND FEEDBACK-CONFIGURED
002933         IF NOT STAGE-CORRECT
002934             PERFORM 1470-ADJUST-FEEDBACK THRU 1470-EXIT
002935         END-IF
002936         MOVE WS-FB-FACTOR TO WS-ANNEAL-FACTOR
002938     END-IF.
002940     MOVE NUM-VARS TO POPULATION-SIZE.
003000     MOVE ZERO TO SUMSIN.
003010     PERFORM 1000-COUPLE-ONE-OSCILLATOR THRU 1000-EXIT
003020         VARYING J FROM 1 BY 1 UNTIL J > POPULATION-SIZE.
      *    THE PREDICTOR ONLY HOLDS ITS SUMSIN; THE CORRECTOR ADVANCES
      *    PHASE ON THE MEAN OF THE TWO, AND THAT MEAN IS WHAT GOES TO
      *    SUMSINF - ONE DIAGNOSTIC RECORD PER STEP EITHER WAY.
           IF STAGE-PREDICT
               MOVE SUMSIN TO WS-PREDICT-SUMSIN
               GOBACK
           END-IF.
           IF STAGE-CORRECT
               COMPUTE SUMSIN ROUNDED = (WS-PREDICT-SUMSIN + SUMSIN) / 2
           END-IF.
003030     IF CONFIG-BASELINE
003040         PERFORM 1500-WRITE-SUMSIN-DIAG THRU 1500-EXIT
003050     END-IF.
003060     COMPUTE PHASE = PHASE + WS-STEP-DT * SUMSIN.
003070     GOBACK.

003080*----------------------------------------------------------------
003250     PERFORM 1100-ADD-ONE-NEIGHBOR THRU 1100-EXIT
003260         VARYING OFFSET FROM WS-NEG-RADIUS BY 1
003270         UNTIL OFFSET > NEIGHBOR-RADIUS.
003272     IF TOPOLOGY-ACTIVE
003274         PERFORM 1650-ADD-TOPOLOGY-LINKS THRU 1650-EXIT
003276     END-IF.
003280     COMPUTE I-DOT(J) ROUNDED = I-DOT(J) +
003290         WS-USE-K * WS-ANNEAL-FACTOR * WS-COUPLING-SUM.
003300     IF (CONFIG-BASELINE AND NOISE-AMPLITUDE > ZERO)
003410*    I-DOT(J) ALONGSIDE THE NATURAL-FREQUENCY AND COUPLING
003420*    TERMS.  EACH CONFIGURATION SET HAS ITS OWN STREAM SO TWIN
003430*    RUNS DO NOT INTERLEAVE DRAWS.
003432*    THE HEUN CORRECTOR REUSES THE PREDICTOR'S DRAW FOR EACH
003434*    OSCILLATOR - THE PERTURBATION BELONGS TO THE STEP, NOT TO
003436*    THE EVALUATION - SO IT DOES NOT ADVANCE THE STREAM.
003440*---------------------------------------------------------------
003442     IF STAGE-CORRECT
003444         MOVE WS-HELD-NOISE(J) TO WS-NOISE-VALUE
003446         GO TO 1050-APPLY
003448     END-IF.
003450     IF CONFIG-CANDIDATE
003460         COMPUTE WS-NOISE-PRODUCT = WS-NOISE-SEED-2 * 16807
003470         COMPUTE WS-NOISE-SEED-2 =
003570             (WS-NOISE-SEED / 2147483647 - 0.5) * 2
003580             * NOISE-AMPLITUDE
003590     END-IF.
003592     IF STAGE-PREDICT
003594         MOVE WS-NOISE-VALUE TO WS-HELD-NOISE(J)
003596     END-IF.
003598 1050-APPLY.
003600     COMPUTE I-DOT(J) ROUNDED = I-DOT(J) + WS-NOISE-VALUE.
003610 1050-EXIT.
003620     EXIT.
003710     PERFORM 1200-WRAP-INDEX THRU 1200-EXIT.
003712     IF WS-QUAR-FLAG(NEIGHBOR-INDEX) = "Y"
003714         GO TO 1100-EXIT
           END-IF.
           IF TOPOLOGY-CUTS-RING
               PERFORM 1670-CHECK-RING-CUT THRU 1670-EXIT
               IF RING-TERM-CUT
                   GO TO 1100-EXIT
               END-IF
003716     END-IF.
003720     COMPUTE WS-COUPLING-SUM =
003730         WS-COUPLING-SUM + FUNCTION SIN(I(NEIGHBOR-INDEX) - I(J)).
004320*----------------------------------------------------------------
004330     MOVE LOCAL-OMEGA TO CLUSTER-OMEGA-OF(CLUSTER-J).
004340     MOVE LOCAL-K     TO CLUSTER-K-OF(CLUSTER-J).
004345     MOVE ZERO TO CLUSTER-ID-OF(CLUSTER-J).
004350 1310-EXIT.
004360     EXIT.

004420             SET CLUSTER-STATUS-EOF TO TRUE
004430             GO TO 1320-EXIT
004440     END-READ.
004441     ADD 1 TO WS-CLUS-ORDINAL.
004442     IF WS-CLUS-ORDINAL NOT > 50
004444         MOVE WS-CLUS-ORDINAL TO WS-TOPO-CLUS-COUNT
004445         MOVE CLUS-START TO WS-TOPO-CLUS-LO(WS-CLUS-ORDINAL)
004447         MOVE CLUS-END TO WS-TOPO-CLUS-HI(WS-CLUS-ORDINAL)
004448     END-IF.

004450     PERFORM 1330-APPLY-ONE-OSCILLATOR THRU 1330-EXIT
004460         VARYING CLUSTER-J FROM CLUS-START BY 1
004470         UNTIL CLUSTER-J > CLUS-END.
004520*----------------------------------------------------------------
004530     MOVE CLUS-OMEGA TO CLUSTER-OMEGA-OF(CLUSTER-J).
004540     MOVE CLUS-K     TO CLUSTER-K-OF(CLUSTER-J).
004542     IF WS-CLUS-ORDINAL NOT > 50
004544         MOVE WS-CLUS-ORDINAL TO CLUSTER-ID-OF(CLUSTER-J)
004546     END-IF.
004550 1330-EXIT.
004560     EXIT.

005620*----------------------------------------------------------------
005630 1460-CHECK-ONE-SCHED-ENTRY.
005640*----------------------------------------------------------------
005650     IF WS-EVAL-T >= WS-SCHED-T-START(SCHED-X)
005660             AND WS-EVAL-T <= WS-SCHED-T-END(SCHED-X)
005670         MOVE WS-SCHED-K-FACTOR(SCHED-X) TO WS-ANNEAL-FACTOR
005680     END-IF.
005690 1460-EXIT.

007010*----------------------------------------------------------------
007020 1470-ADJUST-FEEDBACK.
007030*    ONE ADJUSTMENT PER CONTROLLER BLOCK, ON THE FIRST CALL OF
007040*    THE BLOCK.  AN ORDER PARAMETER ABOVE THE BAND MEANS THE
007050*    POPULATION HAS OVERSHOT - COUPLING STEPS DOWN; BELOW THE
007060*    BAND IT HAS STALLED - COUPLING STEPS UP.  A ZERO READING
007070*    (NO MEASUREMENT YET) AND AN IN-BAND READING BOTH LEAVE THE
007080*    FACTOR ALONE.  EVERY MOVE IS LOGGED.
007090*----------------------------------------------------------------
007100     COMPUTE WS-FB-THIS-BLOCK = (T - 1) / WS-FB-BLOCK-STEPS.
007110     IF WS-FB-THIS-BLOCK = WS-FB-LAST-BLOCK
007120         GO TO 1470-EXIT
007130     END-IF.
007440         OPEN OUTPUT COUPLING-CONTROL-LOG
007450         SET KCTLLOG-OPEN TO TRUE
007460     END-IF.
007465     MOVE WS-KLOG-RUN-ID TO KLOG-RUN-ID.
007470     MOVE T TO KLOG-T.
007480     MOVE ORDER-PARAM-IN TO KLOG-ORDERPARAM.
007490     MOVE WS-FB-OLD-FACTOR TO KLOG-OLD-FACTOR.
007520 1475-EXIT.
007530     EXIT.

007540*----------------------------------------------------------------
007550 1600-LOAD-TOPOLOGY.
007560*    RUNS ONCE, ON THE FIRST CALL, AFTER 1300-LOAD-CLUSTERS HAS
007570*    NUMBERED THE CLUSTRCF RANGES.  RECORDS WITNESS-INIT WOULD
007580*    REJECT (BAD TYPE, INDEX OUT OF RANGE, SELF-LINK, WEIGHT OVER
007590*    2.00000, UNKNOWN FLAG) ARE SKIPPED AND COUNTED HERE RATHER
007600*    THAN TRUSTED.  NO TOPOCFG MEANS NO LINKS - THE RING WINDOW
007610*    ALONE, UNCHANGED.
007620*----------------------------------------------------------------
007630     INITIALIZE WS-TOPO-BLOCK-TABLE.
007640     INITIALIZE WS-TOPO-INDEX-TABLE.
007650     PERFORM VARYING TOPO-CA FROM 1 BY 1 UNTIL TOPO-CA > 50
007660         MOVE "N" TO WS-TOPO-CLUS-LINKED(TOPO-CA)
007670     END-PERFORM.
007680     OPEN INPUT TOPOLOGY-FILE.
007690     IF NOT TOPO-STATUS-OK
007700         GO TO 1600-EXIT
007710     END-IF.
007720     PERFORM 1610-READ-ONE-LINK THRU 1610-EXIT
007730         UNTIL TOPO-STATUS-EOF.
007740     CLOSE TOPOLOGY-FILE.
007750     PERFORM 1620-BUILD-ADJACENCY THRU 1620-EXIT.
007760     IF WS-TOPO-LINK-COUNT > ZERO OR WS-TOPO-BLOCK-COUNT > ZERO
007770         SET TOPOLOGY-ACTIVE TO TRUE
007780         DISPLAY "RWD-DYNAMICS: TOPOCFG ADDS " WS-TOPO-LINK-COUNT
007790             " OSCILLATOR LINKS AND " WS-TOPO-BLOCK-COUNT
007800             " CLUSTER BLOCKS TO THE COUPLING"
007810     END-IF.
007820     IF WS-TOPO-SKIP-COUNT > ZERO
007830         DISPLAY "RWD-DYNAMICS: " WS-TOPO-SKIP-COUNT
007840             " INVALID TOPOCFG RECORDS IGNORED"
007850     END-IF.
007860 1600-EXIT.
007870     EXIT.

007880*----------------------------------------------------------------
007890 1610-READ-ONE-LINK.
007900*    A BLOCK LINK GOES STRAIGHT INTO THE MATRIX, BOTH WAYS ROUND;
007910*    AN OSCILLATOR LINK IS HELD UNTIL THE FILE IS READ, SINCE THE
007920*    ADJACENCY LIST CANNOT BE LAID OUT BEFORE EVERY DEGREE IS
007930*    KNOWN.  A ZERO WEIGHT IS ONLY MEANINGFUL AS A PURE CUT (S).
007940*----------------------------------------------------------------
007950     READ TOPOLOGY-FILE
007960         AT END
007970             SET TOPO-STATUS-EOF TO TRUE
007980             GO TO 1610-EXIT
007990     END-READ.
008000     IF TOPO-FROM NOT NUMERIC OR TOPO-TO NOT NUMERIC
008010             OR TOPO-WEIGHT NOT NUMERIC
008020             OR TOPO-FROM = TOPO-TO OR TOPO-FROM = ZERO
008030             OR TOPO-TO = ZERO OR TOPO-WEIGHT > 2.00000
008040             OR (TOPO-SUPPRESS NOT = "S"
008050                 AND TOPO-SUPPRESS NOT = SPACE)
008060             OR (TOPO-WEIGHT = ZERO AND TOPO-SUPPRESS NOT = "S")
008070         ADD 1 TO WS-TOPO-SKIP-COUNT
008080         GO TO 1610-EXIT
008090     END-IF.
008100     EVALUATE TRUE
008110         WHEN TOPO-OSC-LINK
008120             IF TOPO-FROM > 1000 OR TOPO-TO > 1000
008130                     OR WS-TOPO-LINK-COUNT NOT < 500
008140                 ADD 1 TO WS-TOPO-SKIP-COUNT
008150                 GO TO 1610-EXIT
008160             END-IF
008170             ADD 1 TO WS-TOPO-LINK-COUNT
008180             MOVE WS-TOPO-LINK-COUNT TO TOPO-X
008190             MOVE TOPO-FROM TO WS-TOPO-RAW-FROM(TOPO-X)
008200             MOVE TOPO-TO TO WS-TOPO-RAW-TO(TOPO-X)
008210             MOVE TOPO-WEIGHT TO WS-TOPO-RAW-W(TOPO-X)
008220             MOVE TOPO-SUPPRESS TO WS-TOPO-RAW-SUPP(TOPO-X)
008230             ADD 1 TO WS-TOPO-ADJ-N(TOPO-FROM)
008240             ADD 1 TO WS-TOPO-ADJ-N(TOPO-TO)
008250         WHEN TOPO-BLOCK-LINK
008260             IF TOPO-FROM > WS-TOPO-CLUS-COUNT
008270                     OR TOPO-TO > WS-TOPO-CLUS-COUNT
008280                 ADD 1 TO WS-TOPO-SKIP-COUNT
008290                 GO TO 1610-EXIT
008300             END-IF
008310             ADD 1 TO WS-TOPO-BLOCK-COUNT
008320             MOVE TOPO-FROM TO TOPO-CA
008330             MOVE TOPO-TO TO TOPO-CB
008340             MOVE TOPO-WEIGHT TO WS-TOPO-BLOCK-W(TOPO-CA, TOPO-CB)
008350             MOVE TOPO-WEIGHT TO WS-TOPO-BLOCK-W(TOPO-CB, TOPO-CA)
008360             IF TOPO-WEIGHT > ZERO
008370                 MOVE "Y" TO WS-TOPO-CLUS-LINKED(TOPO-CA)
008380                 MOVE "Y" TO WS-TOPO-CLUS-LINKED(TOPO-CB)
008390             END-IF
008400             IF TOPO-SUPPRESS = "S"
008410                 MOVE "Y" TO WS-TOPO-BLOCK-SUPP(TOPO-CA, TOPO-CB)
008420                 MOVE "Y" TO WS-TOPO-BLOCK-SUPP(TOPO-CB, TOPO-CA)
008430                 SET TOPOLOGY-CUTS-RING TO TRUE
008440             END-IF
008450         WHEN OTHER
008460             ADD 1 TO WS-TOPO-SKIP-COUNT
008470     END-EVALUATE.
008480 1610-EXIT.
008490     EXIT.

008500*----------------------------------------------------------------
008510 1620-BUILD-ADJACENCY.
008520*    LAYS THE HELD OSCILLATOR LINKS OUT AS ONE CONTIGUOUS RUN OF
008530*    ADJACENCY ENTRIES PER OSCILLATOR (FIRST THRU LAST; LAST =
008540*    FIRST - 1 WHEN IT HAS NONE), EACH LINK ENTERED FROM BOTH
008550*    ENDS.  500 LINKS FILL THE 1000 ENTRIES EXACTLY.
008560*----------------------------------------------------------------
008570     MOVE 1 TO TOPO-K.
008580     PERFORM VARYING TOPO-X FROM 1 BY 1 UNTIL TOPO-X > 1000
008590         MOVE TOPO-K TO WS-TOPO-ADJ-FIRST(TOPO-X)
008600         MOVE TOPO-K TO WS-TOPO-ADJ-FILL(TOPO-X)
008610         ADD WS-TOPO-ADJ-N(TOPO-X) TO TOPO-K
008620         COMPUTE WS-TOPO-ADJ-LAST(TOPO-X) = TOPO-K - 1
008630     END-PERFORM.
008640     PERFORM 1625-ENTER-ONE-LINK THRU 1625-EXIT
008650         VARYING TOPO-X FROM 1 BY 1
008660         UNTIL TOPO-X > WS-TOPO-LINK-COUNT.
008670 1620-EXIT.
008680     EXIT.

008690*----------------------------------------------------------------
008700 1625-ENTER-ONE-LINK.
008710*----------------------------------------------------------------
008720     MOVE WS-TOPO-RAW-FROM(TOPO-X) TO TOPO-K.
008730     MOVE WS-TOPO-RAW-TO(TOPO-X) TO TOPO-OTHER.
008740     PERFORM 1626-ENTER-ONE-END THRU 1626-EXIT.
008750     MOVE WS-TOPO-RAW-TO(TOPO-X) TO TOPO-K.
008760     MOVE WS-TOPO-RAW-FROM(TOPO-X) TO TOPO-OTHER.
008770     PERFORM 1626-ENTER-ONE-END THRU 1626-EXIT.
008780     IF WS-TOPO-RAW-SUPP(TOPO-X) = "S"
008790         SET TOPOLOGY-CUTS-RING TO TRUE
008800     END-IF.
008810 1625-EXIT.
008820     EXIT.

008830*----------------------------------------------------------------
008840 1626-ENTER-ONE-END.
008850*----------------------------------------------------------------
008860     MOVE WS-TOPO-ADJ-FILL(TOPO-K) TO TOPO-SLOT.
008870     MOVE TOPO-OTHER TO WS-TOPO-ADJ-TO(TOPO-SLOT).
008880     MOVE WS-TOPO-RAW-W(TOPO-X) TO WS-TOPO-ADJ-W(TOPO-SLOT).
008890     MOVE WS-TOPO-RAW-SUPP(TOPO-X) TO
008900         WS-TOPO-ADJ-SUPP(TOPO-SLOT).
008910     ADD 1 TO WS-TOPO-ADJ-FILL(TOPO-K).
008920 1626-EXIT.
008930     EXIT.

008940*----------------------------------------------------------------
008950 1650-ADD-TOPOLOGY-LINKS.
008960*    ADDS J'S TOPOCFG LINKS INTO WS-COUPLING-SUM, EACH TERM
008970*    WEIGHTED RELATIVE TO A RING NEIGHBOR'S 1.0.  QUARANTINED
008980*    OSCILLATORS AND INDICES BEYOND THE POPULATION CONTRIBUTE
008990*    NOTHING, AS ON THE RING.
009000*----------------------------------------------------------------
009010     PERFORM VARYING TOPO-X FROM WS-TOPO-ADJ-FIRST(J) BY 1
009020             UNTIL TOPO-X > WS-TOPO-ADJ-LAST(J)
009030         MOVE WS-TOPO-ADJ-TO(TOPO-X) TO TOPO-K
009040         IF TOPO-K NOT > POPULATION-SIZE
009050                 AND WS-QUAR-FLAG(TOPO-K) NOT = "Y"
009060                 AND WS-TOPO-ADJ-W(TOPO-X) > ZERO
009070             COMPUTE WS-COUPLING-SUM = WS-COUPLING-SUM +
009080                 WS-TOPO-ADJ-W(TOPO-X)
009090                 * FUNCTION SIN(I(TOPO-K) - I(J))
009100         END-IF
009110     END-PERFORM.
009120     MOVE CLUSTER-ID-OF(J) TO TOPO-CA.
009130     IF TOPO-CA = ZERO
009140         GO TO 1650-EXIT
009150     END-IF.
009160     IF WS-TOPO-CLUS-LINKED(TOPO-CA) NOT = "Y"
009170         GO TO 1650-EXIT
009180     END-IF.
009190     PERFORM 1660-ADD-ONE-BLOCK THRU 1660-EXIT
009200         VARYING TOPO-CB FROM 1 BY 1
009210         UNTIL TOPO-CB > WS-TOPO-CLUS-COUNT.
009220 1650-EXIT.
009230     EXIT.

009240*----------------------------------------------------------------
009250 1660-ADD-ONE-BLOCK.
009260*    COUPLES J TO EVERY MEMBER OF CLUSTER TOPO-CB - OSCILLATORS
009270*    IN ITS CLUSTRCF RANGE THAT STILL BELONG TO IT (A LATER
009280*    OVERLAPPING RANGE TAKES AN OSCILLATOR OVER, AS IT DOES FOR
009290*    OMEGA AND K), SO EVERY BLOCK TERM HAS A MATCHING TERM BACK.
009300*----------------------------------------------------------------
009310     IF WS-TOPO-BLOCK-W(TOPO-CA, TOPO-CB) = ZERO
009320         GO TO 1660-EXIT
009330     END-IF.
009340     PERFORM VARYING TOPO-K FROM WS-TOPO-CLUS-LO(TOPO-CB) BY 1
009350             UNTIL TOPO-K > WS-TOPO-CLUS-HI(TOPO-CB)
009360                OR TOPO-K > POPULATION-SIZE
009370         IF CLUSTER-ID-OF(TOPO-K) = TOPO-CB
009380                 AND WS-QUAR-FLAG(TOPO-K) NOT = "Y"
009390             COMPUTE WS-COUPLING-SUM = WS-COUPLING-SUM +
009400                 WS-TOPO-BLOCK-W(TOPO-CA, TOPO-CB)
009410                 * FUNCTION SIN(I(TOPO-K) - I(J))
009420         END-IF
009430     END-PERFORM.
009440 1660-EXIT.
009450     EXIT.

009460*----------------------------------------------------------------
009470 1670-CHECK-RING-CUT.
009480*    SETS RING-TERM-CUT WHEN AN S LINK - A BLOCK BETWEEN THE TWO
009490*    OSCILLATORS' CLUSTERS, OR A DIRECT LINK BETWEEN THEM - CUTS
009500*    THE RING TERM FROM NEIGHBOR-INDEX INTO J.  ONLY REACHED WHEN
009510*    SOME LINK CARRIES THE FLAG.
009520*----------------------------------------------------------------
009530     MOVE "N" TO WS-TOPO-CUT-SW.
009540     MOVE CLUSTER-ID-OF(J) TO TOPO-CA.
009550     MOVE CLUSTER-ID-OF(NEIGHBOR-INDEX) TO TOPO-CB.
009560     IF TOPO-CA > ZERO AND TOPO-CB > ZERO
009570         IF WS-TOPO-BLOCK-SUPP(TOPO-CA, TOPO-CB) = "Y"
009580             SET RING-TERM-CUT TO TRUE
009590             GO TO 1670-EXIT
009600         END-IF
009610     END-IF.
009620     PERFORM VARYING TOPO-X FROM WS-TOPO-ADJ-FIRST(J) BY 1
009630             UNTIL TOPO-X > WS-TOPO-ADJ-LAST(J)
009640         IF WS-TOPO-ADJ-TO(TOPO-X) = NEIGHBOR-INDEX
009650                 AND WS-TOPO-ADJ-SUPP(TOPO-X) = "S"
009660             SET RING-TERM-CUT TO TRUE
009670         END-IF
009680     END-PERFORM.
009690 1670-EXIT.
009700     EXIT.

009710*----------------------------------------------------------------
009720 0060-SET-STEP-ENTRY.
009730*    NAMES THE STAGE (E EULER, P HEUN PREDICTOR, C HEUN
009740*    CORRECTOR) AND THE DT IN FORCE FOR THE NEXT EVALUATION
009750*    THROUGH ANY OF THE ENTRIES ABOVE.  A CORRECTOR CALL MUST
009760*    FOLLOW ITS OWN PREDICTOR CALL THROUGH THE SAME ENTRY - THE
009770*    HELD NOISE AND SUMSIN BELONG TO THAT PREDICTOR.
009780*----------------------------------------------------------------
009790 ENTRY "RWD-DYNAMICS-SET-STEP" USING STEP-DT STEP-STAGE.
009800     MOVE STEP-DT TO WS-STEP-DT.
009810     IF STEP-STAGE = "P" OR STEP-STAGE = "C"
009820         MOVE STEP-STAGE TO WS-STEP-STAGE
009830     ELSE
009840         MOVE "E" TO WS-STEP-STAGE
009850     END-IF.
009860     GOBACK.

009870*----------------------------------------------------------------
009880 0070-SET-RUN-ENTRY.
009890*    NAMES THE RUN THE KCTLLOG ENTRIES BELONG TO.  CALLED ONCE,
009900*    AFTER THE RUN IS REGISTERED AND BEFORE THE FIRST STEP.
009910*----------------------------------------------------------------
009920 ENTRY "RWD-DYNAMICS-SET-RUN" USING RUN-ID-IN.
009930     MOVE RUN-ID-IN TO WS-KLOG-RUN-ID.
009940     GOBACK.

009950*----------------------------------------------------------------
009960 0075-SET-BLOCK-ENTRY.
009970*    SETS THE CONTROLLER BLOCK LENGTH IN STEPS.  CALLED ONCE,
009980*    BEFORE THE FIRST STEP; ZERO KEEPS THE CURRENT LENGTH.
009990*----------------------------------------------------------------
010000 ENTRY "RWD-DYNAMICS-SET-BLOCK" USING BLOCK-STEPS-IN.
010010     IF BLOCK-STEPS-IN > ZERO
010020         MOVE BLOCK-STEPS-IN TO WS-FB-BLOCK-STEPS
010030     END-IF.
010040     GOBACK.

010050 END PROGRAM RWD-DYNAMICS.
