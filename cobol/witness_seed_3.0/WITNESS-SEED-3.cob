003088*                  KEYED BY RUN-ID; WITNESS-CFGRST REGENERATES
003089*                  THE THREE FILES FOR ANY ARCHIVED RUN, SO OLD
003090*                  RUNS CAN FINALLY BE REPRODUCED AS TUNED.
      * 2026-10-15  DLA  ADDED THE HEUN PREDICTOR-CORRECTOR INTEGRATOR
      *                  (CC2-INTEGRATOR H, SEE 2040-HEUN-SLOPE).  EULER
      *                  STAYS THE DEFAULT.  PHASE NOW ADVANCES BY THE
      *                  DT ACTUALLY APPLIED INSTEAD OF A FIXED 0.01
      *                  UNDER EITHER METHOD, AND THE METHOD GOES TO
      *                  REG-INTEGRATOR (REGISTRY 168 TO 169 BYTES - SEE
      *                  THE MIGRATION NOTE IN WITNESSJ).
      * 2026-10-15  DLA  THE OPTIONAL TOPOCFG COUPLING-TOPOLOGY FILE
      *                  (EXTRA WEIGHTED LINKS, APPLIED BY RWD-DYNAMICS)
      *                  IS SNAPSHOTTED TO CFGARC WITH THE OTHER THREE
      *                  CONFIGURATION FILES; THE PARMS LINE GAINS A
      *                  TOPOCFG PRESENCE FLAG.
      * 2026-10-15  DLA  ESCALATING KAIROS CORRECTION LADDER FROM THE
      *                  OPTIONAL KLADDER CONTROL FILE.  EACH RUNG NAMES
      *                  A SCOPE (GLOBAL OR WORST CLUSTER), A GAIN AND
      *                  THE STEPS TO WAIT FOR RECOVERY; RUNG 1 IS THE
      *                  TRIGGER ACTIVATION ITSELF, AND WHEN
      *                  2840-TRACK-RECOVERY SEES THE OPEN EXCURSION
      *                  STILL UNRECOVERED PAST THE RUNG'S WAIT THE NEXT
      *                  RUNG FIRES.  THE LADDER RESETS ON RECOVERY.
      *                  EVERY RUNG FIRED GOES TO KAIROSAU WITH AUD-RUNG
      *                  AND KAIRECOV CARRIES REC-MAX-RUNG (127 TO 129
      *                  AND 41 TO 43 BYTES).  THE LADDER POSITION RIDES
      *                  IN THE CHECKPOINT (11183 TO 11194 BYTES - AS
      *                  BEFORE, CHECKPOINTS FROM AN EARLIER LEVEL FAIL
      *                  VERIFICATION; FINISH ANY IN-FLIGHT RUN FIRST)
      *                  AND KLADDER IS SNAPSHOTTED TO CFGARC.  WITHOUT
      *                  KLADDER EVERY ACTIVATION IS RUNG 1 UNDER THE
      *                  CC2-KAIROS-MODE SCOPE, EXACTLY AS BEFORE.
      * 2026-10-15  DLA  OBSERVE-ONLY (SHADOW) KAIROS MODE,
      *                  CC2-KAIROS-SHADOW "Y".  THE TRIGGER, HYSTERESIS
      *                  AND LADDER RUN AS CONFIGURED BUT
      *                  2830-APPLY-CORRECTION SKIPS THE CORRECTION
      *                  CALLS; EACH WOULD-HAVE-FIRED EVENT IS AUDITED
      *                  WITH AUD-SHADOW "Y" (KAIROSAU 129 TO 130 BYTES)
      *                  AND RECOVERY TRACKING CARRIES ON UNCHANGED.
      *                  THE REGISTRY ENTRY CARRIES REG-SHADOW (170
      *                  BYTES - SEE THE MIGRATION NOTE IN WITNESSJ) AND
      *                  THE CFGARC PARMS LINE A SHADOW FLAG.
      * 2026-10-15  DLA  TIME-ALIGNED SENSOR ASSIMILATION,
      *                  CC2-ASSIM-MODE T WITH CC2-ASSIM-ANCHOR AND
      *                  CC2-ASSIM-SCALE.  THE MAIN LOOP NOW KEEPS
      *                  WS-MODEL-TIME, THE DT ACCUMULATED OVER THE RUN,
      *                  AND HANDS IT TO IO-SENSE (IO-SENSE-CLOCK) AHEAD
      *                  OF EACH STEP'S CALL; IO-SENSE APPLIES A FRAME
      *                  WHEN MODEL TIME REACHES ITS CAPTURE TIME AND
      *                  INTERPOLATES BETWEEN FRAMES.  MODEL TIME AND
      *                  THE ALIGNED STATE RIDE IN THE CHECKPOINT (11194
      *                  TO 11288 BYTES - CHECKPOINTS FROM AN EARLIER
      *                  LEVEL FAIL VERIFICATION; FINISH ANY IN-FLIGHT
      *                  RUN FIRST) AND ARE FOLDED INTO THE CHECKSUM.  A
      *                  RESTART KEEPS THE CHECKPOINTED MODE, SCALE AND
      *                  ANCHOR WHATEVER THE CARD NOW SAYS.
      * 2026-10-15  DLA  THE REGISTRY ENTRY NOW NAMES THE CAPTURE THE
      *                  RUN CONSUMED - REG-CAPTURE-DATE AND THE CAPTURE
      *                  LIBRARY GENERATION REG-CAPTURE-GEN, RESOLVED BY
      *                  IO-SENSE-CAPTURE AT CLOSE-OUT (182 BYTES).
      *                  MAIN READS THE CAPLIB INDEX FOR IT.
      * 2026-10-15  DLA  EVERY EVENTWIN RECORD NOW CARRIES THE FRAME
      *                  APPLIED AT ITS OWN STEP.  THE LEAD-UP RECORDS
      *                  ALL CARRIED THE ACTIVATION STEP'S FRAME, SO
      *                  WITNESS-ATTRIB COULD NOT TELL WHICH FRAMES FED
      *                  THE LEAD-UP.  THE BUFFER KEEPS EACH STEP'S
      *                  FRAME FROM IO-SENSE-LAST-FRAME.
      * 2026-10-15  DLA  THE REGISTRY ENTRY NOW NAMES THE RUNCAL
      *                  CONFIGURATION PROFILE THE NIGHT'S CARDS WERE
      *                  STAGED FROM - REG-PROFILE, TAKEN FROM
      *                  CC2-PROFILE ON THE SECOND CONTROLCD CARD (190
      *                  BYTES).  SPACES - A DECK KEYED BY HAND.
      * 2026-10-15  DLA  THE REGISTRY ENTRY NOW CARRIES THE APPROVED
      *                  VERSIONS OF CONTROLCD, TUNECFG, CLUSTRCF AND
      *                  KSCHED AND ANY OVERRIDE TICKET, READ FROM THE
      *                  APRSTMP STAMP WITNESS-INIT WRITES (COPY APSREC)
      *                  - REG-APR-VERSIONS, REG-APR-OVERRIDE AND
      *                  REG-APR-TICKET (219 BYTES).  NO STAMP - SPACES.
      * 2026-10-15  DLA  THE RUN-ID IS PASSED TO RWD-DYNAMICS ONCE THE
      *                  RUN IS REGISTERED (RWD-DYNAMICS-SET-RUN), SO
      *                  EVERY KCTLLOG ENTRY CARRIES ITS RUN.
      * 2026-10-15  DLA  CHARGEBACK.  CC2-COST-CENTER/CC2-PROJECT GO
      *                  TO THE REGISTRY ENTRY (230 BYTES) AND ACCTOUT.
      *                  ACCTOUT NOW TAKES ITS LAYOUT FROM COPY ACTREC
      *                  AND ALSO CARRIES THE RESTART FLAG, SEEDOUT
      *                  SHAPE, SHADOW SWITCH AND STATELKP RECORD COUNT
      *                  THAT WITNESS-BILL PRICES THE RUN ON (130
      *                  BYTES).
      * 2026-10-15  DLA  OUTPUT CADENCES.  THE CHECKPOINT, SEEDOUT,
      *                  STATELKP AND CLSTMET EACH RUN ON THEIR OWN STEP
      *                  CADENCE FROM THE OPTIONAL THIRD CONTROLCD CARD
      *                  (1160-READ-CONTROL-CARD-3, DEFAULT 1000).
      *                  PERFLOG, STATBCN, THE OPRCMD POLL AND THE
      *                  DIVERGENCE PROJECTION FOLLOW THE CHECKPOINT, AS
      *                  DOES THE KCTLCFG CONTROLLER BLOCK
      *                  (RWD-DYNAMICS-SET-BLOCK).  THE CHECKPOINT IS
      *                  NOW TAKEN AFTER THE STEP'S OTHER OUTPUTS.  THE
      *                  APPLIED CADENCES GO TO THE REGISTRY ENTRY
      *                  (REG-CKPT-EVERY ETC., 250 BYTES).
      * 2026-10-15  DLA  AN OPRCMD LINE QUEUED BY THE WITNESSI INQUIRY
      *                  CARRIES ITS ORIGIN IN COLUMNS 31-68 (OPR-ORIGIN
      *                  ETC.).  2910-APPLY-ONE-COMMAND TAKES IT ONLY
      *                  WHEN IT NAMES THIS RUN, TAKES AN INQUIRY SNAP
      *                  ONCE RATHER THAN EVERY POLL, AND LOGS THE
      *                  QUEUEING USER WITH THE STOP OR SNAP - THE RUN
      *                  HOLDS OPSLOG, SO IT LOGS FOR THE INQUIRY.
003091*----------------------------------------------------------------
003092 ENVIRONMENT DIVISION.
003093 INPUT-OUTPUT SECTION.
003577     SELECT KSCHED-IMAGE-FILE ASSIGN TO "KSCHED"
003578         ORGANIZATION IS LINE SEQUENTIAL
003579         FILE STATUS IS WS-CFGIN-STATUS.
           SELECT TOPOCFG-IMAGE-FILE ASSIGN TO "TOPOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFGIN-STATUS.
           SELECT LADDER-FILE ASSIGN TO "KLADDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLADDER-STATUS.
           SELECT APPROVAL-STAMP-FILE ASSIGN TO "APRSTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APS-STATUS.
003581     SELECT CONFIG-ARCHIVE-FILE ASSIGN TO "CFGARC"
003582         ORGANIZATION IS LINE SEQUENTIAL
003583         FILE STATUS IS WS-CFGARC-STATUS.
003660     COPY CTLCARD.

003670 FD  CHECKPOINT-FILE-1.
003680 01  CHECKPOINT-RECORD-1     PIC X(11288).

003690 FD  CHECKPOINT-FILE-2.
003700 01  CHECKPOINT-RECORD-2     PIC X(11288).


003710 FD  KAIROS-AUDIT-FILE.
004020                                 PIC 9(01)V9(09).
004030     05  OPR-VALUE-COUNT REDEFINES OPR-PARM-VALUE
004040                                 PIC 9(10).
004050*    COLUMNS 31-68 ARE BLANK ON A LINE OPERATIONS TYPES; A LINE
004051*    THE WITNESSI INQUIRY QUEUES CARRIES ITS ORIGIN THERE.
004052     05  OPR-ORIGIN              PIC X(08).
004053         88  OPR-FROM-INQUIRY    VALUE "INQUIRY".
004055     05  OPR-ORIGIN-RUN-ID       PIC 9(08).
004056     05  OPR-ORIGIN-USER         PIC X(08).
004057     05  OPR-ORIGIN-TS           PIC X(14).
004058     05  FILLER                  PIC X(12).

004060 FD  EVENT-WINDOW-FILE.
004070 01  EVENT-WINDOW-RECORD.
004164     05  EVW-SENSOR-TS           PIC X(26).

004170 FD  ACCOUNTING-FILE.
004180     COPY ACTREC.

004300 FD  STATUS-BEACON-FILE.
004310 01  STATUS-BEACON-RECORD.
004485 FD  KSCHED-IMAGE-FILE.
004486 01  KSCHED-IMAGE            PIC X(80).

       FD  TOPOCFG-IMAGE-FILE.
       01  TOPOCFG-IMAGE           PIC X(80).

       FD  LADDER-FILE
           RECORDING MODE IS F.
       01  LADDER-RECORD.
           05  LDR-RUNG            PIC 9(02).
           05  LDR-SCOPE           PIC X(01).
           05  LDR-GAIN            PIC 9(01)V9(05).
           05  LDR-WAIT            PIC 9(05).
           05  FILLER              PIC X(66).

       FD  APPROVAL-STAMP-FILE
           RECORDING MODE IS F.
       01  APPROVAL-STAMP-IMAGE        PIC X(80).

004487 FD  CONFIG-ARCHIVE-FILE.
004488 01  CONFIG-ARCHIVE-RECORD.
004489     05  CFA-RUN-ID          PIC 9(08).
004720 01  WS-CKPT-NEXT-GEN        PIC 9(1) VALUE 1.
004730 01  WS-CKPT-CKSUM           PIC 9(9).
004740 01  WS-CKSUM-SCALED         PIC 9(15).
004742 01  WS-CKPT-SWITCHES        PIC 9(4).
004750 01  WS-G1-VALID-SW          PIC X(01).
004760     88  GEN1-VALID          VALUE "Y".
004770 01  WS-G2-VALID-SW          PIC X(01).
004942*----------------------------------------------------------------
004943* SENSOR-FRAME PROVENANCE AT THE MOMENT OF ACTIVATION, FROM
004944* IO-SENSE-LAST-FRAME - STAMPED ONTO THE KAIROSAU AUDIT RECORD
004945* (THE EVENTWIN RECORDS TAKE THEIR OWN STEP'S FRAME, BELOW).
004946*----------------------------------------------------------------
004947 01  WS-FRAME-SEQ            PIC 9(9) VALUE ZERO.
004948 01  WS-FRAME-TS             PIC X(26) VALUE SPACES.
004949 01  WS-FRAME-EVENTS         PIC 9(7) VALUE ZERO.
      *----------------------------------------------------------------
      * THE SAME PROVENANCE TAKEN EVERY STEP FOR THE EVENT-WINDOW
      * BUFFER, SO EACH EVENTWIN RECORD NAMES THE FRAME ITS OWN STEP
      * ASSIMILATED.
      *----------------------------------------------------------------
       01  WS-STEP-FRAME-SEQ       PIC 9(9) VALUE ZERO.
       01  WS-STEP-FRAME-TS        PIC X(26) VALUE SPACES.
       01  WS-STEP-FRAME-EVENTS    PIC 9(7) VALUE ZERO.
004950 01  WS-CURRENT-TIMESTAMP    PIC X(26).

004960 01  WS-RESTART-FLAG         PIC X(01) VALUE "N".
005100 01  WS-FIRST-STEP-SW        PIC X(01) VALUE "Y".
005110     88  FIRST-STEP          VALUE "Y".
005120 01  WS-I-NEXT               PIC S9(7)V9(5).
      *----------------------------------------------------------------
      * INTEGRATOR (CC2-INTEGRATOR, DEFAULT EULER).  THE HEUN PATH
      * HOLDS THE EULER-PREDICTED STATE AND THE SLOPE EVALUATED THERE;
      * WS-STEP-STAGE TELLS RWD-DYNAMICS WHICH STAGE EACH CALL IS.
      *----------------------------------------------------------------
       01  WS-INTEGRATOR           PIC X(01) VALUE "E".
           88  INTEGRATOR-EULER    VALUE "E".
           88  INTEGRATOR-HEUN     VALUE "H".
       01  WS-STEP-STAGE           PIC X(01) VALUE "E".
       01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
       01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
005130 01  WS-ACTIVATION-COUNT     PIC 9(7) VALUE ZERO.
005140*----------------------------------------------------------------
005150* ACTIVATIONS ALREADY ON THE BOOKS AT THE RESTART CHECKPOINT.
005560         10  EVB-FIELDPRINT      PIC S9(5)V9(5).
005570         10  EVB-PHASE           PIC S9(5)V9(5).
005580         10  EVB-I OCCURS 1000 TIMES PIC S9(5)V9(5).
005582         10  EVB-SENSOR-SEQ      PIC 9(9).
005584         10  EVB-SENSOR-TS       PIC X(26).
005590 01  WS-EVW-NEXT             PIC 9(3) VALUE 1.
005600 01  WS-EVW-FILLED           PIC 9(3) VALUE ZERO.
005610 01  WS-EVW-POST-LEFT        PIC 9(3) VALUE ZERO.
005690 01  WS-OPERATOR-STOP-SW     PIC X(01) VALUE "N".
005700    88  OPERATOR-STOP       VALUE "Y".
005710 01  WS-OPR-NEW-COUNT        PIC 9(7).
005715 01  WS-OPR-INQ-SNAP-TS      PIC X(14) VALUE SPACES.
005720*----------------------------------------------------------------
005730* UNIFIED OPERATIONS EVENT LOG PARAMETERS - SEE WITNESS-EVLOG.
005740*----------------------------------------------------------------
006310 01  WS-SEEDOUT-COUNT        PIC 9(7) VALUE ZERO.
006320 01  WS-PHASETRD-COUNT       PIC 9(9) VALUE ZERO.
006330 01  WS-KAIROSAU-COUNT       PIC 9(7) VALUE ZERO.
006335 01  WS-STATELKP-COUNT       PIC 9(7) VALUE ZERO.
006340 01  WS-EVL-PROGRAM          PIC X(12) VALUE "WITNESS-SEED".
006350 01  WS-EVL-CODE             PIC X(08).
006360 01  WS-EVL-SEVERITY         PIC X(01).
006840     88  KAIROS-MODE-CLUSTER VALUE "C".
006850 01  WS-KAIROS-GAIN          PIC 9(1)V9(5) VALUE 0.50000.
006860*----------------------------------------------------------------
      * KAIROS CORRECTION LADDER (OPTIONAL KLADDER FILE, UP TO NINE
      * RUNGS IN RUNG ORDER).  RUNG 1 IS APPLIED AT THE TRIGGER
      * ACTIVATION; EACH LATER RUNG FIRES WHEN THE OPEN EXCURSION IS
      * STILL UNRECOVERED LR-WAIT STEPS AFTER THE RUNG BEFORE IT.  A
      * ZERO WAIT MAKES THAT RUNG THE TOP OF THE LADDER.  SCOPE C
      * RESCALES THE WORST CLUSTER, SCOPE G THE WHOLE POPULATION; A
      * ZERO GAIN MEANS THE CLASSIC CORRECTION FOR THE SCOPE -
      * COS(PHASE) FOR G, WS-KAIROS-GAIN FOR C.  WITH NO LADDER LOADED
      * THE SINGLE CORRECTION IS THE CC2-KAIROS-MODE ONE, AS BEFORE.
      * WS-LADDER-RUNG IS ZERO WHILE NO EXCURSION IS ESCALATING.
      *----------------------------------------------------------------
       01  WS-KLADDER-STATUS       PIC X(02) VALUE SPACES.
           88  KLADDER-STATUS-OK   VALUE "00".
           88  KLADDER-STATUS-EOF  VALUE "10".
       01  WS-LADDER-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-LADDER-TABLE.
           05  WS-LADDER-ENTRY     OCCURS 9 TIMES.
               10  LR-SCOPE            PIC X(01).
               10  LR-GAIN             PIC 9(1)V9(5).
               10  LR-WAIT             PIC 9(5).
       01  WS-LADDER-REJECTS       PIC 9(4) VALUE ZERO.
       01  WS-LADDER-RUNG          PIC 9(2) VALUE ZERO.
       01  WS-RUNG-FIRED-T         PIC 9(7) VALUE ZERO.
       01  WS-REC-MAX-RUNG         PIC 9(2) VALUE ZERO.
       01  WS-APPLY-SCOPE          PIC X(01).
           88  APPLY-SCOPE-CLUSTER VALUE "C".
       01  WS-APPLY-GAIN           PIC 9(1)V9(5).
       01  WS-APPLY-START          PIC 9(4).
       01  WS-APPLY-END            PIC 9(4).
       01  WS-KLADDER-SW           PIC X(01) VALUE "N".
      *----------------------------------------------------------------
      * OBSERVE-ONLY KAIROS (CC2-KAIROS-SHADOW "Y").  EVERYTHING ABOUT
      * THE TRIGGER RUNS AS CONFIGURED; ONLY THE CORRECTION ITSELF IS
      * WITHHELD.
      *----------------------------------------------------------------
       01  WS-SHADOW-SW            PIC X(01) VALUE "N".
           88  KAIROS-SHADOW       VALUE "Y".
      *----------------------------------------------------------------
      * CONFIGURATION PROFILE THE CONTROLCD DECK WAS STAGED FROM
      * (CC2-PROFILE), FOR THE REGISTRY ENTRY.
      *----------------------------------------------------------------
       01  WS-PROFILE              PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------
      * CHARGEBACK COST CENTER AND PROJECT (CC2-COST-CENTER/CC2-PROJECT,
      * AS WITNESS-INIT VALIDATED THEM), FOR THE REGISTRY AND ACCTOUT.
      *----------------------------------------------------------------
       01  WS-COST-CENTER          PIC X(05) VALUE SPACES.
       01  WS-PROJECT              PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------
      * SENSOR ASSIMILATION PACING (CC2-ASSIM-MODE, DEFAULT ONE FRAME
      * PER STEP) AND THE MODEL TIME IO-SENSE ALIGNS THE FEED AGAINST
      * IN MODE T - THE DT ACTUALLY APPLIED, SUMMED OVER THE STEPS SO
      * FAR.  CHECKPOINTED, SO A RESTART CARRIES ON THE SAME CLOCK.
      *----------------------------------------------------------------
       01  WS-ASSIM-MODE           PIC X(01) VALUE "S".
           88  ASSIM-TIME-ALIGNED  VALUE "T".
       01  WS-ASSIM-ANCHOR         PIC X(14) VALUE SPACES.
       01  WS-ASSIM-SCALE          PIC 9(05)V9(04) VALUE 1.
       01  WS-MODEL-TIME           PIC 9(09)V9(04) VALUE ZERO.
      *----------------------------------------------------------------
006870* SEEDOUT RECORD SHAPE (CC2-SEEDOUT-MODE, DEFAULT FULL) -
006880* PASSED TO IO-OUTPUT AND RECORDED ON THE REGISTRY ENTRY.
006890*----------------------------------------------------------------
006918     88  WARM-STATE-FOUND    VALUE "Y".
006921*----------------------------------------------------------------
006922* CONFIGURATION SNAPSHOT STATE.  THE TUNECFG / CLUSTRCF /
006923* KSCHED / TOPOCFG IMAGES THE RUN ACTUALLY LOADS ARE COPIED TO
006924* THE CFGARC ARCHIVE UNDER THIS RUN-ID AT INITIALIZATION, PLUS A
006925* PARMS LINE WITH THE NOISE AMPLITUDE IN EFFECT, SO A RUN FROM
006926* WEEKS AGO CAN BE REPRODUCED (SEE WITNESS-CFGRST).  THE FILES
006927* ARE OVERWRITTEN IN PLACE BETWEEN RUNS - WITHOUT THE SNAPSHOT,
006928* CC-SEED REPRODUCIBILITY WAS A PROMISE THE SUITE COULD NOT
006929* KEEP.
006931*----------------------------------------------------------------
006932 01  WS-CFGIN-STATUS         PIC X(02) VALUE SPACES.
006933     88  CFGIN-STATUS-OK     VALUE "00".
006934     88  CFGIN-STATUS-EOF    VALUE "10".
       01  WS-APS-STATUS           PIC X(02) VALUE SPACES.
           88  APS-STATUS-OK       VALUE "00".
      *----------------------------------------------------------------
      * CONFIGURATION APPROVAL STAMP FROM WITNESS-INIT, FOR THE REGISTRY
      * ENTRY.  WS-APS-SW STAYS "N" WHEN THERE IS NO STAMP.
      *----------------------------------------------------------------
           COPY APSREC.
       01  WS-APS-SW               PIC X(01) VALUE "N".
           88  APPROVAL-STAMPED    VALUE "Y".
006935 01  WS-CFGARC-STATUS        PIC X(02) VALUE SPACES.
006936     88  CFGARC-STATUS-OK    VALUE "00".
006937 01  WS-CFA-SEQ              PIC 9(4) VALUE ZERO.
006939 01  WS-TUNECFG-SW           PIC X(01) VALUE "N".
006941 01  WS-CLUSTRCF-SW          PIC X(01) VALUE "N".
006942 01  WS-KSCHED-SW            PIC X(01) VALUE "N".
       01  WS-TOPOCFG-SW           PIC X(01) VALUE "N".
006943 01  WS-PARMS-IMAGE.
006944     05  FILLER              PIC X(10) VALUE "NOISE-AMP ".
006945     05  PAR-NOISE-AMP       PIC X(06).
006949     05  PAR-CLUSTRCF        PIC X(01).
006951     05  FILLER              PIC X(08) VALUE " KSCHED ".
006952     05  PAR-KSCHED          PIC X(01).
           05  FILLER              PIC X(09) VALUE " TOPOCFG ".
           05  PAR-TOPOCFG         PIC X(01).
           05  FILLER              PIC X(09) VALUE " KLADDER ".
           05  PAR-KLADDER         PIC X(01).
           05  FILLER              PIC X(08) VALUE " SHADOW ".
           05  PAR-SHADOW          PIC X(01).
           05  FILLER              PIC X(05) VALUE SPACES.
006954*----------------------------------------------------------------
006955* PREDICTIVE DIVERGENCE WARNING STATE.  THE J LOOP TRACKS THE
006956* BLOCK'S PEAK OSCILLATOR MAGNITUDE AND PEAK I-DOT MAGNITUDE;
006957* AT THE CHECKPOINT, PEAK-I + PEAK-I-DOT * DT * N BLOCKS OF
006958* WS-CKPT-EVERY STEPS PROJECTING PAST THE GUARD LIMIT FIRES ONE
006960* ALERTOUT/OPSLOG WARNING, AND - WITH CC2-SOFT-STOP "Y" - ENDS
006970* THE RUN CLEANLY (STATUS P, RETURN CODE 6) AFTER THE CHECKPOINT
006980* JUST TAKEN, INSTEAD OF LETTING 2050-CHECK-DIVERGENCE ABEND
006985* MID-BLOCK.
006990*----------------------------------------------------------------
007000 01  WS-DIVWARN-BLOCKS       PIC 9(3) VALUE ZERO.
007010 01  WS-SOFT-STOP-OPT-SW     PIC X(01) VALUE "N".
007090 01  WS-PROJ-PEAK            PIC 9(13)V9(5).
007100 01  WS-WORST-START          PIC 9(4) VALUE ZERO.
007110 01  WS-WORST-END            PIC 9(4) VALUE ZERO.
007111*----------------------------------------------------------------
007112* OUTPUT CADENCES IN STEPS (CONTROLCD CARD 3, DEFAULT 1000) -
007113* CHECKPOINT (THE DIVERGENCE BLOCK ABOVE), SEEDOUT, STATELKP AND
007114* CLSTMET - RECORDED ON THE REGISTRY ENTRY FOR THEIR READERS.
007115*----------------------------------------------------------------
007116 01  WS-CKPT-EVERY           PIC 9(05) VALUE 1000.
007117 01  WS-SEEDOUT-EVERY        PIC 9(05) VALUE 1000.
007118 01  WS-STATE-EVERY          PIC 9(05) VALUE 1000.
007119 01  WS-CLSTMET-EVERY        PIC 9(05) VALUE 1000.
007120*----------------------------------------------------------------
007130* COHERENCE TRIGGER METRIC (CONTROLCD SECOND CARD).  MODE F IS
007140* THE ORIGINAL FIELDPRINT > TAU-C TEST; MODE O FIRES WHEN THE
007860 1000-INITIALIZE.
007870*----------------------------------------------------------------
007880     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
007882     CALL "IO-SENSE-ALIGN" USING WS-ASSIM-MODE WS-ASSIM-SCALE
007884         WS-ASSIM-ANCHOR.
007890     IF WS-REARM-TAU = ZERO
007900         MOVE TAU-C TO WS-REARM-TAU
007910     END-IF.
007920     PERFORM 2940-GET-TIME-NOW THRU 2940-EXIT.
007930     MOVE WS-TIME-NOW-SECS TO WS-PREV-SECS.
007940     PERFORM 1500-LOAD-QUARANTINE THRU 1500-EXIT.
007942     PERFORM 1550-LOAD-LADDER THRU 1550-EXIT.
007944     PERFORM 1570-READ-APPROVAL-STAMP THRU 1570-EXIT.
007950     PERFORM 1400-REGISTER-RUN THRU 1400-EXIT.
007952     PERFORM 1600-ARCHIVE-CONFIG THRU 1600-EXIT.
007960     IF RESTART-YES
010750     MOVE WS-WARM-T TO REG-PARENT-T.
010760     MOVE WS-SEEDOUT-MODE TO REG-SEEDOUT-MODE.
010762     MOVE SPACES TO REG-LABEL.
           MOVE WS-INTEGRATOR TO REG-INTEGRATOR.
           MOVE WS-SHADOW-SW TO REG-SHADOW.
           MOVE ZERO TO REG-CAPTURE-DATE.
           MOVE ZERO TO REG-CAPTURE-GEN.
           MOVE WS-PROFILE TO REG-PROFILE.
           IF APPROVAL-STAMPED
               MOVE APS-VERSIONS TO REG-APR-VERSIONS
               MOVE APS-OVERRIDE TO REG-APR-OVERRIDE
               MOVE APS-TICKET TO REG-APR-TICKET
           ELSE
               MOVE SPACES TO REG-APR-VERSIONS
               MOVE SPACE TO REG-APR-OVERRIDE
               MOVE SPACES TO REG-APR-TICKET
           END-IF.
           MOVE WS-COST-CENTER TO REG-COST-CENTER.
           MOVE WS-PROJECT TO REG-PROJECT.
           MOVE WS-CKPT-EVERY TO REG-CKPT-EVERY.
           MOVE WS-SEEDOUT-EVERY TO REG-SEEDOUT-EVERY.
           MOVE WS-STATE-EVERY TO REG-STATE-EVERY.
           MOVE WS-CLSTMET-EVERY TO REG-CLSTMET-EVERY.
010770     WRITE RUN-REGISTRY-RECORD
010780         INVALID KEY
010790             DISPLAY "WITNESS-SEED-3: RUN REGISTRY WRITE FAILED "
010810             STOP RUN WITH ERROR STATUS 16
010820     END-WRITE.
010830     DISPLAY "WITNESS-SEED-3: REGISTERED AS RUN-ID " WS-RUN-ID.
010832     CALL "RWD-DYNAMICS-SET-RUN" USING WS-RUN-ID.
010834     CALL "RWD-DYNAMICS-SET-BLOCK" USING WS-CKPT-EVERY.
010840     MOVE "RUNSTART" TO WS-EVL-CODE.
010850     MOVE "I" TO WS-EVL-SEVERITY.
010860     MOVE "RUN REGISTERED AND STARTING" TO WS-EVL-TEXT.
010870     PERFORM 9300-LOG-EVENT THRU 9300-EXIT.
           IF KAIROS-SHADOW
               MOVE "KSHADOW" TO WS-EVL-CODE
               MOVE "W" TO WS-EVL-SEVERITY
               MOVE "OBSERVE-ONLY KAIROS RUN - NO CORRECTIONS APPLIED"
                   TO WS-EVL-TEXT
               PERFORM 9300-LOG-EVENT THRU 9300-EXIT
           END-IF.
           IF APPROVAL-STAMPED AND APS-OVERRIDDEN
               MOVE "CFGOVRD" TO WS-EVL-CODE
               MOVE "W" TO WS-EVL-SEVERITY
               MOVE SPACES TO WS-EVL-TEXT
               STRING "RUNNING ON CONFIGURATION OVERRIDE TICKET "
                   APS-TICKET DELIMITED BY SIZE INTO WS-EVL-TEXT
               PERFORM 9300-LOG-EVENT THRU 9300-EXIT
           END-IF.
010880 1400-EXIT.
010890     EXIT.

011040 2000-MAIN-LOOP.
011050*----------------------------------------------------------------
011060     PERFORM 2060-SET-TIMESTEP THRU 2060-EXIT.
011065     CALL "IO-SENSE-CLOCK" USING WS-MODEL-TIME.
011070     CALL "IO-SENSE" USING I NUM-VARS WS-SENSE-WEIGHT.
011080*    THE FB ENTRY CARRIES THE PRIOR STEP'S ORDER PARAMETER FOR
011081*    THE CLOSED-LOOP COUPLING CONTROLLER; WITH NO KCTLCFG IT
011082*    BEHAVES EXACTLY AS THE ORIGINAL ENTRY (KSCHED OPEN LOOP).
      *    UNDER HEUN, 2040-HEUN-SLOPE LEAVES THE AVERAGED SLOPE IN
      *    I-DOT, SO THE UPDATE BELOW SERVES BOTH METHODS.
           IF INTEGRATOR-HEUN
               PERFORM 2040-HEUN-SLOPE THRU 2040-EXIT
           ELSE
               MOVE "E" TO WS-STEP-STAGE
               CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE
               CALL "RWD-DYNAMICS-FB" USING I I-DOT PHASE NUM-VARS T
                   ORDER-PARAM
           END-IF.
011090     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
011100         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
011110         PERFORM 2050-CHECK-DIVERGENCE THRU 2050-EXIT
011170         END-IF
011180         MOVE WS-I-NEXT TO I(J)
011190     END-PERFORM.
011195     ADD DT TO WS-MODEL-TIME.
011200     IF WS-QUAR-COUNT > ZERO
011210         CALL "RWD-FIELDPRINT-MASKED" USING I FIELDPRINT
011220             NUM-VARS WS-QUAR-TABLE
011320     PERFORM 2070-EVALUATE-TRIGGER THRU 2070-EXIT.
011330     PERFORM 2840-TRACK-RECOVERY THRU 2840-EXIT.
011340     IF KAIROS-ARMED AND TRIGGER-CONDITION-MET
011350         MOVE 1 TO WS-LADDER-RUNG
011352         MOVE T TO WS-RUNG-FIRED-T
011354         PERFORM 2830-APPLY-CORRECTION THRU 2830-EXIT
011450         ADD 1 TO WS-ACTIVATION-COUNT
011460         IF NOT PREV-STEP-ABOVE
011470             PERFORM 2860-START-RECOVERY-TRACK THRU 2860-EXIT
011640     IF WS-EVW-POST-LEFT > ZERO AND NOT EVW-DUMPED-THIS-STEP
011650         PERFORM 2800-WRITE-POST-STEP THRU 2800-EXIT
011660     END-IF.
011670*    EACH OUTPUT ON ITS OWN CADENCE.  THE CHECKPOINT COMES
011680*    AFTER THE STEP'S OTHER OUTPUTS ARE WRITTEN, SO A RESTART
011690*    FROM CKPT-T NEITHER REPEATS NOR DROPS ONE OF THEIR RECORDS.
011695     IF FUNCTION MOD(T, WS-SEEDOUT-EVERY) = 0
011700         CALL "IO-OUTPUT" USING I T PHASE FIELDPRINT ORDER-PARAM
011710             NUM-VARS WS-RUN-ID WS-SEEDOUT-MODE
011720         ADD 1 TO WS-SEEDOUT-COUNT
011722     END-IF.
011724     IF FUNCTION MOD(T, WS-CLSTMET-EVERY) = 0
011730         CALL "RWD-CLUSTERMET" USING I T NUM-VARS WS-RUN-ID
011731     END-IF.
011732     IF FUNCTION MOD(T, WS-STATE-EVERY) = 0
011733         PERFORM 2500-WRITE-STATE THRU 2500-EXIT
011735     END-IF.
011736     IF FUNCTION MOD(T, WS-CKPT-EVERY) = 0
011737         PERFORM 2950-LOG-PERFORMANCE THRU 2950-EXIT
011738         PERFORM 2970-WRITE-BEACON THRU 2970-EXIT
011740         PERFORM 2100-WRITE-CHECKPOINT THRU 2100-EXIT
011750         PERFORM 2980-CHECK-DIVERGENCE-TREND THRU 2980-EXIT
011770         PERFORM 2900-POLL-OPERATOR THRU 2900-EXIT
011780     END-IF.
011790     IF FUNCTION MOD(T, WS-TREND-N) = 0

011840*----------------------------------------------------------------
011850 2100-WRITE-CHECKPOINT.
011860*    TAKEN EVERY WS-CKPT-EVERY STEPS SO A JOB THAT ABENDS
011870*    PARTWAY THROUGH THE T LOOP CAN BE RESUBMITTED WITH
011880*    CC-RESTART-FLAG = "Y" INSTEAD OF LOSING THE WHOLE RUN.
011890*    GENERATIONS ALTERNATE, SO A WRITE THAT DIES WITH THE JOB
012467         + FUNCTION ABS(CKPT-FIELDPRINT-PREV) * 1000000000.
012468     COMPUTE WS-CKPT-CKSUM =
012469         FUNCTION MOD(WS-CKSUM-SCALED, 999999937).
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
012471     MOVE ZERO TO WS-CKPT-SWITCHES.
012472     IF CKPT-ARMED-SW = "Y"
012473         ADD 1 TO WS-CKPT-SWITCHES
012490     END-IF.
012491     IF CKPT-SENSE-SEQ-KNOWN = "Y"
012492         ADD 64 TO WS-CKPT-SWITCHES
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
012493     END-IF.
012494     COMPUTE WS-CKSUM-SCALED = WS-CKPT-CKSUM
012495         + WS-CKPT-SWITCHES.
013170 2200-WRITE-AUDIT.
013180*    ONE RECORD PER KAIROS-COHERENCE ACTIVATION SO OPS CAN REPORT
013190*    HOW OFTEN AND WHEN A RUN NEEDED COHERENCE CORRECTION.
013192*    KLADDER ESCALATIONS ADD ONE RECORD PER RUNG FIRED, TOLD
013194*    APART FROM THE ACTIVATION BY AUD-RUNG.
013200*----------------------------------------------------------------
013210     IF NOT AUDIT-FILE-OPEN
013220         OPEN OUTPUT KAIROS-AUDIT-FILE
013332     MOVE WS-FRAME-SEQ TO AUD-SENSOR-SEQ.
013334     MOVE WS-FRAME-TS TO AUD-SENSOR-TS.
013336     MOVE WS-FRAME-EVENTS TO AUD-FEED-EVENTS.
013337     MOVE WS-LADDER-RUNG TO AUD-RUNG.
013338     MOVE WS-SHADOW-SW TO AUD-SHADOW.
013340     WRITE KAIROS-AUDIT-RECORD.
013350 2200-EXIT.
013360     EXIT.
013370*----------------------------------------------------------------
013380 2300-WRITE-TREND.
013390*    ONE T/PHASE RECORD EVERY WS-TREND-N STEPS - A DENSER FEED
013400*    THAN THE IO-OUTPUT CADENCE, FOR CHARTING THE PHASE
013410*    TRAJECTORY ACROSS THE RUN.
013420*----------------------------------------------------------------
013430     IF NOT TREND-FILE-OPEN

013760*----------------------------------------------------------------
013770 2500-WRITE-STATE.
013780*    KEEPS ONE INDEXED RECORD EVERY WS-STATE-EVERY STEPS (A
013785*    MULTIPLE OF THE CHECKPOINT CADENCE) ALONGSIDE THE
013790*    SEQUENTIAL IO-OUTPUT DUMP, SO AN ANALYST CAN PULL THE STATE
013800*    AT A SPECIFIC TIMESTEP DIRECTLY BY KEY INSTEAD OF SCANNING
013810*    THE WHOLE SEQUENTIAL OUTPUT.
014010         INVALID KEY
014020             REWRITE STATE-LOOKUP-RECORD
014030     END-WRITE.
014035     ADD 1 TO WS-STATELKP-COUNT.
014040 2500-EXIT.
014050     EXIT.

014090*    BEFORE THE FIELDPRINT > TAU-C TEST RUNS - INTO THE CIRCULAR
014100*    EVENT-WINDOW BUFFER.  WS-EVW-NEXT IS THE SLOT TO OVERWRITE,
014110*    WHICH IS ALWAYS THE OLDEST ENTRY ONCE THE BUFFER HAS FILLED.
014115*    THE STEP'S SENSOR FRAME IS BUFFERED WITH IT.
014120*----------------------------------------------------------------
014130     MOVE T TO EVB-T(WS-EVW-NEXT).
014140     MOVE FIELDPRINT TO EVB-FIELDPRINT(WS-EVW-NEXT).
014160     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
014170         MOVE I(J) TO EVB-I(WS-EVW-NEXT, J)
014180     END-PERFORM.
014182     CALL "IO-SENSE-LAST-FRAME" USING WS-STEP-FRAME-SEQ
014184         WS-STEP-FRAME-TS WS-STEP-FRAME-EVENTS.
014186     MOVE WS-STEP-FRAME-SEQ TO EVB-SENSOR-SEQ(WS-EVW-NEXT).
014188     MOVE WS-STEP-FRAME-TS TO EVB-SENSOR-TS(WS-EVW-NEXT).
014190     ADD 1 TO WS-EVW-NEXT.
014200     IF WS-EVW-NEXT > WS-EVENT-WINDOW
014210         MOVE 1 TO WS-EVW-NEXT
014600     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
014610         MOVE EVB-I(EVW-X, J) TO EVW-I(J)
014620     END-PERFORM.
014622     MOVE EVB-SENSOR-SEQ(EVW-X) TO EVW-SENSOR-SEQ.
014624     MOVE EVB-SENSOR-TS(EVW-X) TO EVW-SENSOR-TS.
014630     WRITE EVENT-WINDOW-RECORD.
014640     ADD 1 TO EVW-X.
014650     IF EVW-X > WS-EVENT-WINDOW
014810     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
014820         MOVE I(J) TO EVW-I(J)
014830     END-PERFORM.
014832     MOVE WS-STEP-FRAME-SEQ TO EVW-SENSOR-SEQ.
014834     MOVE WS-STEP-FRAME-TS TO EVW-SENSOR-TS.
014840     WRITE EVENT-WINDOW-RECORD.
014850     SUBTRACT 1 FROM WS-EVW-POST-LEFT.
014860 2800-EXIT.
014920*    IS THE FALL BACK BELOW TAU-C, THE AFTER-SAMPLE IS FIELDPRINT
014930*    AT WS-RECOVERY-N STEPS PAST THE EXCURSION START.  WHEN BOTH
014940*    HAVE HAPPENED THE RECORD GOES OUT WITH FLAG Y.
014942*    RECOVERY PUTS THE KLADDER LADDER BACK AT REST; AN EXCURSION
014944*    STILL UNRECOVERED PAST THE CURRENT RUNG'S WAIT CLIMBS ONE
014946*    RUNG (2850) UNLESS THAT RUNG IS THE TOP.
014950*----------------------------------------------------------------
014960     IF NOT RECOVERY-TRACKING
014970         GO TO 2840-EXIT
015000             AND NOT TRIGGER-CONDITION-MET
015010         SET EXCURSION-RECOVERED TO TRUE
015020         COMPUTE WS-REC-STEPS = T - WS-REC-START-T
015021         MOVE ZERO TO WS-LADDER-RUNG
015022     END-IF.
015023     IF WS-LADDER-RUNG > ZERO
015025             AND WS-LADDER-RUNG < WS-LADDER-COUNT
015026             AND LR-WAIT(WS-LADDER-RUNG) > ZERO
015027             AND T - WS-RUNG-FIRED-T NOT < LR-WAIT(WS-LADDER-RUNG)
015028         PERFORM 2850-ESCALATE-LADDER THRU 2850-EXIT
015030     END-IF.
015040     IF NOT AFTER-SAMPLE-TAKEN
015050             AND T - WS-REC-START-T NOT < WS-RECOVERY-N
015350     MOVE T TO WS-REC-START-T.
015360     MOVE ZERO TO WS-REC-STEPS.
015370     MOVE ZERO TO WS-REC-AFTER-FP.
015375     MOVE 1 TO WS-REC-MAX-RUNG.
015380 2860-EXIT.
015390     EXIT.

015540     MOVE WS-REC-START-T TO REC-START-T.
015550     MOVE WS-REC-STEPS TO REC-STEPS-TO-RECOVER.
015560     MOVE WS-REC-AFTER-FP TO REC-FP-AFTER-N.
015565     MOVE WS-REC-MAX-RUNG TO REC-MAX-RUNG.
015570     WRITE RECOVERY-RECORD.
015580     MOVE "N" TO WS-REC-ACTIVE-SW.
015590 2880-EXIT.
015660*    THE RUN IS UP: NO FILE, NO COMMANDS, NO COST.  COMMANDS ARE
015670*    RE-READ EVERY POLL, SO A "SET" IS REAPPLIED HARMLESSLY UNTIL
015680*    OPERATIONS CLEARS THE MEMBER; A CHANGE IS ONLY REPORTED WHEN
015690*    THE VALUE ACTUALLY MOVES.  A LINE THE WITNESSI INQUIRY
015692*    QUEUED NAMES ITS RUN: ANY OTHER RUN PASSES IT BY, AND AN
015694*    INQUIRY SNAP IS TAKEN ONCE (WS-OPR-INQ-SNAP-TS HOLDS THE
015696*    QUEUE TIME OF THE LAST ONE TAKEN), NOT AT EVERY POLL.
015700*----------------------------------------------------------------
015710     OPEN INPUT OPERATOR-COMMAND-FILE.
015720     IF NOT OPRCMD-STATUS-OK
015850             SET OPRCMD-STATUS-EOF TO TRUE
015860             GO TO 2910-EXIT
015870     END-READ.
           IF OPR-FROM-INQUIRY
               IF OPR-ORIGIN-RUN-ID NOT = WS-RUN-ID
                   GO TO 2910-EXIT
               END-IF
               IF OPR-COMMAND = "SNAP"
                   IF OPR-ORIGIN-TS NOT > WS-OPR-INQ-SNAP-TS
                       GO TO 2910-EXIT
                   END-IF
                   MOVE OPR-ORIGIN-TS TO WS-OPR-INQ-SNAP-TS
               END-IF
           END-IF.
015880     EVALUATE OPR-COMMAND
015890         WHEN "STOP"
015900             SET OPERATOR-STOP TO TRUE
015950             MOVE "I" TO WS-EVL-SEVERITY
015960             MOVE "OPERATOR STOP ACCEPTED AT CHECKPOINT"
015970                 TO WS-EVL-TEXT
015971             IF OPR-FROM-INQUIRY
015972                 MOVE SPACES TO WS-EVL-TEXT
015973                 STRING "INQUIRY STOP BY " DELIMITED BY SIZE
015975                     OPR-ORIGIN-USER DELIMITED BY SPACE
015976                     " ACCEPTED AT CHECKPOINT" DELIMITED BY SIZE
015977                     INTO WS-EVL-TEXT
015978             END-IF
015980             PERFORM 9300-LOG-EVENT THRU 9300-EXIT
015990         WHEN "SNAP"
016000             PERFORM 2975-WRITE-SNAP THRU 2975-EXIT
                   IF OPR-FROM-INQUIRY AND SNAP-FILE-OPEN
                       MOVE "OPRSNAP" TO WS-EVL-CODE
                       MOVE "I" TO WS-EVL-SEVERITY
                       MOVE SPACES TO WS-EVL-TEXT
                       STRING "INQUIRY SNAP BY " DELIMITED BY SIZE
                           OPR-ORIGIN-USER DELIMITED BY SPACE
                           " TAKEN AT CHECKPOINT" DELIMITED BY SIZE
                           INTO WS-EVL-TEXT
                       PERFORM 9300-LOG-EVENT THRU 9300-EXIT
                   END-IF
016010         WHEN "SET"
016020             EVALUATE OPR-PARM-NAME
016030                 WHEN "TAU-C"

016750*----------------------------------------------------------------
016760 2950-LOG-PERFORMANCE.
016770*    ONE RECORD PER CHECKPOINT BLOCK: THE BLOCK'S ELAPSED SECONDS,
016780*    THE RUNNING AVERAGE STEP RATE, AND THE COMPLETION PROJECTION
016790*    FROM THAT RATE AGAINST NUM-STEPS.  WHEN THE PROJECTION BLOWS
016800*    THE CC-DEADLINE-SECS WINDOW THE EARLY WARNING FIRES ONCE.
017820*    THIS EXECUTION'S OWN WORK IS T - START-T: THE SAME AS T - 1
017830*    ON A FRESH RUN, AND ONLY THE RESTARTED PORTION ON A WITNESSR
017840*    RESUBMISSION, SO NO T RANGE IS EVER BILLED TWICE.
017845*    WITNESS-BILL PRICES THE RECORD AT MONTH END (COPY ACTREC).
017850*----------------------------------------------------------------
017860     OPEN EXTEND ACCOUNTING-FILE.
017870     MOVE WS-RUN-ID TO ACT-RUN-ID.
017960     MOVE WS-PHASETRD-COUNT TO ACT-PHASETRD-COUNT.
017970     MOVE WS-KAIROSAU-COUNT TO ACT-KAIROSAU-COUNT.
017980     MOVE WS-COMPLETION-STATUS TO ACT-STATUS.
017981     MOVE WS-COST-CENTER TO ACT-COST-CENTER.
017982     MOVE WS-PROJECT TO ACT-PROJECT.
017984     MOVE WS-RESTART-FLAG TO ACT-RESTART-FLAG.
017985     MOVE WS-STATELKP-COUNT TO ACT-STATELKP-COUNT.
017987     MOVE WS-SEEDOUT-MODE TO ACT-SEEDOUT-MODE.
017988     MOVE WS-SHADOW-SW TO ACT-SHADOW.
017990     WRITE ACCOUNTING-RECORD.
018000     CLOSE ACCOUNTING-FILE.
018010 9200-EXIT.
018640*----------------------------------------------------------------
018650 9100-CLOSE-OUT-REGISTRY.
018660*    COMPLETES THIS RUN'S REGISTRY RECORD - END TIMESTAMP, FINAL
018670*    T, ACTIVATION COUNT, COMPLETION STATUS, CAPTURE CONSUMED -
018680*    AND RELEASES THE FILE.  T SITS ONE PAST THE LAST EXECUTED
018690*    STEP WHEN THE MAIN LOOP RUNS OUT, SO THE FINAL STEP RECORDED
018695*    IS T - 1.
018700*----------------------------------------------------------------
018710     IF NOT REGISTRY-FILE-OPEN
018720         GO TO 9100-EXIT
018830     COMPUTE REG-ACTIVATION-COUNT =
018840         WS-ACTIVATION-COUNT - WS-RESTART-BASE-ACTS.
018850     MOVE WS-COMPLETION-STATUS TO REG-STATUS.
018852     CALL "IO-SENSE-CAPTURE" USING REG-CAPTURE-DATE
018854         REG-CAPTURE-GEN.
018860     REWRITE RUN-REGISTRY-RECORD.
018870 9100-CLOSE.
018880     CLOSE RUN-REGISTRY-FILE.
019120     MOVE CKPT-ACTIVATION-COUNT TO WS-EVW-ACT-NO.
019130     MOVE CKPT-FIELDPRINT-PREV TO WS-FIELDPRINT-PREV.
019140     MOVE CKPT-FIRST-STEP-SW TO WS-FIRST-STEP-SW.
           MOVE CKPT-LADDER-RUNG TO WS-LADDER-RUNG.
           MOVE CKPT-RUNG-FIRED-T TO WS-RUNG-FIRED-T.
           MOVE CKPT-REC-MAX-RUNG TO WS-REC-MAX-RUNG.
           MOVE CKPT-MODEL-TIME TO WS-MODEL-TIME.
           MOVE CKPT-ALIGN-MODE TO WS-ASSIM-MODE.
           MOVE CKPT-ALIGN-SCALE TO WS-ASSIM-SCALE.
           MOVE CKPT-ALIGN-ANCHOR TO WS-ASSIM-ANCHOR.
           CALL "IO-SENSE-ALIGN-PUT" USING CKPT-ALIGN-MODE
               CKPT-ALIGN-SCALE CKPT-ALIGN-ANCHOR CKPT-ALIGN-PREV-RECNO
               CKPT-ALIGN-PREV-SECS CKPT-ALIGN-PREV-SW
               CKPT-ALIGN-INTERP-SW CKPT-ALIGN-EOF-SW
               CKPT-ALIGN-APPLIED CKPT-ALIGN-INTERP CKPT-ALIGN-STALE.
           IF ASSIM-TIME-ALIGNED
               DISPLAY "WITNESS-SEED-3: TIME-ALIGNED ASSIMILATION "
                   "RESUMED AT MODEL TIME " WS-MODEL-TIME
           END-IF.
019150 1260-EXIT.
019160     EXIT.

019350     MOVE WS-ACTIVATION-COUNT TO CKPT-ACTIVATION-COUNT.
019360     MOVE WS-FIELDPRINT-PREV TO CKPT-FIELDPRINT-PREV.
019370     MOVE WS-FIRST-STEP-SW TO CKPT-FIRST-STEP-SW.
019371     MOVE WS-LADDER-RUNG TO CKPT-LADDER-RUNG.
019372     MOVE WS-RUNG-FIRED-T TO CKPT-RUNG-FIRED-T.
019373     MOVE WS-REC-MAX-RUNG TO CKPT-REC-MAX-RUNG.
019374     MOVE WS-MODEL-TIME TO CKPT-MODEL-TIME.
019375     CALL "IO-SENSE-ALIGN-GET" USING CKPT-ALIGN-MODE
019376         CKPT-ALIGN-SCALE CKPT-ALIGN-ANCHOR CKPT-ALIGN-PREV-RECNO
019377         CKPT-ALIGN-PREV-SECS CKPT-ALIGN-PREV-SW
019378         CKPT-ALIGN-INTERP-SW CKPT-ALIGN-EOF-SW
019379         CKPT-ALIGN-APPLIED CKPT-ALIGN-INTERP CKPT-ALIGN-STALE.
019380 2130-EXIT.
019390     EXIT.

019480         AT END
019490             GO TO 1150-EXIT
019500     END-READ.
019502     MOVE CC2-PROFILE TO WS-PROFILE.
019504     MOVE CC2-COST-CENTER TO WS-COST-CENTER.
019506     MOVE CC2-PROJECT TO WS-PROJECT.
019510     EVALUATE CC2-KAIROS-MODE
019520         WHEN "C"
019530             SET KAIROS-MODE-CLUSTER TO TRUE
020142                 "RECOGNIZED: " CC2-WARM-MODE
020143                 " - SEEDED START KEPT"
020144     END-EVALUATE.
           EVALUATE CC2-INTEGRATOR
               WHEN "H"
                   SET INTEGRATOR-HEUN TO TRUE
                   DISPLAY "WITNESS-SEED-3: HEUN PREDICTOR-CORRECTOR "
                       "INTEGRATOR SELECTED"
               WHEN "E"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WITNESS-SEED-3: CC2-INTEGRATOR NOT "
                       "RECOGNIZED: " CC2-INTEGRATOR
                       " - EULER KEPT"
           END-EVALUATE.
           EVALUATE CC2-KAIROS-SHADOW
               WHEN "Y"
                   SET KAIROS-SHADOW TO TRUE
                   DISPLAY "WITNESS-SEED-3: KAIROS SHADOW MODE - "
                       "TRIGGER EVALUATED, NO CORRECTION APPLIED"
               WHEN "N"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WITNESS-SEED-3: CC2-KAIROS-SHADOW NOT "
                       "RECOGNIZED: " CC2-KAIROS-SHADOW
                       " - CORRECTIONS APPLIED"
           END-EVALUATE.
           EVALUATE CC2-ASSIM-MODE
               WHEN "T"
                   SET ASSIM-TIME-ALIGNED TO TRUE
                   IF CC2-ASSIM-SCALE IS NUMERIC
                           AND CC2-ASSIM-SCALE > ZERO
                       MOVE CC2-ASSIM-SCALE TO WS-ASSIM-SCALE
                   END-IF
                   IF CC2-ASSIM-ANCHOR IS NUMERIC
                       MOVE CC2-ASSIM-ANCHOR TO WS-ASSIM-ANCHOR
                   ELSE
                       IF CC2-ASSIM-ANCHOR NOT = SPACES
                           DISPLAY "WITNESS-SEED-3: CC2-ASSIM-ANCHOR "
                               "NOT RECOGNIZED: " CC2-ASSIM-ANCHOR
                               " - FIRST FRAME ANCHORS THE CLOCK"
                       END-IF
                   END-IF
                   DISPLAY "WITNESS-SEED-3: TIME-ALIGNED ASSIMILATION "
                       "- SCALE " WS-ASSIM-SCALE
                       " ANCHOR " WS-ASSIM-ANCHOR
               WHEN "S"
                   CONTINUE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WITNESS-SEED-3: CC2-ASSIM-MODE NOT "
                       "RECOGNIZED: " CC2-ASSIM-MODE
                       " - ONE FRAME PER STEP"
           END-EVALUATE.
           PERFORM 1160-READ-CONTROL-CARD-3 THRU 1160-EXIT.
020145 1150-EXIT.
020146     EXIT.

020250         GO TO 2980-RESET
020260     END-IF.
020270     COMPUTE WS-PROJ-PEAK = WS-BLK-MAX-I
020280         + WS-BLK-MAX-IDOT * DT * WS-DIVWARN-BLOCKS
020285             * WS-CKPT-EVERY.
020290     IF WS-PROJ-PEAK NOT > WS-DIVERGENCE-LIMIT
020300         GO TO 2980-RESET
020310     END-IF.

023360*----------------------------------------------------------------
023370 1600-ARCHIVE-CONFIG.
023380*    COPIES THE APPLIED TUNECFG, CLUSTRCF, KSCHED AND TOPOCFG
023390*    IMAGES TO THE CFGARC ARCHIVE UNDER THIS RUN-ID - THE FILES
023400*    RWD-DYNAMICS WILL LOAD ON ITS FIRST CALL, CAPTURED BEFORE
023410*    THE FIRST TIMESTEP CAN RUN.  A PARMS LINE CARRIES THE
023420*    NOISE AMPLITUDE IN EFFECT (TUNECFG'S THIRD FIELD, ZERO
023530     PERFORM 1610-ARCHIVE-TUNECFG THRU 1610-EXIT.
023540     PERFORM 1620-ARCHIVE-CLUSTRCF THRU 1620-EXIT.
023550     PERFORM 1630-ARCHIVE-KSCHED THRU 1630-EXIT.
023552     PERFORM 1640-ARCHIVE-TOPOCFG THRU 1640-EXIT.
023554     PERFORM 1650-ARCHIVE-KLADDER THRU 1650-EXIT.
023560     MOVE WS-RUN-ID TO CFA-RUN-ID.
023570     MOVE "PARMS" TO CFA-SOURCE.
023580     MOVE 1 TO CFA-SEQ.
023600     MOVE WS-TUNECFG-SW TO PAR-TUNECFG.
023610     MOVE WS-CLUSTRCF-SW TO PAR-CLUSTRCF.
023620     MOVE WS-KSCHED-SW TO PAR-KSCHED.
023622     MOVE WS-TOPOCFG-SW TO PAR-TOPOCFG.
023624     MOVE WS-KLADDER-SW TO PAR-KLADDER.
023626     MOVE WS-SHADOW-SW TO PAR-SHADOW.
023630     MOVE WS-PARMS-IMAGE TO CFA-IMAGE.
023640     WRITE CONFIG-ARCHIVE-RECORD.
023650     CLOSE CONFIG-ARCHIVE-FILE.
024670 1635-EXIT.
024680     EXIT.

024690*----------------------------------------------------------------
024700 1640-ARCHIVE-TOPOCFG.
024710*----------------------------------------------------------------
024720     MOVE SPACES TO WS-CFGIN-STATUS.
024730     OPEN INPUT TOPOCFG-IMAGE-FILE.
024740     IF NOT CFGIN-STATUS-OK
024750         GO TO 1640-EXIT
024760     END-IF.
024770     MOVE "Y" TO WS-TOPOCFG-SW.
024780     MOVE ZERO TO WS-CFA-SEQ.
024790     PERFORM 1645-ONE-TOPOCFG-IMAGE THRU 1645-EXIT
024800         UNTIL CFGIN-STATUS-EOF.
024810     CLOSE TOPOCFG-IMAGE-FILE.
024820 1640-EXIT.
024830     EXIT.

024840*----------------------------------------------------------------
024850 1645-ONE-TOPOCFG-IMAGE.
024860*----------------------------------------------------------------
024870     READ TOPOCFG-IMAGE-FILE
024880         AT END
024890             SET CFGIN-STATUS-EOF TO TRUE
024900             GO TO 1645-EXIT
024910     END-READ.
024920     ADD 1 TO WS-CFA-SEQ.
024930     MOVE WS-RUN-ID TO CFA-RUN-ID.
024940     MOVE "TOPOCFG" TO CFA-SOURCE.
024950     MOVE WS-CFA-SEQ TO CFA-SEQ.
024960     MOVE TOPOCFG-IMAGE TO CFA-IMAGE.
024970     WRITE CONFIG-ARCHIVE-RECORD.
024980 1645-EXIT.
024990     EXIT.

025000*----------------------------------------------------------------
025010 1650-ARCHIVE-KLADDER.
025020*    THE LADDER WAS LOADED AT 1550; THE FILE IS READ AGAIN HERE
025030*    SO THE SNAPSHOT IS THE IMAGE AS SUPPLIED, REJECTED RUNGS
025040*    INCLUDED.
025050*----------------------------------------------------------------
025060     MOVE SPACES TO WS-KLADDER-STATUS.
025070     OPEN INPUT LADDER-FILE.
025080     IF NOT KLADDER-STATUS-OK
025090         GO TO 1650-EXIT
025100     END-IF.
025110     MOVE "Y" TO WS-KLADDER-SW.
025120     MOVE ZERO TO WS-CFA-SEQ.
025130     PERFORM 1655-ONE-KLADDER-IMAGE THRU 1655-EXIT
025140         UNTIL KLADDER-STATUS-EOF.
025150     CLOSE LADDER-FILE.
025160 1650-EXIT.
025170     EXIT.

025180*----------------------------------------------------------------
025190 1655-ONE-KLADDER-IMAGE.
025200*----------------------------------------------------------------
025210     READ LADDER-FILE
025220         AT END
025230             SET KLADDER-STATUS-EOF TO TRUE
025240             GO TO 1655-EXIT
025250     END-READ.
025260     ADD 1 TO WS-CFA-SEQ.
025270     MOVE WS-RUN-ID TO CFA-RUN-ID.
025280     MOVE "KLADDER" TO CFA-SOURCE.
025290     MOVE WS-CFA-SEQ TO CFA-SEQ.
025300     MOVE LADDER-RECORD TO CFA-IMAGE.
025310     WRITE CONFIG-ARCHIVE-RECORD.
025320 1655-EXIT.
025330     EXIT.

025340*----------------------------------------------------------------
025350 1160-READ-CONTROL-CARD-3.
025360*    OPTIONAL THIRD CONTROLCD CARD - THE OUTPUT CADENCES (SEE
025370*    COPY/CTLCARD.CPY), READ ONLY BEHIND A SECOND CARD.  A BLANK,
025380*    ZERO OR NON-NUMERIC FIELD KEEPS THE 1000-STEP DEFAULT; A
025390*    BLANK STATELKP CADENCE FOLLOWS THE CHECKPOINT'S.  A STATELKP
025400*    CADENCE THAT IS NOT A MULTIPLE OF THE CHECKPOINT CADENCE
025410*    (WITNESS-INIT FAILS SUCH A DECK) IS OVERRIDDEN WITH THE
025420*    CHECKPOINT CADENCE, SO EVERY STATELKP RECORD IS ALSO A
025430*    RESTART POINT.
025440*----------------------------------------------------------------
025450     READ CONTROL-CARD-FILE
025460         AT END
025470             GO TO 1160-EXIT
025480     END-READ.
025490     IF CC3-CKPT-EVERY IS NUMERIC AND CC3-CKPT-EVERY > ZERO
025500         MOVE CC3-CKPT-EVERY TO WS-CKPT-EVERY
025510     END-IF.
025520     MOVE WS-CKPT-EVERY TO WS-STATE-EVERY.
025530     IF CC3-STATE-EVERY IS NUMERIC AND CC3-STATE-EVERY > ZERO
025540         MOVE CC3-STATE-EVERY TO WS-STATE-EVERY
025550     END-IF.
025560     IF CC3-SEEDOUT-EVERY IS NUMERIC AND CC3-SEEDOUT-EVERY > ZERO
025570         MOVE CC3-SEEDOUT-EVERY TO WS-SEEDOUT-EVERY
025580     END-IF.
025590     IF CC3-CLSTMET-EVERY IS NUMERIC AND CC3-CLSTMET-EVERY > ZERO
025600         MOVE CC3-CLSTMET-EVERY TO WS-CLSTMET-EVERY
025610     END-IF.
025620     IF FUNCTION MOD(WS-STATE-EVERY, WS-CKPT-EVERY) NOT = ZERO
025630         DISPLAY "WITNESS-SEED-3: STATELKP CADENCE "
025640             WS-STATE-EVERY
025650             " NOT A MULTIPLE OF THE CHECKPOINT CADENCE "
025660             WS-CKPT-EVERY " - CHECKPOINT CADENCE USED"
025670         MOVE WS-CKPT-EVERY TO WS-STATE-EVERY
025680     END-IF.
025690     DISPLAY "WITNESS-SEED-3: OUTPUT CADENCES - CHECKPOINT="
025700         WS-CKPT-EVERY " SEEDOUT=" WS-SEEDOUT-EVERY
025710         " STATELKP=" WS-STATE-EVERY " CLSTMET=" WS-CLSTMET-EVERY.
025720 1160-EXIT.
025730     EXIT.

025740*----------------------------------------------------------------
025750 2040-HEUN-SLOPE.
025760*    PREDICTOR-CORRECTOR (CC2-INTEGRATOR H).  THE PREDICTOR CALL
025770*    GIVES THE EULER SLOPE AT I; THE EULER-PREDICTED STATE GOES
025780*    THROUGH THE DIVERGENCE GUARD LIKE ANY OTHER STATE AND IS
025790*    EVALUATED AGAIN BY THE CORRECTOR CALL - COUPLING, KSCHED AT
025800*    T + 1, THE CONTROLLER FACTOR AND THE STEP'S NOISE DRAWS.
025810*    I-DOT LEAVES HERE HOLDING THE MEAN OF THE TWO SLOPES.  THE
025820*    CORRECTOR ADVANCES PHASE BY DT ON THE MEAN SUMSIN; THE
025830*    PREDICTOR LEAVES IT ALONE.
025840*----------------------------------------------------------------
025850     MOVE "P" TO WS-STEP-STAGE.
025860     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
025870     CALL "RWD-DYNAMICS-FB" USING I I-DOT PHASE NUM-VARS T
025880         ORDER-PARAM.
025890     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
025900         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * DT
025910         PERFORM 2050-CHECK-DIVERGENCE THRU 2050-EXIT
025920         MOVE WS-I-NEXT TO WS-I-PRED(J)
025930     END-PERFORM.
025940     MOVE "C" TO WS-STEP-STAGE.
025950     CALL "RWD-DYNAMICS-SET-STEP" USING DT WS-STEP-STAGE.
025960     CALL "RWD-DYNAMICS-FB" USING WS-I-PRED WS-I-DOT-2 PHASE
025970         NUM-VARS T ORDER-PARAM.
025980     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
025990         COMPUTE I-DOT(J) ROUNDED = (I-DOT(J) + WS-I-DOT-2(J)) / 2
026000     END-PERFORM.
026010 2040-EXIT.
026020     EXIT.

026030*----------------------------------------------------------------
026040 2830-APPLY-CORRECTION.
026050*    APPLIES THE CORRECTION FOR WS-LADDER-RUNG AND AUDITS IT.
026060*    SHARED BY THE TRIGGER ACTIVATION (RUNG 1) AND THE LADDER
026070*    ESCALATIONS IN 2850, SO EVERY RUNG IS CORRECTED, STAMPED
026080*    AND WRITTEN THE SAME WAY.
026090*    IN SHADOW MODE THE SCOPE AND GAIN ARE STILL WORKED OUT BUT
026100*    NO CORRECTION ROUTINE IS CALLED - THE AUDIT RECORD IS THE
026110*    ONLY TRACE OF THE EVENT.
026120*----------------------------------------------------------------
026130     MOVE PHASE TO WS-PHASE-BEFORE.
026140     CALL "IO-SENSE-LAST-FRAME" USING WS-FRAME-SEQ
026150         WS-FRAME-TS WS-FRAME-EVENTS.
026160     IF WS-LADDER-COUNT > ZERO
026170         MOVE LR-SCOPE(WS-LADDER-RUNG) TO WS-APPLY-SCOPE
026180         MOVE LR-GAIN(WS-LADDER-RUNG) TO WS-APPLY-GAIN
026190     ELSE
026200         MOVE WS-KAIROS-MODE TO WS-APPLY-SCOPE
026210         MOVE ZERO TO WS-APPLY-GAIN
026220     END-IF.
026230     IF KAIROS-SHADOW
026240         GO TO 2830-AUDIT
026250     END-IF.
026260     EVALUATE TRUE
026270         WHEN APPLY-SCOPE-CLUSTER
026280             IF WS-APPLY-GAIN = ZERO
026290                 MOVE WS-KAIROS-GAIN TO WS-APPLY-GAIN
026300             END-IF
026310             CALL "RWD-CLUSTERMET-WORST" USING I NUM-VARS
026320                 WS-WORST-START WS-WORST-END
026330             CALL "KAIROS-TARGETED" USING I NUM-VARS
026340                 WS-WORST-START WS-WORST-END WS-APPLY-GAIN
026350         WHEN WS-APPLY-GAIN > ZERO
026360             MOVE 1 TO WS-APPLY-START
026370             MOVE NUM-VARS TO WS-APPLY-END
026380             CALL "KAIROS-TARGETED" USING I NUM-VARS
026390                 WS-APPLY-START WS-APPLY-END WS-APPLY-GAIN
026400         WHEN OTHER
026410             CALL "KAIROS-COHERENCE" USING I PHASE NUM-VARS
026420     END-EVALUATE.
026430 2830-AUDIT.
026440     PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
026450 2830-EXIT.
026460     EXIT.

026470*----------------------------------------------------------------
026480 2850-ESCALATE-LADDER.
026490*    THE NEXT RUNG FIRES AGAINST THE SAME EXCURSION: IT IS
026500*    AUDITED WITH ITS RUNG NUMBER BUT IS NOT A NEW ACTIVATION -
026510*    THE ACTIVATION COUNT, THE ALERT THRESHOLD AND THE EVENT
026520*    WINDOWS STILL COUNT EXCURSIONS, NOT CORRECTIONS.
026530*----------------------------------------------------------------
026540     ADD 1 TO WS-LADDER-RUNG.
026550     MOVE T TO WS-RUNG-FIRED-T.
026560     IF WS-LADDER-RUNG > WS-REC-MAX-RUNG
026570         MOVE WS-LADDER-RUNG TO WS-REC-MAX-RUNG
026580     END-IF.
026590     PERFORM 2830-APPLY-CORRECTION THRU 2830-EXIT.
026600 2850-EXIT.
026610     EXIT.

026620*----------------------------------------------------------------
026630 1550-LOAD-LADDER.
026640*    LOADS THE OPTIONAL KLADDER CORRECTION LADDER.  NO KLADDER DD
026650*    MEANS NO LADDER: ONE CORRECTION PER EXCURSION UNDER THE
026660*    CC2-KAIROS-MODE SCOPE.  A RUNG OUT OF SEQUENCE OR WITH A BAD
026670*    FIELD IS DROPPED WITH A MESSAGE (WITNESS-INIT REPORTS THE
026680*    SAME RECORDS AS ERRORS); THE RUNGS ABOVE IT ARE DROPPED TOO,
026690*    SINCE THE LADDER CANNOT CLIMB PAST A MISSING RUNG.
026700*----------------------------------------------------------------
026710     OPEN INPUT LADDER-FILE.
026720     IF NOT KLADDER-STATUS-OK
026730         GO TO 1550-EXIT
026740     END-IF.
026750     PERFORM 1560-READ-ONE-RUNG THRU 1560-EXIT
026760         UNTIL KLADDER-STATUS-EOF.
026770     CLOSE LADDER-FILE.
026780     IF WS-LADDER-REJECTS > ZERO
026790         DISPLAY "WITNESS-SEED-3: " WS-LADDER-REJECTS " KLADDER "
026800             "RECORDS REJECTED - SEE WITNESS-INIT VALRPT"
026810     END-IF.
026820     IF WS-LADDER-COUNT > ZERO
026830         DISPLAY "WITNESS-SEED-3: KAIROS CORRECTION LADDER OF "
026840             WS-LADDER-COUNT " RUNGS LOADED"
026850         MOVE "KLADLOAD" TO WS-EVL-CODE
026860         MOVE "I" TO WS-EVL-SEVERITY
026870         MOVE "KAIROS CORRECTION LADDER LOADED FROM KLADDER"
026880             TO WS-EVL-TEXT
026890         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
026900     END-IF.
026910 1550-EXIT.
026920     EXIT.

026930*----------------------------------------------------------------
026940 1560-READ-ONE-RUNG.
026950*----------------------------------------------------------------
026960     READ LADDER-FILE
026970         AT END
026980             SET KLADDER-STATUS-EOF TO TRUE
026990             GO TO 1560-EXIT
027000     END-READ.
027010     IF LDR-RUNG IS NOT NUMERIC
027020             OR LDR-GAIN IS NOT NUMERIC
027030             OR LDR-WAIT IS NOT NUMERIC
027040             OR (LDR-SCOPE NOT = "G" AND LDR-SCOPE NOT = "C")
027050             OR LDR-RUNG NOT = WS-LADDER-COUNT + 1
027060             OR WS-LADDER-COUNT NOT < 9
027070         ADD 1 TO WS-LADDER-REJECTS
027080         GO TO 1560-EXIT
027090     END-IF.
027100     ADD 1 TO WS-LADDER-COUNT.
027110     MOVE LDR-SCOPE TO LR-SCOPE(WS-LADDER-COUNT).
027120     MOVE LDR-GAIN TO LR-GAIN(WS-LADDER-COUNT).
027130     MOVE LDR-WAIT TO LR-WAIT(WS-LADDER-COUNT).
027140 1560-EXIT.
027150     EXIT.

027160*----------------------------------------------------------------
027170 1570-READ-APPROVAL-STAMP.
027180*    THE OPTIONAL APRSTMP STAMP FROM TONIGHT'S WITNESS-INIT.  A
027190*    STAMP DATED ANOTHER DAY IS STILL TAKEN - A RESTART AFTER
027200*    MIDNIGHT RUNS ON THE SAME CARDS INIT CHECKED - BUT SAID SO.
027210*----------------------------------------------------------------
027220     OPEN INPUT APPROVAL-STAMP-FILE.
027230     IF NOT APS-STATUS-OK
027240         GO TO 1570-EXIT
027250     END-IF.
027260     READ APPROVAL-STAMP-FILE INTO APPROVAL-STAMP-RECORD
027270         AT END
027280             CLOSE APPROVAL-STAMP-FILE
027290             GO TO 1570-EXIT
027300     END-READ.
027310     CLOSE APPROVAL-STAMP-FILE.
027320     IF APS-VERSIONS IS NOT NUMERIC
027330         DISPLAY "WITNESS-SEED-3: APRSTMP STAMP NOT RECOGNIZED - "
027340             "APPROVED VERSIONS NOT RECORDED"
027350         GO TO 1570-EXIT
027360     END-IF.
027370     SET APPROVAL-STAMPED TO TRUE.
027380     IF APS-DATE NOT = FUNCTION CURRENT-DATE(1:8)
027390         DISPLAY "WITNESS-SEED-3: APRSTMP STAMP DATED " APS-DATE
027400     END-IF.
027410 1570-EXIT.
027420     EXIT.

