000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-HORIZON.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  "HOW FAR AHEAD IS A RUN
000200*                  DETERMINED BY ITS STARTING STATE" HAD NO
000210*                  ANSWER - WITNESS-TWIN CHANGES THE
000220*                  CONFIGURATION, NOT THE STATE.  THIS ANALYSIS
000230*                  TOOL TAKES A RUN-ID AND T FROM HRZCARD, LOADS
000240*                  THAT POPULATION FROM STATELKP, REBUILDS THE
000250*                  RUN'S TUNECFG / CLUSTRCF / KSCHED / TOPOCFG
000260*                  FROM ITS CFGARC SNAPSHOT, AND CARRIES TWO
000270*                  COPIES FORWARD UNDER THE RUN'S OWN DT AND
000280*                  INTEGRATOR - COPY A AS LOADED, COPY B WITH A
000290*                  TINY ALTERNATING-SIGN PERTURBATION OVER THE
000300*                  WHOLE POPULATION OR ONE CLUSTRCF CLUSTER.
000310*                  BOTH COPIES DRAW THE SAME NOISE (THE
000320*                  RWD-DYNAMICS SEEDS ARE RESET BETWEEN THEM EVERY
000330*                  STEP) AND ASSIMILATE THE SAME SENSORIN FRAMES.
000340*                  HRZOUT CARRIES THE PER-STEP SEPARATION - NORM
000350*                  OF THE I DIFFERENCE, FIELDPRINT AND ORDER-PARAM
000360*                  DELTAS, CORRELATION OF THE TWO I VECTORS - AND
000370*                  HRZRPT THE FITTED EXPONENTIAL GROWTH RATE AND
000380*                  THE HORIZON: THE STEP AT WHICH THE COPIES ARE
000390*                  EFFECTIVELY UNCORRELATED.
000400*----------------------------------------------------------------
000410* DD NOTES: TUNECFG, CLUSTRCF, KSCHED AND TOPOCFG ARE WRITTEN BY
000420* THIS PROGRAM AND THEN READ BY RWD-DYNAMICS ON ITS FIRST CALL -
000430* POINT THEM AT WORK DATASETS, NEVER AT THE PRODUCTION MEMBERS.
000440* QUARLST, KCTLCFG, KCTLLOG AND SUMSINF SHOULD BE DUMMY: THE
000450* CONTROLLER'S FACTOR WOULD BE ADAPTED BY BOTH COPIES IN TURN.
000460* SENSORIN (AND CALMAP) ARE READ THROUGH IO-SENSE EXACTLY AS IN
000470* THE RUN; POINT SENSORIN AT THE CAPTURE FROM THE FRAME THAT
000480* FOLLOWED THE STARTING T, OR DUMMY IT TO FREE-RUN THE COPIES.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT STATE-LOOKUP-FILE ASSIGN TO "STATELKP"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SL-KEY
000570         FILE STATUS IS WS-STATE-STATUS.
000580     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS REG-RUN-ID
000620         FILE STATUS IS WS-REGISTRY-STATUS.
000630     SELECT CONFIG-ARCHIVE-FILE ASSIGN TO "CFGARC"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ARCHIVE-STATUS.
000660     SELECT HORIZON-CARD-FILE ASSIGN TO "HRZCARD"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CARD-STATUS.
000690     SELECT TUNE-WORK-FILE ASSIGN TO "TUNECFG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-WORK-STATUS.
000720     SELECT CLUSTER-WORK-FILE ASSIGN TO "CLUSTRCF"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-WORK-STATUS.
000750     SELECT KSCHED-WORK-FILE ASSIGN TO "KSCHED"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-WORK-STATUS.
000780     SELECT TOPOLOGY-WORK-FILE ASSIGN TO "TOPOCFG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-WORK-STATUS.
000810     SELECT HORIZON-OUT-FILE ASSIGN TO "HRZOUT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-HRZOUT-STATUS.
000840     SELECT REPORT-FILE ASSIGN TO "HRZRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  STATE-LOOKUP-FILE.
000900     COPY STATEREC.

000910 FD  RUN-REGISTRY-FILE.
000920     COPY RUNREG.

000930 FD  CONFIG-ARCHIVE-FILE.
000940 01  CONFIG-ARCHIVE-RECORD.
000950     05  CFA-RUN-ID          PIC 9(08).
000960     05  CFA-SOURCE          PIC X(08).
000970     05  CFA-SEQ             PIC 9(04).
000980     05  CFA-IMAGE           PIC X(80).

000990*----------------------------------------------------------------
001000* HRZCARD: RUN-ID AND STATELKP T OF THE STARTING POPULATION; THE
001010* STEPS TO CARRY THE COPIES (UNPUNCHED 5000); THE PERTURBATION
001020* SIZE (UNPUNCHED 0.00001, ONE UNIT IN THE LAST PLACE OF I); THE
001030* CLUSTRCF CLUSTER TO PERTURB BY POSITION (ZERO, THE WHOLE
001040* POPULATION); THE CORRELATION BELOW WHICH THE COPIES COUNT AS
001050* UNCORRELATED (UNPUNCHED 0.10000); THE REPORT PRINT INTERVAL IN
001060* STEPS (UNPUNCHED 100); THE ASSIMILATION WEIGHT (CC-SENSE-WEIGHT
001070* OF THE RUN, UNPUNCHED 1.00); AND THE TWO RWD-DYNAMICS NOISE
001080* SEEDS TO START FROM (UNPUNCHED, THE RWD-DYNAMICS DEFAULTS - A
001090* CHECKPOINT'S CKPT-NOISE-SEED-1/-2 CAN BE PUNCHED HERE).
001100*----------------------------------------------------------------
001110 FD  HORIZON-CARD-FILE
001120     RECORDING MODE IS F.
001130 01  HORIZON-CARD-RECORD.
001140     05  HRZ-RUN-ID              PIC 9(08).
001150     05  HRZ-T                   PIC 9(07).
001160     05  HRZ-STEPS               PIC 9(07).
001170     05  HRZ-SIZE                PIC 9(01)V9(05).
001180     05  HRZ-CLUSTER             PIC 9(02).
001190     05  HRZ-CORR                PIC 9(01)V9(05).
001200     05  HRZ-PRINT-EVERY         PIC 9(05).
001210     05  HRZ-SENSE-WEIGHT        PIC 9(01)V9(02).
001220     05  HRZ-NOISE-SEED-A        PIC 9(10).
001230     05  HRZ-NOISE-SEED-B        PIC 9(10).
001240     05  FILLER                  PIC X(16).

001250 FD  TUNE-WORK-FILE
001260     RECORDING MODE IS F.
001270 01  TUNE-WORK-IMAGE         PIC X(80).

001280 FD  CLUSTER-WORK-FILE
001290     RECORDING MODE IS F.
001300 01  CLUSTER-WORK-IMAGE      PIC X(80).

001310 FD  KSCHED-WORK-FILE
001320     RECORDING MODE IS F.
001330 01  KSCHED-WORK-IMAGE       PIC X(80).

001340 FD  TOPOLOGY-WORK-FILE
001350     RECORDING MODE IS F.
001360 01  TOPOLOGY-WORK-IMAGE     PIC X(80).

001370 FD  HORIZON-OUT-FILE.
001380 01  HORIZON-OUT-RECORD.
001390     05  HZO-RUN-ID              PIC 9(08).
001400     05  HZO-STEP                PIC 9(07).
001410     05  HZO-T                   PIC 9(07).
001420     05  HZO-I-NORM              PIC 9(07)V9(05).
001430     05  HZO-DELTA-FIELDPRINT    PIC S9(5)V9(5) SIGN IS
001440                                     TRAILING SEPARATE CHARACTER.
001450     05  HZO-DELTA-ORDERPARAM    PIC S9(5)V9(5) SIGN IS
001460                                     TRAILING SEPARATE CHARACTER.
001470     05  HZO-CORRELATION         PIC S9(1)V9(5) SIGN IS
001480                                     TRAILING SEPARATE CHARACTER.

001490 FD  REPORT-FILE.
001500 01  REPORT-LINE                PIC X(80).

001510 WORKING-STORAGE SECTION.
001520 01  WS-STATE-STATUS         PIC X(02) VALUE SPACES.
001530     88  STATE-STATUS-OK     VALUE "00".
001540 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001550     88  REGISTRY-STATUS-OK  VALUE "00".
001560 01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001570     88  ARCHIVE-STATUS-OK   VALUE "00".
001580     88  ARCHIVE-STATUS-EOF  VALUE "10".
001590 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001600     88  CARD-STATUS-OK      VALUE "00".
001610 01  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
001620 01  WS-HRZOUT-STATUS        PIC X(02) VALUE SPACES.
001630 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001640 01  WS-SNAP-RUN             PIC 9(8).
001650 01  WS-SNAP-T               PIC 9(7).
001660 01  WS-RUN-STEPS            PIC 9(7) VALUE 5000.
001670 01  WS-PERTURB-SIZE         PIC 9(1)V9(5) VALUE 0.00001.
001680 01  WS-PERTURB-CLUSTER      PIC 9(2) VALUE ZERO.
001690 01  WS-CORR-THRESHOLD       PIC 9(1)V9(5) VALUE 0.10000.
001700 01  WS-PRINT-EVERY          PIC 9(5) VALUE 100.
001710 01  WS-SENSE-WEIGHT         PIC 9(1)V9(2) VALUE 1.00.
001720 01  WS-DT                   PIC 9(1)V9(4).
001730 01  WS-INTEGRATOR           PIC X(01) VALUE "E".
001740     88  INTEGRATOR-HEUN     VALUE "H".
001750 01  WS-STEP-STAGE           PIC X(01) VALUE "E".
001760 01  WS-PARMS-SW             PIC X(01) VALUE "N".
001770     88  PARMS-SEEN          VALUE "Y".
001780 01  WS-TUNE-COUNT           PIC 9(4) VALUE ZERO.
001790 01  WS-CLUS-COUNT           PIC 9(4) VALUE ZERO.
001800 01  WS-KSCH-COUNT           PIC 9(4) VALUE ZERO.
001810 01  WS-TOPO-COUNT           PIC 9(4) VALUE ZERO.
001820 01  WS-PERTURB-START        PIC 9(4) VALUE 1.
001830 01  WS-PERTURB-END          PIC 9(4) VALUE ZERO.
001840 01  WS-PERTURBED-COUNT      PIC 9(4) VALUE ZERO.
001850 01  WS-NOISE-SEED-A         PIC 9(10) VALUE 271828183.
001860 01  WS-NOISE-SEED-B         PIC 9(10) VALUE 271828183.
001870 01  WS-START-FACTOR         PIC 9V9(05) VALUE 1.00000.
001880 01  WS-STEP-SEED-A          PIC 9(10).
001890 01  WS-STEP-SEED-B          PIC 9(10).
001900 01  WS-STEP-FACTOR          PIC 9V9(05).
001910 01  WS-FRAME-APPLIED        PIC X(01).
001920     88  FRAME-APPLIED       VALUE "Y".

001930*----------------------------------------------------------------
001940* THE TWO COPIES, HELD AT THE RUN'S OWN FIVE DECIMALS SO COPY A
001950* STEPS EXACTLY AS THE RUN'S OPEN-LOOP DYNAMICS WOULD.  EACH IS
001960* MOVED THROUGH THE I / PHASE WORK AREA FOR ITS RWD-DYNAMICS
001970* CALLS.
001980*----------------------------------------------------------------
001990 01  NUM-VARS                PIC 9(4) VALUE 1000.
002000 01  T                       PIC 9(7).
002010 01  J                       PIC 9(4).
002020 01  STEP-N                  PIC 9(7).
002030 01  I                       OCCURS 1000 TIMES PIC S9(5)V9(5).
002040 01  I-DOT                   OCCURS 1000 TIMES PIC S9(5)V9(5).
002050 01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
002060 01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
002070 01  PHASE                   PIC S9(5)V9(5).
002080 01  IA                      OCCURS 1000 TIMES PIC S9(5)V9(5).
002090 01  IB                      OCCURS 1000 TIMES PIC S9(5)V9(5).
002100 01  PHASE-A                 PIC S9(5)V9(5).
002110 01  PHASE-B                 PIC S9(5)V9(5).
002120 01  FIELDPRINT-A            PIC S9(5)V9(5).
002130 01  FIELDPRINT-B            PIC S9(5)V9(5).
002140 01  ORDERPARAM-A            PIC S9(5)V9(5).
002150 01  ORDERPARAM-B            PIC S9(5)V9(5).
002160 01  WS-I-NEXT               PIC S9(7)V9(5).
002170 01  WS-DIVERGED-SW          PIC X(01) VALUE "N".
002180     88  COPY-DIVERGED       VALUE "Y".
002190 01  WS-DIVERGED-COPY        PIC X(01) VALUE SPACE.

002200*----------------------------------------------------------------
002210* SEPARATION MEASURES.  THE CORRELATION IS PEARSON'S R OVER THE
002220* NUM-VARS PAIRS (IA(J), IB(J)); THE SATURATION NORM IS THE I
002230* DIFFERENCE TWO UNCORRELATED COPIES WITH COPY A'S STARTING
002240* SPREAD WOULD SHOW, SQRT(2 * N) * SIGMA.
002250*----------------------------------------------------------------
002260 01  WS-DIFF                 PIC S9(7)V9(5).
002270 01  WS-SQ-SUM               PIC 9(13)V9(10).
002280 01  WS-SUM-A                PIC S9(9)V9(5).
002290 01  WS-SUM-B                PIC S9(9)V9(5).
002300 01  WS-SUM-AA               PIC 9(13)V9(10).
002310 01  WS-SUM-BB               PIC 9(13)V9(10).
002320 01  WS-SUM-AB               PIC S9(13)V9(10).
002330 01  WS-VAR-A                PIC S9(17)V9(10).
002340 01  WS-VAR-B                PIC S9(17)V9(10).
002350 01  WS-COVAR                PIC S9(17)V9(10).
002360 01  WS-I-NORM               PIC 9(7)V9(5).
002370 01  WS-START-NORM           PIC 9(7)V9(8).
002380 01  WS-SAT-NORM             PIC 9(7)V9(5) VALUE ZERO.
002390 01  WS-CORRELATION          PIC S9(1)V9(5).
002400 01  WS-DELTA-FP             PIC S9(5)V9(5).
002410 01  WS-DELTA-OP             PIC S9(5)V9(5).
002420 01  WS-MAX-NORM             PIC 9(7)V9(5) VALUE ZERO.
002430 01  WS-MAX-DELTA-FP         PIC 9(5)V9(5) VALUE ZERO.
002440 01  WS-MAX-DELTA-OP         PIC 9(5)V9(5) VALUE ZERO.
002450 01  WS-ABS-DELTA            PIC 9(5)V9(5).
002460 01  WS-HORIZON-STEP         PIC 9(7) VALUE ZERO.
002470 01  WS-HORIZON-SW           PIC X(01) VALUE "N".
002480     88  HORIZON-REACHED     VALUE "Y".
002490 01  WS-STEPS-DONE           PIC 9(7) VALUE ZERO.

002500*----------------------------------------------------------------
002510* GROWTH-RATE FIT: LEAST SQUARES OF LN(NORM) ON STEP WHILE THE
002520* COPIES ARE STILL CLOSE (CORRELATION AT OR ABOVE 0.90 AND NORM
002530* UNDER A TENTH OF SATURATION) - PAST THAT THE SEPARATION
002540* FLATTENS AND WOULD DRAG THE RATE DOWN.
002550*----------------------------------------------------------------
002560 01  WS-FIT-OPEN-SW          PIC X(01) VALUE "Y".
002570     88  FIT-OPEN            VALUE "Y".
002580 01  WS-FIT-N                PIC 9(7) VALUE ZERO.
002590 01  WS-FIT-SX               PIC 9(13) VALUE ZERO.
002600 01  WS-FIT-SXX              PIC 9(18) VALUE ZERO.
002610 01  WS-FIT-SY               PIC S9(9)V9(8) VALUE ZERO.
002620 01  WS-FIT-SXY              PIC S9(15)V9(8) VALUE ZERO.
002630 01  WS-FIT-DENOM            PIC S9(18) VALUE ZERO.
002640 01  WS-LN-NORM              PIC S9(3)V9(8).
002650 01  WS-GROWTH-RATE          PIC S9(3)V9(8) VALUE ZERO.
002660 01  WS-GROWTH-SW            PIC X(01) VALUE "N".
002670     88  GROWTH-KNOWN        VALUE "Y".
002680 01  WS-DOUBLING-STEPS       PIC 9(9)V9(2) VALUE ZERO.
002690 01  WS-PROJECTED-STEPS      PIC 9(9) VALUE ZERO.
002700 01  WS-PRINT-REM            PIC 9(5).
002710 01  WS-PRINT-QUOT           PIC 9(7).

002720 01  WS-HEADER-LINE.
002730     05  FILLER              PIC X(30)
002740         VALUE "PREDICTABILITY HORIZON RUN-ID ".
002750     05  HL-RUN-ID           PIC 9(08).
002760     05  FILLER              PIC X(03) VALUE " T ".
002770     05  HL-T                PIC 9(07).
002780     05  FILLER              PIC X(08) VALUE " METHOD ".
002790     05  HL-METHOD           PIC X(01).
002800     05  FILLER              PIC X(04) VALUE " DT ".
002810     05  HL-DT               PIC 9.9999.
002820 01  WS-PARM-LINE.
002830     05  FILLER              PIC X(13) VALUE "PERTURBATION ".
002840     05  PL-SIZE             PIC 9.99999.
002850     05  FILLER              PIC X(04) VALUE " ON ".
002860     05  PL-SCOPE            PIC X(20).
002870     05  FILLER              PIC X(14) VALUE "  OSCILLATORS ".
002880     05  PL-COUNT            PIC ZZZ9.
002890     05  FILLER              PIC X(08) VALUE "  SENSE ".
002900     05  PL-WEIGHT           PIC 9.99.
002910 01  WS-SCOPE-CLUSTER.
002920     05  FILLER              PIC X(08) VALUE "CLUSTER ".
002930     05  SC-CLUSTER          PIC 9(02).
002940     05  FILLER              PIC X(10) VALUE SPACES.
002950 01  WS-COLUMN-LINE.
002960     05  FILLER              PIC X(36) VALUE
002970         "   STEP        T      I-NORM     DEL".
002980     05  FILLER              PIC X(44) VALUE
002990         "TA FP     DELTA OP   CORR".
003000 01  WS-DETAIL-LINE.
003010     05  DL-STEP             PIC Z(6)9.
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  DL-T                PIC Z(6)9.
003040     05  FILLER              PIC X(01) VALUE SPACE.
003050     05  DL-NORM             PIC Z(6)9.9(5).
003060     05  FILLER              PIC X(01) VALUE SPACE.
003070     05  DL-DELTA-FP         PIC -Z(4)9.9(5).
003080     05  FILLER              PIC X(01) VALUE SPACE.
003090     05  DL-DELTA-OP         PIC -Z(4)9.9(5).
003100     05  FILLER              PIC X(01) VALUE SPACE.
003110     05  DL-CORR             PIC -9.9(5).
003120     05  FILLER              PIC X(01) VALUE SPACE.
003130     05  DL-FLAG             PIC X(07).
003140 01  WS-SUMMARY-LINE.
003150     05  SML-TEXT            PIC X(36).
003160     05  SML-VALUE           PIC Z(8)9.
003170 01  WS-RATE-LINE.
003180     05  FILLER              PIC X(36)
003190         VALUE "GROWTH RATE PER STEP (LN NORM)      ".
003200     05  RL-RATE             PIC -ZZ9.9(8).
003210     05  FILLER              PIC X(13) VALUE "  FIT POINTS ".
003220     05  RL-POINTS           PIC Z(6)9.
003230 01  WS-DOUBLING-LINE.
003240     05  FILLER              PIC X(36)
003250         VALUE "SEPARATION DOUBLES EVERY (STEPS)    ".
003260     05  DBL-STEPS           PIC Z(8)9.99.
003270 01  WS-NO-RATE-LINE         PIC X(80) VALUE
003280     "GROWTH RATE NOT MEASURABLE - TOO FEW CLOSE-REGIME STEPS".
003290 01  WS-NO-GROWTH-LINE       PIC X(80) VALUE
003300     "SEPARATION IS NOT GROWING - THE STATE DOES NOT DECORRELATE".
003310 01  WS-HORIZON-LINE.
003320     05  FILLER              PIC X(36)
003330         VALUE "HORIZON - COPIES UNCORRELATED AT    ".
003340     05  HZL-STEP            PIC Z(6)9.
003350     05  FILLER              PIC X(10) VALUE " STEPS, T ".
003360     05  HZL-T               PIC Z(6)9.
003370 01  WS-NO-HORIZON-LINE.
003380     05  FILLER              PIC X(36)
003390         VALUE "HORIZON NOT REACHED WITHIN          ".
003400     05  NHL-STEPS           PIC Z(6)9.
003410     05  FILLER              PIC X(06) VALUE " STEPS".
003420 01  WS-PROJECTED-LINE.
003430     05  FILLER              PIC X(36)
003440         VALUE "PROJECTED FROM GROWTH RATE (STEPS)  ".
003450     05  PJL-STEPS           PIC Z(8)9.
003460 01  WS-DIVERGED-LINE.
003470     05  FILLER              PIC X(05) VALUE "COPY ".
003480     05  DVL-COPY            PIC X(01).
003490     05  FILLER              PIC X(35)
003500         VALUE " LEFT THE I RANGE - STOPPED AT STEP".
003510     05  DVL-STEP            PIC Z(6)9.

003520 PROCEDURE DIVISION.
003530*----------------------------------------------------------------
003540 0000-MAINLINE.
003550*----------------------------------------------------------------
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
003580     PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT.
003590     PERFORM 1300-REBUILD-CONFIG THRU 1300-EXIT.
003600     PERFORM 1400-PERTURB THRU 1400-EXIT.
003610     PERFORM 2000-STEP-BOTH-COPIES THRU 2000-EXIT
003620         VARYING STEP-N FROM 1 BY 1
003630         UNTIL STEP-N > WS-RUN-STEPS OR COPY-DIVERGED.
003640     PERFORM 4000-ASSESS THRU 4000-EXIT.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     STOP RUN.

003670*----------------------------------------------------------------
003680 1000-INITIALIZE.
003690*----------------------------------------------------------------
003700     OPEN INPUT HORIZON-CARD-FILE.
003710     IF NOT CARD-STATUS-OK
003720         DISPLAY "WITNESS-HORIZON: HRZCARD NOT AVAILABLE - "
003730             "ABENDING"
003740         STOP RUN WITH ERROR STATUS 16
003750     END-IF.
003760     READ HORIZON-CARD-FILE
003770         AT END
003780             DISPLAY "WITNESS-HORIZON: HRZCARD EMPTY - ABENDING"
003790             STOP RUN WITH ERROR STATUS 16
003800     END-READ.
003810     CLOSE HORIZON-CARD-FILE.
003820     MOVE HRZ-RUN-ID TO WS-SNAP-RUN.
003830     MOVE HRZ-T TO WS-SNAP-T.
003840     IF HRZ-STEPS IS NUMERIC AND HRZ-STEPS > ZERO
003850         MOVE HRZ-STEPS TO WS-RUN-STEPS
003860     END-IF.
003870     IF HRZ-SIZE IS NUMERIC AND HRZ-SIZE > ZERO
003880         MOVE HRZ-SIZE TO WS-PERTURB-SIZE
003890     END-IF.
003900     IF HRZ-CLUSTER IS NUMERIC
003910         MOVE HRZ-CLUSTER TO WS-PERTURB-CLUSTER
003920     END-IF.
003930     IF HRZ-CORR IS NUMERIC AND HRZ-CORR > ZERO
003940             AND HRZ-CORR < 1
003950         MOVE HRZ-CORR TO WS-CORR-THRESHOLD
003960     END-IF.
003970     IF HRZ-PRINT-EVERY IS NUMERIC AND HRZ-PRINT-EVERY > ZERO
003980         MOVE HRZ-PRINT-EVERY TO WS-PRINT-EVERY
003990     END-IF.
004000     IF HRZ-SENSE-WEIGHT IS NUMERIC
004010             AND HRZ-SENSE-WEIGHT NOT > 1.00
004020             AND HRZ-SENSE-WEIGHT > ZERO
004030         MOVE HRZ-SENSE-WEIGHT TO WS-SENSE-WEIGHT
004040     END-IF.
004050     IF HRZ-NOISE-SEED-A IS NUMERIC AND HRZ-NOISE-SEED-A > ZERO
004060         MOVE HRZ-NOISE-SEED-A TO WS-NOISE-SEED-A
004070     END-IF.
004080     IF HRZ-NOISE-SEED-B IS NUMERIC AND HRZ-NOISE-SEED-B > ZERO
004090         MOVE HRZ-NOISE-SEED-B TO WS-NOISE-SEED-B
004100     END-IF.
004110 1000-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140 1100-LOAD-REGISTRY.
004150*    BOTH COPIES STEP AT THE RUN'S APPLIED DT UNDER THE RUN'S
004160*    INTEGRATOR, OVER THE RUN'S POPULATION SIZE.
004170*----------------------------------------------------------------
004180     OPEN INPUT RUN-REGISTRY-FILE.
004190     IF NOT REGISTRY-STATUS-OK
004200         DISPLAY "WITNESS-HORIZON: RUNREGST NOT AVAILABLE - "
004210             "ABENDING"
004220         STOP RUN WITH ERROR STATUS 16
004230     END-IF.
004240     MOVE WS-SNAP-RUN TO REG-RUN-ID.
004250     READ RUN-REGISTRY-FILE
004260         INVALID KEY
004270             DISPLAY "WITNESS-HORIZON: RUN " WS-SNAP-RUN
004280                 " NOT ON RUNREGST - ABENDING"
004290             STOP RUN WITH ERROR STATUS 16
004300     END-READ.
004310     CLOSE RUN-REGISTRY-FILE.
004320     MOVE REG-DT TO WS-DT.
004330     IF REG-INTEGRATOR = "H"
004340         MOVE "H" TO WS-INTEGRATOR
004350     END-IF.
004360     IF REG-NUM-VARS IS NUMERIC AND REG-NUM-VARS > ZERO
004370             AND REG-NUM-VARS NOT > 1000
004380         MOVE REG-NUM-VARS TO NUM-VARS
004390     END-IF.
004400     IF WS-DT = ZERO
004410         DISPLAY "WITNESS-HORIZON: NO DT ON THE REGISTRY - "
004420             "ABENDING"
004430         STOP RUN WITH ERROR STATUS 16
004440     END-IF.
004450     MOVE NUM-VARS TO WS-PERTURB-END.
004460 1100-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490 1200-LOAD-SNAPSHOT.
004500*----------------------------------------------------------------
004510     OPEN INPUT STATE-LOOKUP-FILE.
004520     IF NOT STATE-STATUS-OK
004530         DISPLAY "WITNESS-HORIZON: STATELKP NOT AVAILABLE - "
004540             "ABENDING"
004550         STOP RUN WITH ERROR STATUS 16
004560     END-IF.
004570     MOVE WS-SNAP-RUN TO SL-RUN-ID.
004580     MOVE WS-SNAP-T TO SL-T.
004590     READ STATE-LOOKUP-FILE
004600         INVALID KEY
004610             DISPLAY "WITNESS-HORIZON: NO STATE RECORD FOR RUN "
004620                 WS-SNAP-RUN " AT T=" WS-SNAP-T " - ABENDING"
004630             STOP RUN WITH ERROR STATUS 16
004640     END-READ.
004650     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1000
004660         MOVE SL-I(J) TO IA(J)
004670         MOVE SL-I(J) TO IB(J)
004680     END-PERFORM.
004690     MOVE SL-PHASE TO PHASE-A.
004700     MOVE SL-PHASE TO PHASE-B.
004710     CLOSE STATE-LOOKUP-FILE.
004720     DISPLAY "WITNESS-HORIZON: RUN " WS-SNAP-RUN " T=" WS-SNAP-T
004730         " LOADED - DT " WS-DT " METHOD " WS-INTEGRATOR.
004740 1200-EXIT.
004750     EXIT.

004760*----------------------------------------------------------------
004770 1300-REBUILD-CONFIG.
004780*    THE SAME ROUTING AS WITNESS-CFGRST, STRAIGHT INTO THE DDS
004790*    RWD-DYNAMICS LOADS FROM.  UNLIKE WITNESS-DTAUD THE NOISE
004800*    AMPLITUDE IS LEFT AS ARCHIVED - THE COPIES SHARE THEIR DRAWS,
004810*    SO THE NOISE IS PART OF THE COMMON FORCING, NOT THE
004820*    SEPARATION.  THE PERTURBED CLUSTER'S RANGE IS TAKEN FROM ITS
004830*    CLUSTRCF IMAGE ON THE WAY THROUGH (BY POSITION, AS
004840*    RWD-DYNAMICS NUMBERS THE CLUSTERS).
004850*----------------------------------------------------------------
004860     OPEN INPUT CONFIG-ARCHIVE-FILE.
004870     IF NOT ARCHIVE-STATUS-OK
004880         DISPLAY "WITNESS-HORIZON: CFGARC NOT AVAILABLE - "
004890             "ABENDING"
004900         STOP RUN WITH ERROR STATUS 16
004910     END-IF.
004920     OPEN OUTPUT TUNE-WORK-FILE.
004930     OPEN OUTPUT CLUSTER-WORK-FILE.
004940     OPEN OUTPUT KSCHED-WORK-FILE.
004950     OPEN OUTPUT TOPOLOGY-WORK-FILE.
004960     PERFORM 1310-ROUTE-ONE-IMAGE THRU 1310-EXIT
004970         UNTIL ARCHIVE-STATUS-EOF.
004980     CLOSE CONFIG-ARCHIVE-FILE.
004990     CLOSE TUNE-WORK-FILE.
005000     CLOSE CLUSTER-WORK-FILE.
005010     CLOSE KSCHED-WORK-FILE.
005020     CLOSE TOPOLOGY-WORK-FILE.
005030     IF NOT PARMS-SEEN
005040         DISPLAY "WITNESS-HORIZON: NO CFGARC SNAPSHOT FOR RUN "
005050             WS-SNAP-RUN " - CONFIGURATION CANNOT BE REPRODUCED"
005060         STOP RUN WITH ERROR STATUS 8
005070     END-IF.
005080     IF WS-PERTURB-CLUSTER > ZERO
005090             AND WS-PERTURB-CLUSTER > WS-CLUS-COUNT
005100         DISPLAY "WITNESS-HORIZON: CLUSTER " WS-PERTURB-CLUSTER
005110             " NOT IN THE RUN'S CLUSTRCF (" WS-CLUS-COUNT
005120             " RECORDS) - ABENDING"
005130         STOP RUN WITH ERROR STATUS 16
005140     END-IF.
005150     DISPLAY "WITNESS-HORIZON: " WS-TUNE-COUNT " TUNECFG, "
005160         WS-CLUS-COUNT " CLUSTRCF, " WS-KSCH-COUNT
005170         " KSCHED, " WS-TOPO-COUNT " TOPOCFG IMAGES REBUILT".
005180 1300-EXIT.
005190     EXIT.

005200*----------------------------------------------------------------
005210 1310-ROUTE-ONE-IMAGE.
005220*----------------------------------------------------------------
005230     READ CONFIG-ARCHIVE-FILE
005240         AT END
005250             SET ARCHIVE-STATUS-EOF TO TRUE
005260             GO TO 1310-EXIT
005270     END-READ.
005280     IF CFA-RUN-ID NOT = WS-SNAP-RUN
005290         GO TO 1310-EXIT
005300     END-IF.
005310     EVALUATE CFA-SOURCE
005320         WHEN "TUNECFG"
005330             MOVE CFA-IMAGE TO TUNE-WORK-IMAGE
005340             WRITE TUNE-WORK-IMAGE
005350             ADD 1 TO WS-TUNE-COUNT
005360         WHEN "CLUSTRCF"
005370             MOVE CFA-IMAGE TO CLUSTER-WORK-IMAGE
005380             WRITE CLUSTER-WORK-IMAGE
005390             ADD 1 TO WS-CLUS-COUNT
005400             IF WS-CLUS-COUNT = WS-PERTURB-CLUSTER
005410                 PERFORM 1320-TAKE-CLUSTER-RANGE THRU 1320-EXIT
005420             END-IF
005430         WHEN "KSCHED"
005440             MOVE CFA-IMAGE TO KSCHED-WORK-IMAGE
005450             WRITE KSCHED-WORK-IMAGE
005460             ADD 1 TO WS-KSCH-COUNT
005470         WHEN "TOPOCFG"
005480             MOVE CFA-IMAGE TO TOPOLOGY-WORK-IMAGE
005490             WRITE TOPOLOGY-WORK-IMAGE
005500             ADD 1 TO WS-TOPO-COUNT
005510         WHEN "PARMS"
005520             SET PARMS-SEEN TO TRUE
005530         WHEN OTHER
005540             CONTINUE
005550     END-EVALUATE.
005560 1310-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590 1320-TAKE-CLUSTER-RANGE.
005600*    CLUSTRCF COLUMNS 1-4 AND 5-8 ARE THE RANGE START AND END.
005610*----------------------------------------------------------------
005620     IF CFA-IMAGE(1:4) IS NOT NUMERIC
005630             OR CFA-IMAGE(5:4) IS NOT NUMERIC
005640         DISPLAY "WITNESS-HORIZON: CLUSTER " WS-PERTURB-CLUSTER
005650             " RANGE NOT NUMERIC ON CFGARC - ABENDING"
005660         STOP RUN WITH ERROR STATUS 16
005670     END-IF.
005680     MOVE CFA-IMAGE(1:4) TO WS-PERTURB-START.
005690     MOVE CFA-IMAGE(5:4) TO WS-PERTURB-END.
005700 1320-EXIT.
005710     EXIT.

005720*----------------------------------------------------------------
005730 1400-PERTURB.
005740*    COPY B TAKES +SIZE ON ODD AND -SIZE ON EVEN OSCILLATORS OF
005750*    THE CHOSEN RANGE.  A SAME-SIGN SHIFT OF EVERY OSCILLATOR IS
005760*    A COMMON PHASE ROTATION THE COUPLING CANNOT SEE, SO IT WOULD
005770*    MEASURE NOTHING BUT THE DRIFT TERMS.  THE DYNAMICS ARE
005780*    SEEDED HERE WITH THE CARD NOISE SEEDS AND A 1.0 ANNEAL
005790*    FACTOR; KSCHED TAKES OVER FROM THE FIRST STEP.
005800*----------------------------------------------------------------
005810     IF WS-PERTURB-END > NUM-VARS
005820         MOVE NUM-VARS TO WS-PERTURB-END
005830     END-IF.
005840     IF WS-PERTURB-START = ZERO
005850             OR WS-PERTURB-START > WS-PERTURB-END
005860         DISPLAY "WITNESS-HORIZON: PERTURBED RANGE "
005870             WS-PERTURB-START "-" WS-PERTURB-END
005880             " IS EMPTY FOR NUM-VARS " NUM-VARS " - ABENDING"
005890         STOP RUN WITH ERROR STATUS 16
005900     END-IF.
005910     PERFORM VARYING J FROM WS-PERTURB-START BY 1
005920             UNTIL J > WS-PERTURB-END
005930         IF FUNCTION MOD(J, 2) = 1
005940             ADD WS-PERTURB-SIZE TO IB(J)
005950         ELSE
005960             SUBTRACT WS-PERTURB-SIZE FROM IB(J)
005970         END-IF
005980         ADD 1 TO WS-PERTURBED-COUNT
005990     END-PERFORM.
006000     COMPUTE WS-START-NORM ROUNDED =
006010         WS-PERTURB-SIZE * FUNCTION SQRT(WS-PERTURBED-COUNT).
006020     MOVE ZERO TO WS-SUM-A.
006030     MOVE ZERO TO WS-SUM-AA.
006040     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006050         ADD IA(J) TO WS-SUM-A
006060         COMPUTE WS-SUM-AA = WS-SUM-AA + IA(J) * IA(J)
006070     END-PERFORM.
006080     COMPUTE WS-VAR-A = NUM-VARS * WS-SUM-AA
006090         - WS-SUM-A * WS-SUM-A.
006100     IF WS-VAR-A > ZERO
006110         COMPUTE WS-SAT-NORM ROUNDED =
006120             FUNCTION SQRT(2 * WS-VAR-A / NUM-VARS)
006130     END-IF.
006140     CALL "RWD-DYNAMICS-STATE-PUT" USING WS-NOISE-SEED-A
006150         WS-NOISE-SEED-B WS-START-FACTOR.
006160     OPEN OUTPUT HORIZON-OUT-FILE.
006170     OPEN OUTPUT REPORT-FILE.
006180     MOVE WS-SNAP-RUN TO HL-RUN-ID.
006190     MOVE WS-SNAP-T TO HL-T.
006200     MOVE WS-INTEGRATOR TO HL-METHOD.
006210     MOVE WS-DT TO HL-DT.
006220     MOVE WS-HEADER-LINE TO REPORT-LINE.
006230     WRITE REPORT-LINE.
006240     MOVE WS-PERTURB-SIZE TO PL-SIZE.
006250     IF WS-PERTURB-CLUSTER = ZERO
006260         MOVE "WHOLE POPULATION" TO PL-SCOPE
006270     ELSE
006280         MOVE WS-PERTURB-CLUSTER TO SC-CLUSTER
006290         MOVE WS-SCOPE-CLUSTER TO PL-SCOPE
006300     END-IF.
006310     MOVE WS-PERTURBED-COUNT TO PL-COUNT.
006320     MOVE WS-SENSE-WEIGHT TO PL-WEIGHT.
006330     MOVE WS-PARM-LINE TO REPORT-LINE.
006340     WRITE REPORT-LINE.
006350     MOVE SPACES TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370     MOVE WS-COLUMN-LINE TO REPORT-LINE.
006380     WRITE REPORT-LINE.
006390 1400-EXIT.
006400     EXIT.

006410*----------------------------------------------------------------
006420 2000-STEP-BOTH-COPIES.
006430*    THE SEEDS AND ANNEAL FACTOR ARE TAKEN BEFORE COPY A STEPS
006440*    AND PUT BACK BEFORE COPY B DOES, SO B DRAWS EXACTLY A'S
006450*    NOISE AND THE STREAM LEAVES THE STEP WHERE ONE COPY WOULD
006460*    HAVE LEFT IT.
006470*----------------------------------------------------------------
006480     COMPUTE T = WS-SNAP-T + STEP-N.
006490     PERFORM 2100-FEED-BOTH-COPIES THRU 2100-EXIT.
006500     CALL "RWD-DYNAMICS-STATE-GET" USING WS-STEP-SEED-A
006510         WS-STEP-SEED-B WS-STEP-FACTOR.
006520     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006530         MOVE IA(J) TO I(J)
006540     END-PERFORM.
006550     MOVE PHASE-A TO PHASE.
006560     MOVE "A" TO WS-DIVERGED-COPY.
006570     PERFORM 2200-ADVANCE-WORK-COPY THRU 2200-EXIT.
006580     IF COPY-DIVERGED
006590         GO TO 2000-EXIT
006600     END-IF.
006610     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006620         MOVE I(J) TO IA(J)
006630         MOVE IB(J) TO I(J)
006640     END-PERFORM.
006650     MOVE PHASE TO PHASE-A.
006660     MOVE PHASE-B TO PHASE.
006670     CALL "RWD-DYNAMICS-STATE-PUT" USING WS-STEP-SEED-A
006680         WS-STEP-SEED-B WS-STEP-FACTOR.
006690     MOVE "B" TO WS-DIVERGED-COPY.
006700     PERFORM 2200-ADVANCE-WORK-COPY THRU 2200-EXIT.
006710     IF COPY-DIVERGED
006720         GO TO 2000-EXIT
006730     END-IF.
006740     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006750         MOVE I(J) TO IB(J)
006760     END-PERFORM.
006770     MOVE PHASE TO PHASE-B.
006780     MOVE STEP-N TO WS-STEPS-DONE.
006790     PERFORM 2400-MEASURE-SEPARATION THRU 2400-EXIT.
006800 2000-EXIT.
006810     EXIT.

006820*----------------------------------------------------------------
006830 2100-FEED-BOTH-COPIES.
006840*    IO-SENSE READS THE FRAME AND BLENDS IT INTO COPY A EXACTLY
006850*    AS THE RUN DOES.  WHEN IT APPLIED ONE, THE SAME BLEND TAKES
006860*    COPY B TO (1 - W) * B + W * FRAME, WHICH IS A'S NEW VALUE
006870*    PLUS (1 - W) TIMES THE OLD SEPARATION - AT W = 1.00 THE FEED
006880*    OVERWRITES BOTH AND THE SEPARATION IS ERASED, AS IT WOULD BE
006890*    IN THE RUN.
006900*----------------------------------------------------------------
006910     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006920         MOVE IA(J) TO WS-I-PRED(J)
006930     END-PERFORM.
006940     CALL "IO-SENSE" USING IA NUM-VARS WS-SENSE-WEIGHT.
006950     CALL "IO-SENSE-APPLIED" USING WS-FRAME-APPLIED.
006960     IF NOT FRAME-APPLIED
006970         GO TO 2100-EXIT
006980     END-IF.
006990     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007000         COMPUTE IB(J) ROUNDED = IA(J)
007010             + (1.00 - WS-SENSE-WEIGHT) * (IB(J) - WS-I-PRED(J))
007020     END-PERFORM.
007030 2100-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------
007060 2200-ADVANCE-WORK-COPY.
007070*    ONE EULER OR HEUN STEP OF THE COPY IN THE I / PHASE WORK
007080*    AREA, THE SAME STAGES AND UPDATE AS 2000-MAIN-LOOP AND
007090*    2040-HEUN-SLOPE IN WITNESS-SEED-3 (OPEN LOOP - SEE THE DD
007100*    NOTES).  A COPY LEAVING THE I RANGE STOPS THE COMPARISON.
007110*----------------------------------------------------------------
007120     IF INTEGRATOR-HEUN
007130         PERFORM 2300-HEUN-SLOPE THRU 2300-EXIT
007140     ELSE
007150         MOVE "E" TO WS-STEP-STAGE
007160         CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE
007170         CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T
007180     END-IF.
007190     IF COPY-DIVERGED
007200         GO TO 2200-EXIT
007210     END-IF.
007220     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007230         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * WS-DT
007240         IF FUNCTION ABS(WS-I-NEXT) > 99999
007250             SET COPY-DIVERGED TO TRUE
007260         ELSE
007270             MOVE WS-I-NEXT TO I(J)
007280         END-IF
007290     END-PERFORM.
007300 2200-EXIT.
007310     EXIT.

007320*----------------------------------------------------------------
007330 2300-HEUN-SLOPE.
007340*----------------------------------------------------------------
007350     MOVE "P" TO WS-STEP-STAGE.
007360     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
007370     CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T.
007380     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007390         COMPUTE WS-I-NEXT = I(J) + I-DOT(J) * WS-DT
007400         IF FUNCTION ABS(WS-I-NEXT) > 99999
007410             SET COPY-DIVERGED TO TRUE
007420         ELSE
007430             MOVE WS-I-NEXT TO WS-I-PRED(J)
007440         END-IF
007450     END-PERFORM.
007460     IF COPY-DIVERGED
007470         GO TO 2300-EXIT
007480     END-IF.
007490     MOVE "C" TO WS-STEP-STAGE.
007500     CALL "RWD-DYNAMICS-SET-STEP" USING WS-DT WS-STEP-STAGE.
007510     CALL "RWD-DYNAMICS" USING WS-I-PRED WS-I-DOT-2 PHASE
007520         NUM-VARS T.
007530     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007540         COMPUTE I-DOT(J) ROUNDED = (I-DOT(J) + WS-I-DOT-2(J)) / 2
007550     END-PERFORM.
007560 2300-EXIT.
007570     EXIT.

007580*----------------------------------------------------------------
007590 2400-MEASURE-SEPARATION.
007600*----------------------------------------------------------------
007610     CALL "RWD-FIELDPRINT" USING IA FIELDPRINT-A NUM-VARS.
007620     CALL "RWD-FIELDPRINT" USING IB FIELDPRINT-B NUM-VARS.
007630     CALL "RWD-ORDERPARAM" USING IA ORDERPARAM-A NUM-VARS.
007640     CALL "RWD-ORDERPARAM" USING IB ORDERPARAM-B NUM-VARS.
007650     COMPUTE WS-DELTA-FP = FIELDPRINT-B - FIELDPRINT-A.
007660     COMPUTE WS-DELTA-OP = ORDERPARAM-B - ORDERPARAM-A.
007670     MOVE ZERO TO WS-SQ-SUM WS-SUM-A WS-SUM-B WS-SUM-AA
007680         WS-SUM-BB WS-SUM-AB.
007690     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007700         COMPUTE WS-DIFF = IB(J) - IA(J)
007710         COMPUTE WS-SQ-SUM = WS-SQ-SUM + WS-DIFF * WS-DIFF
007720         ADD IA(J) TO WS-SUM-A
007730         ADD IB(J) TO WS-SUM-B
007740         COMPUTE WS-SUM-AA = WS-SUM-AA + IA(J) * IA(J)
007750         COMPUTE WS-SUM-BB = WS-SUM-BB + IB(J) * IB(J)
007760         COMPUTE WS-SUM-AB = WS-SUM-AB + IA(J) * IB(J)
007770     END-PERFORM.
007780     COMPUTE WS-I-NORM ROUNDED = FUNCTION SQRT(WS-SQ-SUM).
007790     COMPUTE WS-VAR-A = NUM-VARS * WS-SUM-AA
007800         - WS-SUM-A * WS-SUM-A.
007810     COMPUTE WS-VAR-B = NUM-VARS * WS-SUM-BB
007820         - WS-SUM-B * WS-SUM-B.
007830     COMPUTE WS-COVAR = NUM-VARS * WS-SUM-AB
007840         - WS-SUM-A * WS-SUM-B.
007850     IF WS-VAR-A > ZERO AND WS-VAR-B > ZERO
007860         COMPUTE WS-CORRELATION ROUNDED =
007870             WS-COVAR / FUNCTION SQRT(WS-VAR-A * WS-VAR-B)
007880     ELSE
007890         MOVE 1 TO WS-CORRELATION
007900     END-IF.
007910     MOVE WS-SNAP-RUN TO HZO-RUN-ID.
007920     MOVE STEP-N TO HZO-STEP.
007930     MOVE T TO HZO-T.
007940     MOVE WS-I-NORM TO HZO-I-NORM.
007950     MOVE WS-DELTA-FP TO HZO-DELTA-FIELDPRINT.
007960     MOVE WS-DELTA-OP TO HZO-DELTA-ORDERPARAM.
007970     MOVE WS-CORRELATION TO HZO-CORRELATION.
007980     WRITE HORIZON-OUT-RECORD.
007990     IF WS-I-NORM > WS-MAX-NORM
008000         MOVE WS-I-NORM TO WS-MAX-NORM
008010     END-IF.
008020     COMPUTE WS-ABS-DELTA = FUNCTION ABS(WS-DELTA-FP).
008030     IF WS-ABS-DELTA > WS-MAX-DELTA-FP
008040         MOVE WS-ABS-DELTA TO WS-MAX-DELTA-FP
008050     END-IF.
008060     COMPUTE WS-ABS-DELTA = FUNCTION ABS(WS-DELTA-OP).
008070     IF WS-ABS-DELTA > WS-MAX-DELTA-OP
008080         MOVE WS-ABS-DELTA TO WS-MAX-DELTA-OP
008090     END-IF.
008100     PERFORM 2500-FIT-ONE-POINT THRU 2500-EXIT.
008110     MOVE SPACES TO DL-FLAG.
008120     IF NOT HORIZON-REACHED
008130             AND WS-CORRELATION < WS-CORR-THRESHOLD
008140         SET HORIZON-REACHED TO TRUE
008150         MOVE STEP-N TO WS-HORIZON-STEP
008160         MOVE "HORIZON" TO DL-FLAG
008170         DISPLAY "WITNESS-HORIZON: COPIES UNCORRELATED AT STEP "
008180             STEP-N " T=" T
008190         PERFORM 2600-PRINT-STEP THRU 2600-EXIT
008200         GO TO 2400-EXIT
008210     END-IF.
008220     DIVIDE STEP-N BY WS-PRINT-EVERY GIVING WS-PRINT-QUOT
008230         REMAINDER WS-PRINT-REM.
008240     IF STEP-N = 1 OR WS-PRINT-REM = ZERO
008250         PERFORM 2600-PRINT-STEP THRU 2600-EXIT
008260     END-IF.
008270 2400-EXIT.
008280     EXIT.

008290*----------------------------------------------------------------
008300 2500-FIT-ONE-POINT.
008310*    ONLY THE CLOSE REGIME FEEDS THE FIT; ONCE THE COPIES LEAVE
008320*    IT THE FIT IS CLOSED FOR GOOD, EVEN IF A FEED FRAME LATER
008330*    PULLS THEM BACK TOGETHER.
008340*----------------------------------------------------------------
008350     IF NOT FIT-OPEN
008360         GO TO 2500-EXIT
008370     END-IF.
008380     IF WS-CORRELATION < 0.90000
008390             OR (WS-SAT-NORM > ZERO
008400                 AND WS-I-NORM * 10 > WS-SAT-NORM)
008410         MOVE "N" TO WS-FIT-OPEN-SW
008420         GO TO 2500-EXIT
008430     END-IF.
008440     IF WS-I-NORM = ZERO
008450         GO TO 2500-EXIT
008460     END-IF.
008470     COMPUTE WS-LN-NORM ROUNDED = FUNCTION LOG(WS-I-NORM).
008480     ADD 1 TO WS-FIT-N.
008490     ADD STEP-N TO WS-FIT-SX.
008500     COMPUTE WS-FIT-SXX = WS-FIT-SXX + STEP-N * STEP-N.
008510     ADD WS-LN-NORM TO WS-FIT-SY.
008520     COMPUTE WS-FIT-SXY = WS-FIT-SXY + STEP-N * WS-LN-NORM.
008530 2500-EXIT.
008540     EXIT.

008550*----------------------------------------------------------------
008560 2600-PRINT-STEP.
008570*----------------------------------------------------------------
008580     MOVE STEP-N TO DL-STEP.
008590     MOVE T TO DL-T.
008600     MOVE WS-I-NORM TO DL-NORM.
008610     MOVE WS-DELTA-FP TO DL-DELTA-FP.
008620     MOVE WS-DELTA-OP TO DL-DELTA-OP.
008630     MOVE WS-CORRELATION TO DL-CORR.
008640     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008650     WRITE REPORT-LINE.
008660 2600-EXIT.
008670     EXIT.

008680*----------------------------------------------------------------
008690 4000-ASSESS.
008700*    GROWTH RATE IS THE LEAST-SQUARES SLOPE OF LN(NORM) ON STEP;
008710*    THE PROJECTED HORIZON IS THE STEPS FOR THE STARTING
008720*    SEPARATION TO GROW TO THE SATURATION NORM AT THAT RATE.
008730*----------------------------------------------------------------
008740     IF WS-FIT-N < 2
008750         GO TO 4000-EXIT
008760     END-IF.
008770     COMPUTE WS-FIT-DENOM = WS-FIT-N * WS-FIT-SXX
008780         - WS-FIT-SX * WS-FIT-SX.
008790     IF WS-FIT-DENOM = ZERO
008800         GO TO 4000-EXIT
008810     END-IF.
008820     COMPUTE WS-GROWTH-RATE ROUNDED =
008830         (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
008840         / WS-FIT-DENOM.
008850     SET GROWTH-KNOWN TO TRUE.
008860     IF WS-GROWTH-RATE NOT > ZERO
008870         GO TO 4000-EXIT
008880     END-IF.
008890     COMPUTE WS-DOUBLING-STEPS ROUNDED =
008900         FUNCTION LOG(2) / WS-GROWTH-RATE.
008910     IF WS-SAT-NORM > WS-START-NORM AND WS-START-NORM > ZERO
008920         COMPUTE WS-PROJECTED-STEPS ROUNDED =
008930             FUNCTION LOG(WS-SAT-NORM / WS-START-NORM)
008940             / WS-GROWTH-RATE
008950     END-IF.
008960 4000-EXIT.
008970     EXIT.

008980*----------------------------------------------------------------
008990 9000-TERMINATE.
009000*----------------------------------------------------------------
009010     CLOSE HORIZON-OUT-FILE.
009020     MOVE SPACES TO REPORT-LINE.
009030     WRITE REPORT-LINE.
009040     IF COPY-DIVERGED
009050         MOVE WS-DIVERGED-COPY TO DVL-COPY
009060         MOVE STEP-N TO DVL-STEP
009070         MOVE WS-DIVERGED-LINE TO REPORT-LINE
009080         WRITE REPORT-LINE
009090     END-IF.
009100     MOVE "STEPS COMPARED" TO SML-TEXT.
009110     MOVE WS-STEPS-DONE TO SML-VALUE.
009120     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009130     WRITE REPORT-LINE.
009140     MOVE SPACES TO WS-SUMMARY-LINE.
009150     MOVE "MAX I-NORM SEPARATION (X 1000)" TO SML-TEXT.
009160     COMPUTE SML-VALUE ROUNDED = WS-MAX-NORM * 1000.
009170     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE "MAX FIELDPRINT DELTA (X 1000)" TO SML-TEXT.
009200     COMPUTE SML-VALUE ROUNDED = WS-MAX-DELTA-FP * 1000.
009210     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     MOVE "MAX ORDER-PARAM DELTA (X 1000)" TO SML-TEXT.
009240     COMPUTE SML-VALUE ROUNDED = WS-MAX-DELTA-OP * 1000.
009250     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009260     WRITE REPORT-LINE.
009270     EVALUATE TRUE
009280         WHEN NOT GROWTH-KNOWN
009290             MOVE WS-NO-RATE-LINE TO REPORT-LINE
009300             WRITE REPORT-LINE
009310         WHEN OTHER
009320             MOVE WS-GROWTH-RATE TO RL-RATE
009330             MOVE WS-FIT-N TO RL-POINTS
009340             MOVE WS-RATE-LINE TO REPORT-LINE
009350             WRITE REPORT-LINE
009360             IF WS-GROWTH-RATE > ZERO
009370                 MOVE WS-DOUBLING-STEPS TO DBL-STEPS
009380                 MOVE WS-DOUBLING-LINE TO REPORT-LINE
009390             ELSE
009400                 MOVE WS-NO-GROWTH-LINE TO REPORT-LINE
009410             END-IF
009420             WRITE REPORT-LINE
009430     END-EVALUATE.
009440     IF HORIZON-REACHED
009450         MOVE WS-HORIZON-STEP TO HZL-STEP
009460         COMPUTE HZL-T = WS-SNAP-T + WS-HORIZON-STEP
009470         MOVE WS-HORIZON-LINE TO REPORT-LINE
009480     ELSE
009490         MOVE WS-STEPS-DONE TO NHL-STEPS
009500         MOVE WS-NO-HORIZON-LINE TO REPORT-LINE
009510     END-IF.
009520     WRITE REPORT-LINE.
009530     IF WS-PROJECTED-STEPS > ZERO
009540         MOVE WS-PROJECTED-STEPS TO PJL-STEPS
009550         MOVE WS-PROJECTED-LINE TO REPORT-LINE
009560         WRITE REPORT-LINE
009570     END-IF.
009580     CLOSE REPORT-FILE.
009590     IF HORIZON-REACHED
009600         DISPLAY "WITNESS-HORIZON: HORIZON " WS-HORIZON-STEP
009610             " STEPS, GROWTH RATE " WS-GROWTH-RATE
009620     ELSE
009630         DISPLAY "WITNESS-HORIZON: HORIZON NOT REACHED IN "
009640             WS-STEPS-DONE " STEPS, GROWTH RATE " WS-GROWTH-RATE
009650     END-IF.
009660 9000-EXIT.
009670     EXIT.
