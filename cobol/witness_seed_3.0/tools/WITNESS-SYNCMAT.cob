000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-SYNCMAT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  CLSTMET SAYS HOW COHERENT
000200*                  EACH CLUSTRCF CLUSTER IS INSIDE ITSELF, BUT NOT
000210*                  WHETHER THE CLUSTERS ARE LOCKING ONTO EACH
000220*                  OTHER - AND THAT IS THE EARLY SIGN OF A
000230*                  POPULATION-WIDE KAIROS EVENT.  THIS ANALYSIS
000240*                  STEP WALKS ONE RUN'S STATELKP RECORDS OVER THE
000250*                  SYNCARD T RANGE, TAKES EACH CLUSTER'S MEAN
000260*                  PHASE AT EVERY CHECKPOINT, AND FOR EVERY PAIR
000270*                  OF CLUSTERS ACCUMULATES THE PHASE-LOCKING
000280*                  VALUE OF THE TWO MEAN PHASES OVER EACH SYNCARD
000290*                  WINDOW.  SYNRPT PRINTS THE CLUSTER-BY-CLUSTER
000300*                  MATRIX PER WINDOW AND LISTS THE PAIRS WHOSE
000310*                  LOCKING ROSE BY MORE THAN THE CARD THRESHOLD
000320*                  SINCE THE PREVIOUS WINDOW; SYNCOUT CARRIES ONE
000330*                  RECORD PER PAIR PER WINDOW (COPY SYNCREC) FOR
000340*                  WITNESS-EXTRACT AND THE CHARTING DESK.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STATE-LOOKUP-FILE ASSIGN TO "STATELKP"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SL-KEY
000430         FILE STATUS IS WS-STATE-STATUS.
000440     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS REG-RUN-ID
000480         FILE STATUS IS WS-REGISTRY-STATUS.
000490     SELECT CLUSTER-CONFIG-FILE ASSIGN TO "CLUSTRCF"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CLUSTER-STATUS.
000520     SELECT SYNC-CARD-FILE ASSIGN TO "SYNCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT SYNC-OUT-FILE ASSIGN TO "SYNCOUT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SYNCOUT-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "SYNRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STATE-LOOKUP-FILE.
000640     COPY STATEREC.

000650 FD  RUN-REGISTRY-FILE.
000660     COPY RUNREG.

000670 FD  CLUSTER-CONFIG-FILE.
000680 01  CLUSTER-CONFIG-RECORD.
000690     05  CLUS-START          PIC 9(04).
000700     05  CLUS-END            PIC 9(04).
000710     05  CLUS-OMEGA          PIC 9V9(05).
000720     05  CLUS-K              PIC 9V9(05).

000730*----------------------------------------------------------------
000740* SYNCARD: THE RUN, THE T RANGE (T-TO ZERO RUNS TO THE END OF THE
000750* RUN'S STATELKP RECORDS), THE WINDOW WIDTH IN T (ZERO TREATS THE
000760* WHOLE RANGE AS ONE WINDOW) AND THE RISE THRESHOLD - THE PLV GAIN
000770* BETWEEN CONSECUTIVE WINDOWS THAT GETS A PAIR LISTED (UNPUNCHED,
000780* 0.10000).
000790*----------------------------------------------------------------
000800 FD  SYNC-CARD-FILE
000810     RECORDING MODE IS F.
000820 01  SYNC-CARD-RECORD.
000830     05  SYN-RUN-ID              PIC 9(08).
000840     05  SYN-T-FROM              PIC 9(07).
000850     05  SYN-T-TO                PIC 9(07).
000860     05  SYN-WINDOW              PIC 9(07).
000870     05  SYN-RISE                PIC 9(01)V9(05).
000880     05  FILLER                  PIC X(45).

000890 FD  SYNC-OUT-FILE
000900     RECORDING MODE IS F.
000910     COPY SYNCREC.

000920 FD  REPORT-FILE.
000930 01  REPORT-LINE                PIC X(80).

000940 WORKING-STORAGE SECTION.
000950 01  WS-STATE-STATUS         PIC X(02) VALUE SPACES.
000960     88  STATE-STATUS-OK     VALUE "00".
000970     88  STATE-STATUS-EOF    VALUE "10".
000980 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000990     88  REGISTRY-STATUS-OK  VALUE "00".
001000 01  WS-CLUSTER-STATUS       PIC X(02) VALUE SPACES.
001010     88  CLUSTER-STATUS-OK   VALUE "00".
001020     88  CLUSTER-STATUS-EOF  VALUE "10".
001030 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001040     88  CARD-STATUS-OK      VALUE "00".
001050 01  WS-SYNCOUT-STATUS       PIC X(02) VALUE SPACES.
001060 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001070 01  WS-SELECT-RUN-ID        PIC 9(08) VALUE ZERO.
001080 01  WS-T-FROM               PIC 9(07) VALUE ZERO.
001090 01  WS-T-TO-EFF             PIC 9(07) VALUE 9999999.
001100 01  WS-WINDOW-WIDTH         PIC 9(07) VALUE ZERO.
001110 01  WS-RISE-THRESHOLD       PIC 9(01)V9(05) VALUE 0.10000.
001120 01  WS-NUM-VARS             PIC 9(04) VALUE 1000.

001130*----------------------------------------------------------------
001140* THE CLUSTRCF RANGE TABLE - SAME 50-ENTRY CAP AS RWD-CLUSTERMET
001150* AND RWD-DYNAMICS APPLY.  WITH NO CLUSTRCF THE WHOLE POPULATION
001160* IS ONE CLUSTER AND THERE IS NO PAIR TO MEASURE.
001170*----------------------------------------------------------------
001180 01  WS-RANGE-COUNT          PIC 9(3) VALUE ZERO.
001190 01  WS-RANGE-TABLE.
001200     05  WS-RANGE-ENTRY      OCCURS 50 TIMES.
001210         10  WS-RANGE-START      PIC 9(04).
001220         10  WS-RANGE-END        PIC 9(04).
001230 01  RANGE-X                 PIC 9(3).
001240 01  J                       PIC 9(4).
001250 01  WS-CLIP-END             PIC 9(4).
001260 01  WS-CLUS-SIZE            PIC 9(4).
001270 01  WS-COS-SUM              PIC S9(9)V9(8).
001280 01  WS-SIN-SUM              PIC S9(9)V9(8).
001290 01  WS-MEAN-COS             PIC S9(1)V9(8).
001300 01  WS-MEAN-SIN             PIC S9(1)V9(8).
001310 01  WS-CLUS-R               PIC 9(1)V9(8).

001320*----------------------------------------------------------------
001330* EACH CLUSTER'S MEAN PHASE AT THE CURRENT CHECKPOINT, HELD AS THE
001340* UNIT VECTOR (COS, SIN) OF THE CLUSTER'S MEAN FIELD.  A CLUSTER
001350* WHOSE MEAN FIELD VANISHES (R = 0) HAS NO DEFINED PHASE AND SITS
001360* THAT CHECKPOINT OUT.
001370*----------------------------------------------------------------
001380 01  WS-PHASE-TABLE.
001390     05  WS-PHASE-ENTRY      OCCURS 50 TIMES.
001400         10  WS-UNIT-COS         PIC S9(1)V9(8).
001410         10  WS-UNIT-SIN         PIC S9(1)V9(8).
001420         10  WS-UNIT-SW          PIC X(01).
001430             88  UNIT-DEFINED    VALUE "Y".

001440*----------------------------------------------------------------
001450* PER-PAIR ACCUMULATORS, INDEXED (A, B) WITH A < B.  THE PLV OF
001460* THE PAIR OVER A WINDOW IS THE LENGTH OF THE MEAN OF
001470* EXP(I * (PHASE-A - PHASE-B)) ACROSS THE WINDOW'S CHECKPOINTS:
001480*
001490*     PLV = SQRT( RE-SUM ** 2 + IM-SUM ** 2 ) / SAMPLES
001500*     RE  = COS-A * COS-B + SIN-A * SIN-B
001510*     IM  = SIN-A * COS-B - COS-A * SIN-B
001520*
001530* 1 MEANS THE TWO CLUSTERS HELD A FIXED PHASE OFFSET ALL WINDOW
001540* (LOCKED, WHATEVER THE OFFSET), 0 MEANS THE OFFSET WANDERED ALL
001550* THE WAY ROUND.  THE PRIOR COLUMNS CARRY THE PREVIOUS WINDOW'S
001560* RESULT FOR THE RISE TEST.
001570*----------------------------------------------------------------
001580 01  WS-PAIR-TABLE.
001590     05  WS-PAIR-ROW         OCCURS 50 TIMES.
001600         10  WS-PAIR-CELL    OCCURS 50 TIMES.
001610             15  WS-PAIR-RE      PIC S9(7)V9(8).
001620             15  WS-PAIR-IM      PIC S9(7)V9(8).
001630             15  WS-PAIR-N       PIC 9(06).
001640             15  WS-PAIR-PLV     PIC 9(01)V9(05).
001650             15  WS-PRIOR-PLV    PIC 9(01)V9(05).
001660             15  WS-PRIOR-N      PIC 9(06).
001670 01  PAIR-A                  PIC 9(3).
001680 01  PAIR-B                  PIC 9(3).
001690 01  WS-B-FIRST              PIC 9(3).
001700 01  WS-RE-TERM              PIC S9(1)V9(8).
001710 01  WS-IM-TERM              PIC S9(1)V9(8).
001720 01  WS-PLV-WORK             PIC 9(3)V9(8).
001730 01  WS-RISE-WORK            PIC S9(1)V9(5).

001740 01  WS-WINDOW-SW            PIC X(01) VALUE "N".
001750     88  WINDOW-OPEN         VALUE "Y".
001760 01  WS-WINDOW-NO            PIC 9(04) VALUE ZERO.
001770 01  WS-REC-WINDOW-NO        PIC 9(04).
001780 01  WS-WIN-T-FIRST          PIC 9(07).
001790 01  WS-WIN-T-LAST           PIC 9(07).
001800 01  WS-WIN-SAMPLES          PIC 9(06).
001810 01  WS-WINDOWS-CLOSED       PIC 9(04) VALUE ZERO.
001820 01  WS-RECORDS-READ         PIC 9(09) VALUE ZERO.
001830 01  WS-PAIRS-WRITTEN        PIC 9(09) VALUE ZERO.
001840 01  WS-RISE-COUNT           PIC 9(09) VALUE ZERO.
001850 01  WS-WIN-RISE-COUNT       PIC 9(04).
001860 01  WS-BAND-START           PIC 9(3).
001870 01  WS-BAND-END             PIC 9(3).
001880 01  CELL-X                  PIC 9(2).

001890 01  WS-HEADER-LINE          PIC X(80) VALUE
001900     "INTER-CLUSTER PHASE-LOCKING MATRIX".
001910 01  WS-PARM-LINE.
001920     05  FILLER              PIC X(07) VALUE "RUN-ID ".
001930     05  PL-RUN-ID           PIC 9(08).
001940     05  FILLER              PIC X(04) VALUE "  T ".
001950     05  PL-T-FROM           PIC 9(07).
001960     05  FILLER              PIC X(04) VALUE " TO ".
001970     05  PL-T-TO             PIC 9(07).
001980     05  FILLER              PIC X(09) VALUE "  WINDOW ".
001990     05  PL-WINDOW           PIC Z(6)9.
002000     05  FILLER              PIC X(07) VALUE "  RISE ".
002010     05  PL-RISE             PIC 9.99999.
002020     05  FILLER              PIC X(11) VALUE "  CLUSTERS ".
002030     05  PL-CLUSTERS         PIC Z9.
002040 01  WS-WINDOW-LINE.
002050     05  FILLER              PIC X(07) VALUE "WINDOW ".
002060     05  WL-WINDOW-NO        PIC Z(3)9.
002070     05  FILLER              PIC X(04) VALUE "  T ".
002080     05  WL-T-FROM           PIC 9(07).
002090     05  FILLER              PIC X(04) VALUE " TO ".
002100     05  WL-T-TO             PIC 9(07).
002110     05  FILLER              PIC X(14) VALUE "  CHECKPOINTS ".
002120     05  WL-SAMPLES          PIC Z(5)9.
002130 01  WS-MATRIX-LINE.
002140     05  ML-ROW-LABEL        PIC X(08).
002150     05  ML-CELL             OCCURS 12 TIMES PIC X(06).
002160 01  WS-ROW-LABEL.
002170     05  FILLER              PIC X(03) VALUE "CL ".
002180     05  RL-CLUSTER-NO       PIC 9(02).
002190     05  FILLER              PIC X(03) VALUE SPACES.
002200 01  WS-CELL-HEAD.
002210     05  FILLER              PIC X(04) VALUE "  CL".
002220     05  CH-CLUSTER-NO       PIC 9(02).
002230 01  WS-CELL-VALUE.
002240     05  FILLER              PIC X(01) VALUE SPACE.
002250     05  CV-PLV              PIC 9.999.
002260 01  WS-CELL-SELF            PIC X(06) VALUE "    --".
002270 01  WS-CELL-EMPTY           PIC X(06) VALUE "     .".
002280 01  WS-RISE-HEAD-LINE       PIC X(80) VALUE
002290     "  RISING PAIRS       PRIOR PLV    PLV        RISE".
002300 01  WS-RISE-LINE.
002310     05  FILLER              PIC X(04) VALUE SPACES.
002320     05  RSL-CLUSTER-A       PIC 9(02).
002330     05  FILLER              PIC X(01) VALUE "-".
002340     05  RSL-CLUSTER-B       PIC 9(02).
002350     05  FILLER              PIC X(12) VALUE SPACES.
002360     05  RSL-PRIOR           PIC 9.99999.
002370     05  FILLER              PIC X(06) VALUE SPACES.
002380     05  RSL-PLV             PIC 9.99999.
002390     05  FILLER              PIC X(04) VALUE SPACES.
002400     05  RSL-RISE            PIC +9.99999.
002410 01  WS-NO-RISE-LINE         PIC X(80) VALUE
002420     "  NO PAIR ROSE BY MORE THAN THE THRESHOLD".
002430 01  WS-FIRST-WINDOW-LINE    PIC X(80) VALUE
002440     "  FIRST WINDOW - NO PRIOR MATRIX TO COMPARE".
002450 01  WS-SUMMARY-LINE-1.
002460     05  FILLER              PIC X(24)
002470         VALUE "STATE RECORDS SAMPLED   ".
002480     05  SL1-COUNT           PIC Z(8)9.
002490 01  WS-SUMMARY-LINE-2.
002500     05  FILLER              PIC X(24)
002510         VALUE "WINDOWS REPORTED        ".
002520     05  SL2-COUNT           PIC Z(8)9.
002530 01  WS-SUMMARY-LINE-3.
002540     05  FILLER              PIC X(24)
002550         VALUE "RISING PAIRS FLAGGED    ".
002560     05  SL3-COUNT           PIC Z(8)9.
002570 01  WS-SINGLE-CLUSTER-LINE  PIC X(80) VALUE
002580     "FEWER THAN TWO CLUSTERS ON CLUSTRCF - NO PAIRS TO MEASURE".

002590 PROCEDURE DIVISION.
002600*----------------------------------------------------------------
002610 0000-MAINLINE.
002620*----------------------------------------------------------------
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     IF WS-RANGE-COUNT > 1
002650         PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
002660             UNTIL STATE-STATUS-EOF
002670         IF WINDOW-OPEN
002680             PERFORM 3000-CLOSE-WINDOW THRU 3000-EXIT
002690         END-IF
002700     ELSE
002710         MOVE WS-SINGLE-CLUSTER-LINE TO REPORT-LINE
002720         WRITE REPORT-LINE
002730     END-IF.
002740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002750     STOP RUN.

002760*----------------------------------------------------------------
002770 1000-INITIALIZE.
002780*    THE SYNCARD IS REQUIRED - THE MATRIX ONLY MEANS ANYTHING FOR
002790*    ONE RUN, SO THERE IS NO ALL-RUNS DEFAULT AS OUTCARD HAS.
002800*----------------------------------------------------------------
002810     OPEN INPUT SYNC-CARD-FILE.
002820     IF NOT CARD-STATUS-OK
002830         DISPLAY "WITNESS-SYNCMAT: SYNCARD NOT AVAILABLE - "
002840             "ABENDING"
002850         STOP RUN WITH ERROR STATUS 16
002860     END-IF.
002870     READ SYNC-CARD-FILE
002880         AT END
002890             DISPLAY "WITNESS-SYNCMAT: SYNCARD EMPTY - ABENDING"
002900             STOP RUN WITH ERROR STATUS 16
002910     END-READ.
002920     CLOSE SYNC-CARD-FILE.
002930     IF SYN-RUN-ID IS NOT NUMERIC OR SYN-RUN-ID = ZERO
002940         DISPLAY "WITNESS-SYNCMAT: SYNCARD RUN-ID MISSING - "
002950             "ABENDING"
002960         STOP RUN WITH ERROR STATUS 16
002970     END-IF.
002980     MOVE SYN-RUN-ID TO WS-SELECT-RUN-ID.
002990     IF SYN-T-FROM IS NUMERIC
003000         MOVE SYN-T-FROM TO WS-T-FROM
003010     END-IF.
003020     IF SYN-T-TO IS NUMERIC AND SYN-T-TO > ZERO
003030         MOVE SYN-T-TO TO WS-T-TO-EFF
003040     END-IF.
003050     IF WS-T-TO-EFF < WS-T-FROM
003060         DISPLAY "WITNESS-SYNCMAT: SYNCARD T-TO BEFORE T-FROM - "
003070             "ABENDING"
003080         STOP RUN WITH ERROR STATUS 16
003090     END-IF.
003100     IF SYN-WINDOW IS NUMERIC
003110         MOVE SYN-WINDOW TO WS-WINDOW-WIDTH
003120     END-IF.
003130     IF SYN-RISE IS NUMERIC AND SYN-RISE > ZERO
003140         MOVE SYN-RISE TO WS-RISE-THRESHOLD
003150     END-IF.
003160     PERFORM 1050-LOAD-NUM-VARS THRU 1050-EXIT.
003170     PERFORM 1100-LOAD-RANGES THRU 1100-EXIT.
003180     INITIALIZE WS-PAIR-TABLE.
003190     OPEN INPUT STATE-LOOKUP-FILE.
003200     IF NOT STATE-STATUS-OK
003210         DISPLAY "WITNESS-SYNCMAT: STATELKP NOT AVAILABLE - "
003220             "ABENDING"
003230         STOP RUN WITH ERROR STATUS 16
003240     END-IF.
003250     MOVE WS-SELECT-RUN-ID TO SL-RUN-ID.
003260     MOVE WS-T-FROM TO SL-T.
003270     START STATE-LOOKUP-FILE KEY NOT < SL-KEY
003280         INVALID KEY
003290             SET STATE-STATUS-EOF TO TRUE
003300     END-START.
003310     OPEN OUTPUT SYNC-OUT-FILE.
003320     OPEN OUTPUT REPORT-FILE.
003330     MOVE WS-HEADER-LINE TO REPORT-LINE.
003340     WRITE REPORT-LINE.
003350     MOVE WS-SELECT-RUN-ID TO PL-RUN-ID.
003360     MOVE WS-T-FROM TO PL-T-FROM.
003370     MOVE WS-T-TO-EFF TO PL-T-TO.
003380     MOVE WS-WINDOW-WIDTH TO PL-WINDOW.
003390     MOVE WS-RISE-THRESHOLD TO PL-RISE.
003400     MOVE WS-RANGE-COUNT TO PL-CLUSTERS.
003410     MOVE WS-PARM-LINE TO REPORT-LINE.
003420     WRITE REPORT-LINE.
003430     DISPLAY "WITNESS-SYNCMAT: RUN-ID " WS-SELECT-RUN-ID
003440         " T " WS-T-FROM " TO " WS-T-TO-EFF " WINDOW "
003450         WS-WINDOW-WIDTH " CLUSTERS " WS-RANGE-COUNT.
003460 1000-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------
003490 1050-LOAD-NUM-VARS.
003500*    THE RUN'S OWN NUM-VARS CLIPS THE CLUSTER RANGES, AS IT DOES
003510*    IN THE DYNAMICS.  NO REGISTRY (OR NO ENTRY) LEAVES THE FULL
003520*    1000 AND SAYS SO.
003530*----------------------------------------------------------------
003540     OPEN INPUT RUN-REGISTRY-FILE.
003550     IF NOT REGISTRY-STATUS-OK
003560         DISPLAY "WITNESS-SYNCMAT: RUNREGST NOT AVAILABLE - "
003570             "NUM-VARS TAKEN AS 1000"
003580         GO TO 1050-EXIT
003590     END-IF.
003600     MOVE WS-SELECT-RUN-ID TO REG-RUN-ID.
003610     READ RUN-REGISTRY-FILE
003620         INVALID KEY
003630             DISPLAY "WITNESS-SYNCMAT: RUN " WS-SELECT-RUN-ID
003640                 " NOT ON THE REGISTRY - NUM-VARS TAKEN AS 1000"
003650         NOT INVALID KEY
003660             IF REG-NUM-VARS > ZERO AND REG-NUM-VARS NOT > 1000
003670                 MOVE REG-NUM-VARS TO WS-NUM-VARS
003680             END-IF
003690     END-READ.
003700     CLOSE RUN-REGISTRY-FILE.
003710 1050-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------
003740 1100-LOAD-RANGES.
003750*    SAME FALLBACK RWD-CLUSTERMET USES: NO CLUSTRCF, ONE RANGE
003760*    COVERING THE WHOLE POPULATION.
003770*----------------------------------------------------------------
003780     OPEN INPUT CLUSTER-CONFIG-FILE.
003790     IF CLUSTER-STATUS-OK
003800         PERFORM 1200-READ-ONE-RANGE THRU 1200-EXIT
003810             UNTIL CLUSTER-STATUS-EOF
003820                OR WS-RANGE-COUNT NOT < 50
003830         CLOSE CLUSTER-CONFIG-FILE
003840     END-IF.
003850     IF WS-RANGE-COUNT = ZERO
003860         MOVE 1 TO WS-RANGE-COUNT
003870         MOVE 1 TO WS-RANGE-START(1)
003880         MOVE WS-NUM-VARS TO WS-RANGE-END(1)
003890     END-IF.
003900 1100-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930 1200-READ-ONE-RANGE.
003940*----------------------------------------------------------------
003950     READ CLUSTER-CONFIG-FILE
003960         AT END
003970             SET CLUSTER-STATUS-EOF TO TRUE
003980             GO TO 1200-EXIT
003990     END-READ.
004000     IF CLUS-START = ZERO OR CLUS-END < CLUS-START
004010         GO TO 1200-EXIT
004020     END-IF.
004030     ADD 1 TO WS-RANGE-COUNT.
004040     MOVE CLUS-START TO WS-RANGE-START(WS-RANGE-COUNT).
004050     MOVE CLUS-END   TO WS-RANGE-END(WS-RANGE-COUNT).
004060 1200-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090 2000-SCAN-ONE-RECORD.
004100*    THE KEY IS RUN-ID THEN T, SO THE WALK STOPS AT THE FIRST
004110*    RECORD OF ANOTHER RUN OR PAST T-TO.  A RECORD WHOSE WINDOW
004120*    NUMBER DIFFERS FROM THE OPEN WINDOW CLOSES IT FIRST.
004130*----------------------------------------------------------------
004140     READ STATE-LOOKUP-FILE NEXT RECORD
004150         AT END
004160             SET STATE-STATUS-EOF TO TRUE
004170             GO TO 2000-EXIT
004180     END-READ.
004190     IF SL-RUN-ID NOT = WS-SELECT-RUN-ID
004200             OR SL-T > WS-T-TO-EFF
004210         SET STATE-STATUS-EOF TO TRUE
004220         GO TO 2000-EXIT
004230     END-IF.
004240     ADD 1 TO WS-RECORDS-READ.
004250     IF WS-WINDOW-WIDTH = ZERO
004260         MOVE 1 TO WS-REC-WINDOW-NO
004270     ELSE
004280         COMPUTE WS-REC-WINDOW-NO =
004290             (SL-T - WS-T-FROM) / WS-WINDOW-WIDTH + 1
004300     END-IF.
004310     IF WINDOW-OPEN AND WS-REC-WINDOW-NO NOT = WS-WINDOW-NO
004320         PERFORM 3000-CLOSE-WINDOW THRU 3000-EXIT
004330     END-IF.
004340     IF NOT WINDOW-OPEN
004350         SET WINDOW-OPEN TO TRUE
004360         MOVE WS-REC-WINDOW-NO TO WS-WINDOW-NO
004370         MOVE SL-T TO WS-WIN-T-FIRST
004380         MOVE ZERO TO WS-WIN-SAMPLES
004390     END-IF.
004400     MOVE SL-T TO WS-WIN-T-LAST.
004410     ADD 1 TO WS-WIN-SAMPLES.
004420     PERFORM 2100-CLUSTER-PHASE THRU 2100-EXIT
004430         VARYING RANGE-X FROM 1 BY 1
004440         UNTIL RANGE-X > WS-RANGE-COUNT.
004450     PERFORM 2200-ACCUMULATE-ROW THRU 2200-EXIT
004460         VARYING PAIR-A FROM 1 BY 1
004470         UNTIL PAIR-A NOT < WS-RANGE-COUNT.
004480 2000-EXIT.
004490     EXIT.

004500*----------------------------------------------------------------
004510 2100-CLUSTER-PHASE.
004520*    THE CLUSTER'S MEAN FIELD, AS RWD-ORDERPARAM FORMS IT OVER
004530*    THE WHOLE POPULATION, REDUCED TO ITS UNIT VECTOR.
004540*----------------------------------------------------------------
004550     MOVE "N" TO WS-UNIT-SW(RANGE-X).
004560     IF WS-RANGE-START(RANGE-X) > WS-NUM-VARS
004570         GO TO 2100-EXIT
004580     END-IF.
004590     IF WS-RANGE-END(RANGE-X) > WS-NUM-VARS
004600         MOVE WS-NUM-VARS TO WS-CLIP-END
004610     ELSE
004620         MOVE WS-RANGE-END(RANGE-X) TO WS-CLIP-END
004630     END-IF.
004640     MOVE ZERO TO WS-CLUS-SIZE.
004650     MOVE ZERO TO WS-COS-SUM.
004660     MOVE ZERO TO WS-SIN-SUM.
004670     PERFORM VARYING J FROM WS-RANGE-START(RANGE-X) BY 1
004680             UNTIL J > WS-CLIP-END
004690         ADD 1 TO WS-CLUS-SIZE
004700         COMPUTE WS-COS-SUM = WS-COS-SUM + FUNCTION COS(SL-I(J))
004710         COMPUTE WS-SIN-SUM = WS-SIN-SUM + FUNCTION SIN(SL-I(J))
004720     END-PERFORM.
004730     IF WS-CLUS-SIZE = ZERO
004740         GO TO 2100-EXIT
004750     END-IF.
004760     COMPUTE WS-MEAN-COS ROUNDED = WS-COS-SUM / WS-CLUS-SIZE.
004770     COMPUTE WS-MEAN-SIN ROUNDED = WS-SIN-SUM / WS-CLUS-SIZE.
004780     COMPUTE WS-CLUS-R ROUNDED =
004790         FUNCTION SQRT(WS-MEAN-COS ** 2 + WS-MEAN-SIN ** 2).
004800     IF WS-CLUS-R = ZERO
004810         GO TO 2100-EXIT
004820     END-IF.
004830     COMPUTE WS-UNIT-COS(RANGE-X) ROUNDED =
004840         WS-MEAN-COS / WS-CLUS-R.
004850     COMPUTE WS-UNIT-SIN(RANGE-X) ROUNDED =
004860         WS-MEAN-SIN / WS-CLUS-R.
004870     SET UNIT-DEFINED(RANGE-X) TO TRUE.
004880 2100-EXIT.
004890     EXIT.

004900*----------------------------------------------------------------
004910 2200-ACCUMULATE-ROW.
004920*----------------------------------------------------------------
004930     IF NOT UNIT-DEFINED(PAIR-A)
004940         GO TO 2200-EXIT
004950     END-IF.
004960     COMPUTE WS-B-FIRST = PAIR-A + 1.
004970     PERFORM 2300-ACCUMULATE-PAIR THRU 2300-EXIT
004980         VARYING PAIR-B FROM WS-B-FIRST BY 1
004990         UNTIL PAIR-B > WS-RANGE-COUNT.
005000 2200-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------
005030 2300-ACCUMULATE-PAIR.
005040*----------------------------------------------------------------
005050     IF NOT UNIT-DEFINED(PAIR-B)
005060         GO TO 2300-EXIT
005070     END-IF.
005080     COMPUTE WS-RE-TERM ROUNDED =
005090         WS-UNIT-COS(PAIR-A) * WS-UNIT-COS(PAIR-B)
005100         + WS-UNIT-SIN(PAIR-A) * WS-UNIT-SIN(PAIR-B).
005110     COMPUTE WS-IM-TERM ROUNDED =
005120         WS-UNIT-SIN(PAIR-A) * WS-UNIT-COS(PAIR-B)
005130         - WS-UNIT-COS(PAIR-A) * WS-UNIT-SIN(PAIR-B).
005140     ADD WS-RE-TERM TO WS-PAIR-RE(PAIR-A, PAIR-B).
005150     ADD WS-IM-TERM TO WS-PAIR-IM(PAIR-A, PAIR-B).
005160     ADD 1 TO WS-PAIR-N(PAIR-A, PAIR-B).
005170 2300-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200 3000-CLOSE-WINDOW.
005210*    RESOLVE EVERY PAIR'S PLV, PRINT THE MATRIX, WRITE SYNCOUT
005220*    AND THE RISING-PAIR LIST, THEN ROLL THE WINDOW'S RESULTS
005230*    INTO THE PRIOR COLUMNS AND CLEAR THE ACCUMULATORS.
005240*----------------------------------------------------------------
005250     MOVE ZERO TO WS-WIN-RISE-COUNT.
005260     ADD 1 TO WS-WINDOWS-CLOSED.
005270     MOVE SPACES TO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     MOVE WS-WINDOW-NO TO WL-WINDOW-NO.
005300     MOVE WS-WIN-T-FIRST TO WL-T-FROM.
005310     MOVE WS-WIN-T-LAST TO WL-T-TO.
005320     MOVE WS-WIN-SAMPLES TO WL-SAMPLES.
005330     MOVE WS-WINDOW-LINE TO REPORT-LINE.
005340     WRITE REPORT-LINE.
005350     PERFORM 3100-RESOLVE-ROW THRU 3100-EXIT
005360         VARYING PAIR-A FROM 1 BY 1
005370         UNTIL PAIR-A NOT < WS-RANGE-COUNT.
005380     PERFORM 3300-PRINT-BAND THRU 3300-EXIT
005390         VARYING WS-BAND-START FROM 1 BY 12
005400         UNTIL WS-BAND-START > WS-RANGE-COUNT.
005410     MOVE SPACES TO REPORT-LINE.
005420     WRITE REPORT-LINE.
005430     IF WS-WINDOWS-CLOSED = 1
005440         MOVE WS-FIRST-WINDOW-LINE TO REPORT-LINE
005450         WRITE REPORT-LINE
005460     ELSE
005470         MOVE WS-RISE-HEAD-LINE TO REPORT-LINE
005480         WRITE REPORT-LINE
005490     END-IF.
005500     PERFORM 3500-WRITE-ROW THRU 3500-EXIT
005510         VARYING PAIR-A FROM 1 BY 1
005520         UNTIL PAIR-A NOT < WS-RANGE-COUNT.
005530     IF WS-WINDOWS-CLOSED > 1 AND WS-WIN-RISE-COUNT = ZERO
005540         MOVE WS-NO-RISE-LINE TO REPORT-LINE
005550         WRITE REPORT-LINE
005560     END-IF.
005570     MOVE "N" TO WS-WINDOW-SW.
005580 3000-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610 3100-RESOLVE-ROW.
005620*----------------------------------------------------------------
005630     COMPUTE WS-B-FIRST = PAIR-A + 1.
005640     PERFORM 3200-RESOLVE-PAIR THRU 3200-EXIT
005650         VARYING PAIR-B FROM WS-B-FIRST BY 1
005660         UNTIL PAIR-B > WS-RANGE-COUNT.
005670 3100-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005700 3200-RESOLVE-PAIR.
005710*----------------------------------------------------------------
005720     MOVE ZERO TO WS-PAIR-PLV(PAIR-A, PAIR-B).
005730     IF WS-PAIR-N(PAIR-A, PAIR-B) = ZERO
005740         GO TO 3200-EXIT
005750     END-IF.
005760     COMPUTE WS-PLV-WORK ROUNDED =
005770         FUNCTION SQRT(WS-PAIR-RE(PAIR-A, PAIR-B) ** 2
005780                     + WS-PAIR-IM(PAIR-A, PAIR-B) ** 2)
005790         / WS-PAIR-N(PAIR-A, PAIR-B).
005800     IF WS-PLV-WORK > 1
005810         MOVE 1 TO WS-PLV-WORK
005820     END-IF.
005830     COMPUTE WS-PAIR-PLV(PAIR-A, PAIR-B) ROUNDED = WS-PLV-WORK.
005840 3200-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------
005870 3300-PRINT-BAND.
005880*    TWELVE CLUSTER COLUMNS TO A BAND SO A FULL 50-CLUSTER MATRIX
005890*    STAYS INSIDE THE 80-COLUMN REPORT.  THE MATRIX IS SYMMETRIC;
005900*    BOTH HALVES ARE PRINTED SO A ROW READS ACROSS IN FULL.
005910*----------------------------------------------------------------
005920     COMPUTE WS-BAND-END = WS-BAND-START + 11.
005930     IF WS-BAND-END > WS-RANGE-COUNT
005940         MOVE WS-RANGE-COUNT TO WS-BAND-END
005950     END-IF.
005960     MOVE SPACES TO WS-MATRIX-LINE.
005970     PERFORM VARYING PAIR-B FROM WS-BAND-START BY 1
005980             UNTIL PAIR-B > WS-BAND-END
005990         COMPUTE CELL-X = PAIR-B - WS-BAND-START + 1
006000         MOVE PAIR-B TO CH-CLUSTER-NO
006010         MOVE WS-CELL-HEAD TO ML-CELL(CELL-X)
006020     END-PERFORM.
006030     MOVE WS-MATRIX-LINE TO REPORT-LINE.
006040     WRITE REPORT-LINE.
006050     PERFORM 3400-PRINT-ROW THRU 3400-EXIT
006060         VARYING PAIR-A FROM 1 BY 1
006070         UNTIL PAIR-A > WS-RANGE-COUNT.
006080 3300-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------
006110 3400-PRINT-ROW.
006120*----------------------------------------------------------------
006130     MOVE SPACES TO WS-MATRIX-LINE.
006140     MOVE PAIR-A TO RL-CLUSTER-NO.
006150     MOVE WS-ROW-LABEL TO ML-ROW-LABEL.
006160     PERFORM VARYING PAIR-B FROM WS-BAND-START BY 1
006170             UNTIL PAIR-B > WS-BAND-END
006180         COMPUTE CELL-X = PAIR-B - WS-BAND-START + 1
006190         EVALUATE TRUE
006200             WHEN PAIR-A = PAIR-B
006210                 MOVE WS-CELL-SELF TO ML-CELL(CELL-X)
006220             WHEN PAIR-A < PAIR-B
006230                     AND WS-PAIR-N(PAIR-A, PAIR-B) = ZERO
006240                 MOVE WS-CELL-EMPTY TO ML-CELL(CELL-X)
006250             WHEN PAIR-A < PAIR-B
006260                 MOVE WS-PAIR-PLV(PAIR-A, PAIR-B) TO CV-PLV
006270                 MOVE WS-CELL-VALUE TO ML-CELL(CELL-X)
006280             WHEN WS-PAIR-N(PAIR-B, PAIR-A) = ZERO
006290                 MOVE WS-CELL-EMPTY TO ML-CELL(CELL-X)
006300             WHEN OTHER
006310                 MOVE WS-PAIR-PLV(PAIR-B, PAIR-A) TO CV-PLV
006320                 MOVE WS-CELL-VALUE TO ML-CELL(CELL-X)
006330         END-EVALUATE
006340     END-PERFORM.
006350     MOVE WS-MATRIX-LINE TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370 3400-EXIT.
006380     EXIT.

006390*----------------------------------------------------------------
006400 3500-WRITE-ROW.
006410*----------------------------------------------------------------
006420     COMPUTE WS-B-FIRST = PAIR-A + 1.
006430     PERFORM 3600-WRITE-PAIR THRU 3600-EXIT
006440         VARYING PAIR-B FROM WS-B-FIRST BY 1
006450         UNTIL PAIR-B > WS-RANGE-COUNT.
006460 3500-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------
006490 3600-WRITE-PAIR.
006500*    A PAIR WITH NO SAMPLES THIS WINDOW WRITES NOTHING AND KEEPS
006510*    NO PRIOR, SO THE NEXT WINDOW DOES NOT MEASURE A RISE FROM A
006520*    ZERO IT NEVER HAD.  THE RISE TEST NEEDS A PRIOR WINDOW THAT
006530*    SAMPLED THE SAME PAIR.
006540*----------------------------------------------------------------
006550     IF WS-PAIR-N(PAIR-A, PAIR-B) = ZERO
006560         MOVE ZERO TO WS-PRIOR-N(PAIR-A, PAIR-B)
006570         MOVE ZERO TO WS-PRIOR-PLV(PAIR-A, PAIR-B)
006580         GO TO 3600-EXIT
006590     END-IF.
006600     MOVE SPACES TO CLUSTER-SYNC-RECORD.
006610     MOVE WS-SELECT-RUN-ID TO SM-RUN-ID.
006620     MOVE WS-WINDOW-NO TO SM-WINDOW-NO.
006630     MOVE WS-WIN-T-FIRST TO SM-T-FROM.
006640     MOVE WS-WIN-T-LAST TO SM-T-TO.
006650     MOVE PAIR-A TO SM-CLUSTER-A.
006660     MOVE PAIR-B TO SM-CLUSTER-B.
006670     MOVE WS-PAIR-N(PAIR-A, PAIR-B) TO SM-SAMPLES.
006680     MOVE WS-PAIR-PLV(PAIR-A, PAIR-B) TO SM-PLV.
006690     IF WS-PRIOR-N(PAIR-A, PAIR-B) = ZERO
006700         MOVE ZERO TO SM-PRIOR-PLV
006710         MOVE ZERO TO SM-RISE
006720         SET SM-FIRST-WINDOW TO TRUE
006730     ELSE
006740         MOVE WS-PRIOR-PLV(PAIR-A, PAIR-B) TO SM-PRIOR-PLV
006750         COMPUTE WS-RISE-WORK = WS-PAIR-PLV(PAIR-A, PAIR-B)
006760             - WS-PRIOR-PLV(PAIR-A, PAIR-B)
006770         MOVE WS-RISE-WORK TO SM-RISE
006780         IF WS-RISE-WORK > WS-RISE-THRESHOLD
006790             SET SM-RISE-FLAGGED TO TRUE
006800             PERFORM 3700-LIST-RISE THRU 3700-EXIT
006810         END-IF
006820     END-IF.
006830     WRITE CLUSTER-SYNC-RECORD.
006840     ADD 1 TO WS-PAIRS-WRITTEN.
006850     MOVE WS-PAIR-PLV(PAIR-A, PAIR-B)
006860         TO WS-PRIOR-PLV(PAIR-A, PAIR-B).
006870     MOVE WS-PAIR-N(PAIR-A, PAIR-B) TO WS-PRIOR-N(PAIR-A, PAIR-B).
006880     MOVE ZERO TO WS-PAIR-RE(PAIR-A, PAIR-B).
006890     MOVE ZERO TO WS-PAIR-IM(PAIR-A, PAIR-B).
006900     MOVE ZERO TO WS-PAIR-N(PAIR-A, PAIR-B).
006910 3600-EXIT.
006920     EXIT.

006930*----------------------------------------------------------------
006940 3700-LIST-RISE.
006950*----------------------------------------------------------------
006960     ADD 1 TO WS-WIN-RISE-COUNT.
006970     ADD 1 TO WS-RISE-COUNT.
006980     MOVE PAIR-A TO RSL-CLUSTER-A.
006990     MOVE PAIR-B TO RSL-CLUSTER-B.
007000     MOVE WS-PRIOR-PLV(PAIR-A, PAIR-B) TO RSL-PRIOR.
007010     MOVE WS-PAIR-PLV(PAIR-A, PAIR-B) TO RSL-PLV.
007020     MOVE WS-RISE-WORK TO RSL-RISE.
007030     MOVE WS-RISE-LINE TO REPORT-LINE.
007040     WRITE REPORT-LINE.
007050 3700-EXIT.
007060     EXIT.

007070*----------------------------------------------------------------
007080 9000-TERMINATE.
007090*----------------------------------------------------------------
007100     CLOSE STATE-LOOKUP-FILE.
007110     CLOSE SYNC-OUT-FILE.
007120     MOVE SPACES TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140     MOVE WS-RECORDS-READ TO SL1-COUNT.
007150     MOVE WS-SUMMARY-LINE-1 TO REPORT-LINE.
007160     WRITE REPORT-LINE.
007170     MOVE WS-WINDOWS-CLOSED TO SL2-COUNT.
007180     MOVE WS-SUMMARY-LINE-2 TO REPORT-LINE.
007190     WRITE REPORT-LINE.
007200     MOVE WS-RISE-COUNT TO SL3-COUNT.
007210     MOVE WS-SUMMARY-LINE-3 TO REPORT-LINE.
007220     WRITE REPORT-LINE.
007230     CLOSE REPORT-FILE.
007240     DISPLAY "WITNESS-SYNCMAT: " WS-WINDOWS-CLOSED
007250         " WINDOWS, " WS-PAIRS-WRITTEN " PAIR RECORDS, "
007260         WS-RISE-COUNT " RISING PAIRS FLAGGED".
007270 9000-EXIT.
007280     EXIT.
