000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-DTAUD.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  WITNESS-RADAUD MEASURED WHAT
000200*                  THE NEIGHBOR TRUNCATION COSTS, BUT NOBODY HAD
000210*                  MEASURED WHAT THE TIMESTEP COSTS - CC-DT (AND
000220*                  THE WS-DT-FINE TENTH OF IT) WAS SET BY HABIT.
000230*                  THIS OFFLINE AUDIT TAKES A RUN-ID AND T FROM
000240*                  DTACARD, LOADS THAT POPULATION FROM STATELKP,
000250*                  REBUILDS THE RUN'S TUNECFG / CLUSTRCF / KSCHED
000260*                  FROM ITS CFGARC SNAPSHOT WITH THE NOISE
000270*                  AMPLITUDE FORCED TO ZERO, AND INTEGRATES THE
000280*                  SAME BLOCK OF STEPS AT THE APPLIED DT, DT/2,
000290*                  DT/4 AND DT/8 UNDER THE RUN'S OWN INTEGRATOR.
000300*                  DTARPT GIVES THE POPULATION AND PER-OSCILLATOR
000310*                  ERROR IN I, AND THE WORST FIELDPRINT AND
000320*                  ORDER-PARAM ERROR ALONG THE BLOCK, AGAINST THE
000330*                  DT/8 SOLUTION; THE OBSERVED CONVERGENCE ORDER;
000340*                  AND THE WIDEST AUDITED DT INSIDE THE CARD
000350*                  TOLERANCE.
000352* 2026-10-15  DLA  THE RUN'S ARCHIVED TOPOCFG (COUPLING TOPOLOGY)
000354*                  IS REBUILT WITH THE OTHER THREE FILES, SO THE
000356*                  AUDIT INTEGRATES THE SAME COUPLING GRAPH.
000358* 2026-10-15  DLA  THE AUDITED BLOCK IS THE RUN'S STATELKP
000360*                  CADENCE (REG-STATE-EVERY), SNAPSHOT TO
000362*                  SNAPSHOT, NOT A FIXED 1000 STEPS.  A CADENCE
000364*                  PAST 1000 IS AUDITED OVER ITS FIRST 1000 STEPS
000366*                  (THE REFERENCE TABLES HOLD 1000 BOUNDARIES).
000368*----------------------------------------------------------------
000370* DD NOTES: TUNECFG, CLUSTRCF, KSCHED AND TOPOCFG ARE WRITTEN BY
000380* THIS PROGRAM AND THEN READ BY RWD-DYNAMICS ON ITS FIRST CALL -
000390* POINT THEM AT WORK DATASETS, NEVER AT THE PRODUCTION MEMBERS.
000400* QUARLST, KCTLCFG, KCTLLOG AND SUMSINF SHOULD BE DUMMY: THE AUDIT
000410* MEASURES THE INTEGRATOR, NOT THE QUARANTINE OR THE CONTROLLER,
000420* AND THE PER-CALL SUMSIN DIAGNOSTIC IS OF NO USE HERE.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT STATE-LOOKUP-FILE ASSIGN TO "STATELKP"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SL-KEY
000510         FILE STATUS IS WS-STATE-STATUS.
000520     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS REG-RUN-ID
000560         FILE STATUS IS WS-REGISTRY-STATUS.
000570     SELECT CONFIG-ARCHIVE-FILE ASSIGN TO "CFGARC"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVE-STATUS.
000600     SELECT AUDIT-CARD-FILE ASSIGN TO "DTACARD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CARD-STATUS.
000630     SELECT TUNE-WORK-FILE ASSIGN TO "TUNECFG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-WORK-STATUS.
000660     SELECT CLUSTER-WORK-FILE ASSIGN TO "CLUSTRCF"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-WORK-STATUS.
000690     SELECT KSCHED-WORK-FILE ASSIGN TO "KSCHED"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-WORK-STATUS.
000712     SELECT TOPOLOGY-WORK-FILE ASSIGN TO "TOPOCFG"
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-WORK-STATUS.
000720     SELECT REPORT-FILE ASSIGN TO "DTARPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  STATE-LOOKUP-FILE.
000780     COPY STATEREC.

000790 FD  RUN-REGISTRY-FILE.
000800     COPY RUNREG.

000810 FD  CONFIG-ARCHIVE-FILE.
000820 01  CONFIG-ARCHIVE-RECORD.
000830     05  CFA-RUN-ID          PIC 9(08).
000840     05  CFA-SOURCE          PIC X(08).
000850     05  CFA-SEQ             PIC 9(04).
000860     05  CFA-IMAGE           PIC X(80).

000870*----------------------------------------------------------------
000880* DTACARD: RUN-ID AND STATELKP T OF THE STARTING POPULATION, THE
000890* TOLERANCE EVERY ERROR MUST MEET, AND TWO OPTIONAL OVERRIDES - A
000900* NONZERO DT AUDITS THAT STEP INSTEAD OF THE REGISTERED REG-DT (SO
000910* THE WS-DT-FINE STEP, OR A PROPOSED CC-DT, CAN BE AUDITED), AND
000920* E OR H AUDITS THAT INTEGRATOR INSTEAD OF REG-INTEGRATOR.
000930*----------------------------------------------------------------
000940 FD  AUDIT-CARD-FILE
000950     RECORDING MODE IS F.
000960 01  AUDIT-CARD-RECORD.
000970     05  DTA-RUN-ID              PIC 9(08).
000980     05  DTA-T                   PIC 9(07).
000990     05  DTA-TOLERANCE           PIC 9(01)V9(05).
001000     05  DTA-DT                  PIC 9(01)V9(04).
001010     05  DTA-INTEGRATOR          PIC X(01).
001020     05  FILLER                  PIC X(53).

001030 FD  TUNE-WORK-FILE
001040     RECORDING MODE IS F.
001050 01  TUNE-WORK-IMAGE         PIC X(80).

001060 FD  CLUSTER-WORK-FILE
001070     RECORDING MODE IS F.
001080 01  CLUSTER-WORK-IMAGE      PIC X(80).

001090 FD  KSCHED-WORK-FILE
001100     RECORDING MODE IS F.
001110 01  KSCHED-WORK-IMAGE       PIC X(80).

001112 FD  TOPOLOGY-WORK-FILE
001114     RECORDING MODE IS F.
001116 01  TOPOLOGY-WORK-IMAGE     PIC X(80).

001120 FD  REPORT-FILE.
001130 01  REPORT-LINE                PIC X(80).

001140 WORKING-STORAGE SECTION.
001150 01  WS-STATE-STATUS         PIC X(02) VALUE SPACES.
001160     88  STATE-STATUS-OK     VALUE "00".
001170 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001180     88  REGISTRY-STATUS-OK  VALUE "00".
001190 01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001200     88  ARCHIVE-STATUS-OK   VALUE "00".
001210     88  ARCHIVE-STATUS-EOF  VALUE "10".
001220 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001230     88  CARD-STATUS-OK      VALUE "00".
001240 01  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
001250 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001260 01  WS-SNAP-RUN             PIC 9(8).
001270 01  WS-SNAP-T               PIC 9(7).
001280 01  WS-TOLERANCE            PIC 9(1)V9(5).
001290 01  WS-BASE-DT              PIC 9(1)V9(4).
001300 01  WS-INTEGRATOR           PIC X(01) VALUE "E".
001310     88  INTEGRATOR-HEUN     VALUE "H".
001320 01  WS-STEP-STAGE           PIC X(01) VALUE "E".
001330 01  WS-PARMS-SW             PIC X(01) VALUE "N".
001340     88  PARMS-SEEN          VALUE "Y".
001350 01  WS-TUNE-COUNT           PIC 9(4) VALUE ZERO.
001360 01  WS-CLUS-COUNT           PIC 9(4) VALUE ZERO.
001370 01  WS-KSCH-COUNT           PIC 9(4) VALUE ZERO.
001375 01  WS-TOPO-COUNT           PIC 9(4) VALUE ZERO.
001380 01  WS-NOISE-SEED-A         PIC 9(10) VALUE 271828183.
001390 01  WS-NOISE-SEED-B         PIC 9(10) VALUE 271828183.
001400 01  WS-START-FACTOR         PIC 9V9(05) VALUE 1.00000.

001410*----------------------------------------------------------------
001420* THE DYNAMICS TAKE AND RETURN I AND I-DOT AT FIVE DECIMALS, BUT
001430* EACH LEVEL'S STATE IS CARRIED HERE AT TEN SO THAT 8000 SUBSTEPS
001440* OF ROUNDING AT DT/8 DO NOT SWAMP THE TRUNCATION ERROR BEING
001450* MEASURED.  I IS LOADED FROM WS-X, ROUNDED, BEFORE EVERY CALL.
001460*----------------------------------------------------------------
001470 01  NUM-VARS                PIC 9(4) VALUE 1000.
001480 01  T                       PIC 9(7).
001490 01  J                       PIC 9(4).
001500 01  I                       OCCURS 1000 TIMES PIC S9(5)V9(5).
001510 01  I-DOT                   OCCURS 1000 TIMES PIC S9(5)V9(5).
001520 01  WS-I-PRED               OCCURS 1000 TIMES PIC S9(5)V9(5).
001530 01  WS-I-DOT-2              OCCURS 1000 TIMES PIC S9(5)V9(5).
001540 01  PHASE                   PIC S9(5)V9(5).
001550 01  FIELDPRINT              PIC S9(5)V9(5).
001560 01  ORDER-PARAM             PIC S9(5)V9(5).
001570 01  WS-X                    OCCURS 1000 TIMES PIC S9(5)V9(10).
001580 01  WS-X-START              OCCURS 1000 TIMES PIC S9(5)V9(10).
001590 01  WS-X-REF                OCCURS 1000 TIMES PIC S9(5)V9(10).
001600 01  WS-X-NEXT               PIC S9(7)V9(10).
001610 01  WS-START-PHASE          PIC S9(5)V9(5).

001620*----------------------------------------------------------------
001630* LEVEL 1 IS THE APPLIED DT, LEVELS 2-4 HALVE IT IN TURN.  LEVEL
001640* 4 (DT/8) RUNS FIRST AND IS THE REFERENCE THE OTHERS ARE
001650* MEASURED AGAINST; ITS FIELDPRINT AND ORDER-PARAM ARE KEPT AT
001660* EVERY STEP BOUNDARY OF THE BLOCK.  THE BLOCK IS THE RUN'S
001663* STATELKP CADENCE (REG-STATE-EVERY, 1000 FOR AN OLDER REGISTRY
001666* ENTRY), HELD TO THE 1000 BOUNDARIES THE REFERENCE TABLES KEEP.
001670*----------------------------------------------------------------
001680 01  WS-BLOCK-STEPS          PIC 9(4) VALUE 1000.
001690 01  LVL-X                   PIC 9(1).
001700 01  STEP-N                  PIC 9(4).
001710 01  SUB-X                   PIC 9(1).
001720 01  WS-LEVEL-TABLE.
001730     05  WS-LEVEL            OCCURS 4 TIMES.
001740         10  LV-DIVISOR          PIC 9(1).
001750         10  LV-DT               PIC 9(1)V9(8).
001760         10  LV-RMS-I            PIC 9(5)V9(8).
001770         10  LV-MAX-I            PIC 9(5)V9(8).
001780         10  LV-MAX-FP           PIC 9(5)V9(8).
001790         10  LV-MAX-OP           PIC 9(5)V9(8).
001800         10  LV-DIVERGED-SW      PIC X(01).
001810             88  LEVEL-DIVERGED  VALUE "Y".
001820         10  LV-WITHIN-SW        PIC X(01).
001830             88  LEVEL-WITHIN    VALUE "Y".
001840 01  WS-STEP-DT              PIC 9(1)V9(8).
001850 01  WS-PHASE-DT             PIC 9(1)V9(4).
001860 01  WS-REF-FP               OCCURS 1000 TIMES PIC S9(5)V9(5).
001870 01  WS-REF-OP               OCCURS 1000 TIMES PIC S9(5)V9(5).
001880 01  WS-OSC-ERROR-TABLE.
001890     05  WS-OSC-ERROR        OCCURS 3 TIMES.
001900         10  WS-OSC-ERR          OCCURS 1000 TIMES
001910                                 PIC 9(5)V9(8).
001920 01  WS-DIFF                 PIC S9(7)V9(10).
001930 01  WS-ABS-DIFF             PIC 9(7)V9(10).
001940 01  WS-SQ-SUM               PIC 9(12)V9(16).
001950 01  WS-ORDER-1              PIC S9(3)V9(3) VALUE ZERO.
001960 01  WS-ORDER-2              PIC S9(3)V9(3) VALUE ZERO.
001970 01  WS-ORDER-1-SW           PIC X(01) VALUE "N".
001980     88  ORDER-1-KNOWN       VALUE "Y".
001990 01  WS-ORDER-2-SW           PIC X(01) VALUE "N".
002000     88  ORDER-2-KNOWN       VALUE "Y".
002010 01  WS-WIDEST-LEVEL         PIC 9(1) VALUE ZERO.

002020 01  WS-HEADER-LINE.
002030     05  FILLER              PIC X(30)
002040         VALUE "TIMESTEP CONVERGENCE AUDIT RUN".
002050     05  HL-RUN-ID           PIC 9(08).
002060     05  FILLER              PIC X(03) VALUE " T ".
002070     05  HL-T                PIC 9(07).
002080     05  FILLER              PIC X(08) VALUE " METHOD ".
002090     05  HL-METHOD           PIC X(01).
002100 01  WS-PARM-LINE.
002110     05  FILLER              PIC X(08) VALUE "BASE DT ".
002120     05  PL-DT               PIC 9.9999.
002130     05  FILLER              PIC X(12) VALUE "  TOLERANCE ".
002140     05  PL-TOLERANCE        PIC 9.99999.
002150     05  FILLER              PIC X(14) VALUE "  OSCILLATORS ".
002160     05  PL-NUM-VARS         PIC ZZZ9.
002170     05  FILLER              PIC X(08) VALUE "  BLOCK ".
002173     05  PL-BLOCK-STEPS      PIC ZZZ9.
002176     05  FILLER              PIC X(04) VALUE " NO ".
002180     05  FILLER              PIC X(05) VALUE "NOISE".
002190 01  WS-COLUMN-LINE.
002200     05  FILLER              PIC X(36)
002210         VALUE "LEVEL DT             RMS I ERR     M".
002220     05  FILLER              PIC X(36)
002230         VALUE "AX I ERR    MAX FP ERR    MAX OP ERR".
002240 01  WS-DETAIL-LINE.
002250     05  DL-LEVEL            PIC X(05).
002260     05  FILLER              PIC X(01) VALUE SPACE.
002270     05  DL-DT               PIC 9.9(8).
002280     05  FILLER              PIC X(01) VALUE SPACE.
002290     05  DL-RMS-I            PIC ZZZ9.9(8).
002300     05  FILLER              PIC X(01) VALUE SPACE.
002310     05  DL-MAX-I            PIC ZZZ9.9(8).
002320     05  FILLER              PIC X(01) VALUE SPACE.
002330     05  DL-MAX-FP           PIC ZZZ9.9(8).
002340     05  FILLER              PIC X(01) VALUE SPACE.
002350     05  DL-MAX-OP           PIC ZZZ9.9(8).
002360     05  FILLER              PIC X(01) VALUE SPACE.
002370     05  DL-FLAG             PIC X(10).
002380 01  WS-ORDER-LINE.
002390     05  OL-TEXT             PIC X(34).
002400     05  OL-ORDER            PIC -ZZ9.999.
002410     05  FILLER              PIC X(12) VALUE "  (EXPECTED ".
002420     05  OL-EXPECTED         PIC 9.
002430     05  FILLER              PIC X(01) VALUE ")".
002440 01  WS-NO-ORDER-LINE.
002450     05  NL-TEXT             PIC X(34).
002460     05  FILLER              PIC X(40)
002470         VALUE "NOT MEASURABLE - ZERO ERROR OR DIVERGED".
002480 01  WS-WIDEST-LINE.
002490     05  FILLER              PIC X(28)
002500         VALUE "WIDEST DT INSIDE TOLERANCE  ".
002510     05  WL-DT               PIC 9.9(8).
002520     05  FILLER              PIC X(09) VALUE "  (LEVEL ".
002530     05  WL-LEVEL            PIC X(04).
002540     05  FILLER              PIC X(01) VALUE ")".
002550 01  WS-NONE-LINE            PIC X(80) VALUE
002560     "NO AUDITED DT MEETS THE TOLERANCE - REDUCE THE STEP".
002570 01  WS-OSC-HEAD-LINE        PIC X(80) VALUE
002580     "OSC   I ERR AT DT   I ERR AT DT/2 I ERR AT DT/4".
002590 01  WS-OSC-LINE.
002600     05  OS-INDEX            PIC ZZZ9.
002610     05  FILLER              PIC X(02) VALUE SPACES.
002620     05  OS-ERR-1            PIC ZZZ9.9(8).
002630     05  FILLER              PIC X(01) VALUE SPACE.
002640     05  OS-ERR-2            PIC ZZZ9.9(8).
002650     05  FILLER              PIC X(01) VALUE SPACE.
002660     05  OS-ERR-3            PIC ZZZ9.9(8).
002670 01  WS-LEVEL-NAMES.
002680     05  FILLER              PIC X(05) VALUE "DT   ".
002690     05  FILLER              PIC X(05) VALUE "DT/2 ".
002700     05  FILLER              PIC X(05) VALUE "DT/4 ".
002710     05  FILLER              PIC X(05) VALUE "DT/8 ".
002720 01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAMES.
002730     05  WS-LEVEL-NAME       OCCURS 4 TIMES PIC X(05).

002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------
002760 0000-MAINLINE.
002770*----------------------------------------------------------------
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
002800     PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT.
002810     PERFORM 1300-REBUILD-CONFIG THRU 1300-EXIT.
002820     PERFORM 3000-RUN-ONE-LEVEL THRU 3000-EXIT
002830         VARYING LVL-X FROM 4 BY -1 UNTIL LVL-X < 1.
002840     PERFORM 4000-ASSESS THRU 4000-EXIT.
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002860     STOP RUN.

002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890*----------------------------------------------------------------
002900     OPEN INPUT AUDIT-CARD-FILE.
002910     IF NOT CARD-STATUS-OK
002920         DISPLAY "WITNESS-DTAUD: DTACARD NOT AVAILABLE - "
002930             "ABENDING"
002940         STOP RUN WITH ERROR STATUS 16
002950     END-IF.
002960     READ AUDIT-CARD-FILE
002970         AT END
002980             DISPLAY "WITNESS-DTAUD: DTACARD EMPTY - ABENDING"
002990             STOP RUN WITH ERROR STATUS 16
003000     END-READ.
003010     CLOSE AUDIT-CARD-FILE.
003020     MOVE DTA-RUN-ID TO WS-SNAP-RUN.
003030     MOVE DTA-T TO WS-SNAP-T.
003040     MOVE DTA-TOLERANCE TO WS-TOLERANCE.
003050     MOVE 1 TO LV-DIVISOR(1).
003060     MOVE 2 TO LV-DIVISOR(2).
003070     MOVE 4 TO LV-DIVISOR(3).
003080     MOVE 8 TO LV-DIVISOR(4).
003090     INITIALIZE WS-OSC-ERROR-TABLE.
003100 1000-EXIT.
003110     EXIT.

003120*----------------------------------------------------------------
003130 1100-LOAD-REGISTRY.
003140*    THE APPLIED DT IS REG-DT (CC-DT, THE WIDE STEP) AND THE
003150*    INTEGRATOR IS THE ONE THE RUN USED, UNLESS THE CARD NAMES
003160*    OTHERS.
003170*----------------------------------------------------------------
003180     OPEN INPUT RUN-REGISTRY-FILE.
003190     IF NOT REGISTRY-STATUS-OK
003200         DISPLAY "WITNESS-DTAUD: RUNREGST NOT AVAILABLE - "
003210             "ABENDING"
003220         STOP RUN WITH ERROR STATUS 16
003230     END-IF.
003240     MOVE WS-SNAP-RUN TO REG-RUN-ID.
003250     READ RUN-REGISTRY-FILE
003260         INVALID KEY
003270             DISPLAY "WITNESS-DTAUD: RUN " WS-SNAP-RUN
003280                 " NOT ON RUNREGST - ABENDING"
003290             STOP RUN WITH ERROR STATUS 16
003300     END-READ.
003310     CLOSE RUN-REGISTRY-FILE.
003320     MOVE REG-DT TO WS-BASE-DT.
003330     IF REG-INTEGRATOR = "H"
003340         MOVE "H" TO WS-INTEGRATOR
003350     END-IF.
003360     IF REG-NUM-VARS IS NUMERIC AND REG-NUM-VARS > ZERO
003370             AND REG-NUM-VARS NOT > 1000
003380         MOVE REG-NUM-VARS TO NUM-VARS
003390     END-IF.
003392     IF REG-STATE-EVERY IS NUMERIC AND REG-STATE-EVERY > ZERO
003394             AND REG-STATE-EVERY < 1000
003396         MOVE REG-STATE-EVERY TO WS-BLOCK-STEPS
003398     END-IF.
003400     IF DTA-DT IS NUMERIC AND DTA-DT > ZERO
003410         MOVE DTA-DT TO WS-BASE-DT
003420     END-IF.
003430     IF DTA-INTEGRATOR = "E" OR DTA-INTEGRATOR = "H"
003440         MOVE DTA-INTEGRATOR TO WS-INTEGRATOR
003450     END-IF.
003460     IF WS-BASE-DT = ZERO
003470         DISPLAY "WITNESS-DTAUD: NO DT ON THE REGISTRY OR THE "
003480             "CARD - ABENDING"
003490         STOP RUN WITH ERROR STATUS 16
003500     END-IF.
003510 1100-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------
003540 1200-LOAD-SNAPSHOT.
003550*----------------------------------------------------------------
003560     OPEN INPUT STATE-LOOKUP-FILE.
003570     IF NOT STATE-STATUS-OK
003580         DISPLAY "WITNESS-DTAUD: STATELKP NOT AVAILABLE - "
003590             "ABENDING"
003600         STOP RUN WITH ERROR STATUS 16
003610     END-IF.
003620     MOVE WS-SNAP-RUN TO SL-RUN-ID.
003630     MOVE WS-SNAP-T TO SL-T.
003640     READ STATE-LOOKUP-FILE
003650         INVALID KEY
003660             DISPLAY "WITNESS-DTAUD: NO STATE RECORD FOR RUN "
003670                 WS-SNAP-RUN " AT T=" WS-SNAP-T " - ABENDING"
003680             STOP RUN WITH ERROR STATUS 16
003690     END-READ.
003700     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1000
003710         MOVE SL-I(J) TO WS-X-START(J)
003720     END-PERFORM.
003730     MOVE SL-PHASE TO WS-START-PHASE.
003740     CLOSE STATE-LOOKUP-FILE.
003750     DISPLAY "WITNESS-DTAUD: RUN " WS-SNAP-RUN " T=" WS-SNAP-T
003760         " LOADED - BASE DT " WS-BASE-DT " METHOD "
003770         WS-INTEGRATOR.
003780 1200-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810 1300-REBUILD-CONFIG.
003820*    THE SAME ROUTING AS WITNESS-CFGRST, STRAIGHT INTO THE DDS
003830*    RWD-DYNAMICS LOADS FROM.  THE NOISE AMPLITUDE (TUNECFG
003840*    COLUMNS 13-18) IS ZEROED ON THE WAY THROUGH - WITH NOISE ON,
003850*    EACH LEVEL WOULD DRAW A DIFFERENT NUMBER OF PERTURBATIONS AND
003860*    THE DIFFERENCES WOULD MEASURE THE NOISE, NOT THE STEP.
003870*----------------------------------------------------------------
003880     OPEN INPUT CONFIG-ARCHIVE-FILE.
003890     IF NOT ARCHIVE-STATUS-OK
003900         DISPLAY "WITNESS-DTAUD: CFGARC NOT AVAILABLE - "
003910             "ABENDING"
003920         STOP RUN WITH ERROR STATUS 16
003930     END-IF.
003940     OPEN OUTPUT TUNE-WORK-FILE.
003950     OPEN OUTPUT CLUSTER-WORK-FILE.
003960     OPEN OUTPUT KSCHED-WORK-FILE.
003965     OPEN OUTPUT TOPOLOGY-WORK-FILE.
003970     PERFORM 1310-ROUTE-ONE-IMAGE THRU 1310-EXIT
003980         UNTIL ARCHIVE-STATUS-EOF.
003990     CLOSE CONFIG-ARCHIVE-FILE.
004000     CLOSE TUNE-WORK-FILE.
004010     CLOSE CLUSTER-WORK-FILE.
004020     CLOSE KSCHED-WORK-FILE.
004025     CLOSE TOPOLOGY-WORK-FILE.
004030     IF NOT PARMS-SEEN
004040         DISPLAY "WITNESS-DTAUD: NO CFGARC SNAPSHOT FOR RUN "
004050             WS-SNAP-RUN " - CONFIGURATION CANNOT BE REPRODUCED"
004060         STOP RUN WITH ERROR STATUS 8
004070     END-IF.
004080     DISPLAY "WITNESS-DTAUD: " WS-TUNE-COUNT " TUNECFG, "
004090         WS-CLUS-COUNT " CLUSTRCF, " WS-KSCH-COUNT
004100         " KSCHED, " WS-TOPO-COUNT
004105         " TOPOCFG IMAGES REBUILT, NOISE OFF".
004110 1300-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140 1310-ROUTE-ONE-IMAGE.
004150*----------------------------------------------------------------
004160     READ CONFIG-ARCHIVE-FILE
004170         AT END
004180             SET ARCHIVE-STATUS-EOF TO TRUE
004190             GO TO 1310-EXIT
004200     END-READ.
004210     IF CFA-RUN-ID NOT = WS-SNAP-RUN
004220         GO TO 1310-EXIT
004230     END-IF.
004240     EVALUATE CFA-SOURCE
004250         WHEN "TUNECFG"
004260             MOVE CFA-IMAGE TO TUNE-WORK-IMAGE
004270             MOVE "000000" TO TUNE-WORK-IMAGE(13:6)
004280             WRITE TUNE-WORK-IMAGE
004290             ADD 1 TO WS-TUNE-COUNT
004300         WHEN "CLUSTRCF"
004310             MOVE CFA-IMAGE TO CLUSTER-WORK-IMAGE
004320             WRITE CLUSTER-WORK-IMAGE
004330             ADD 1 TO WS-CLUS-COUNT
004340         WHEN "KSCHED"
004350             MOVE CFA-IMAGE TO KSCHED-WORK-IMAGE
004360             WRITE KSCHED-WORK-IMAGE
004370             ADD 1 TO WS-KSCH-COUNT
004372         WHEN "TOPOCFG"
004374             MOVE CFA-IMAGE TO TOPOLOGY-WORK-IMAGE
004376             WRITE TOPOLOGY-WORK-IMAGE
004378             ADD 1 TO WS-TOPO-COUNT
004380         WHEN "PARMS"
004390             SET PARMS-SEEN TO TRUE
004400         WHEN OTHER
004410             CONTINUE
004420     END-EVALUATE.
004430 1310-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460 3000-RUN-ONE-LEVEL.
004470*    EVERY LEVEL STARTS FROM THE SAME SNAPSHOT, THE SAME PHASE
004480*    AND THE SAME ANNEAL FACTOR, AND COVERS THE SAME
004490*    WS-BLOCK-STEPS OF MODEL TIME IN LV-DIVISOR SUBSTEPS EACH.
004500*    THE KSCHED LOOKUP FOLLOWS THE WHOLE STEP, AS IN THE RUN
004505*    ITSELF.
004510*----------------------------------------------------------------
004520     COMPUTE LV-DT(LVL-X) = WS-BASE-DT / LV-DIVISOR(LVL-X).
004530     MOVE LV-DT(LVL-X) TO WS-STEP-DT.
004540     COMPUTE WS-PHASE-DT ROUNDED = WS-STEP-DT.
004550     MOVE "N" TO LV-DIVERGED-SW(LVL-X).
004560     MOVE "N" TO LV-WITHIN-SW(LVL-X).
004570     MOVE ZERO TO LV-RMS-I(LVL-X) LV-MAX-I(LVL-X)
004580         LV-MAX-FP(LVL-X) LV-MAX-OP(LVL-X).
004590     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1000
004600         MOVE WS-X-START(J) TO WS-X(J)
004610     END-PERFORM.
004620     MOVE WS-START-PHASE TO PHASE.
004630     CALL "RWD-DYNAMICS-STATE-PUT" USING WS-NOISE-SEED-A
004640         WS-NOISE-SEED-B WS-START-FACTOR.
004650     PERFORM 3100-ONE-BLOCK-STEP THRU 3100-EXIT
004660         VARYING STEP-N FROM 1 BY 1
004670         UNTIL STEP-N > WS-BLOCK-STEPS OR LEVEL-DIVERGED(LVL-X).
004680     IF LEVEL-DIVERGED(LVL-X)
004690         DISPLAY "WITNESS-DTAUD: LEVEL " WS-LEVEL-NAME(LVL-X)
004700             " DIVERGED AT STEP " STEP-N
004710         IF LVL-X = 4
004720             DISPLAY "WITNESS-DTAUD: THE DT/8 REFERENCE DIVERGED "
004730                 "- NOTHING TO MEASURE AGAINST - ABENDING"
004740             STOP RUN WITH ERROR STATUS 8
004750         END-IF
004760         GO TO 3000-EXIT
004770     END-IF.
004780     IF LVL-X = 4
004790         PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
004800             MOVE WS-X(J) TO WS-X-REF(J)
004810         END-PERFORM
004820         GO TO 3000-EXIT
004830     END-IF.
004840     MOVE ZERO TO WS-SQ-SUM.
004850     PERFORM 3400-ONE-OSC-ERROR THRU 3400-EXIT
004860         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
004870     COMPUTE LV-RMS-I(LVL-X) ROUNDED =
004880         FUNCTION SQRT(WS-SQ-SUM / NUM-VARS).
004890     DISPLAY "WITNESS-DTAUD: LEVEL " WS-LEVEL-NAME(LVL-X)
004900         " RMS I ERROR " LV-RMS-I(LVL-X).
004910 3000-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940 3100-ONE-BLOCK-STEP.
004950*----------------------------------------------------------------
004960     COMPUTE T = WS-SNAP-T + STEP-N.
004970     PERFORM 3200-ONE-SUBSTEP THRU 3200-EXIT
004980         VARYING SUB-X FROM 1 BY 1
004990         UNTIL SUB-X > LV-DIVISOR(LVL-X) OR LEVEL-DIVERGED(LVL-X).
005000     IF LEVEL-DIVERGED(LVL-X)
005010         GO TO 3100-EXIT
005020     END-IF.
005030     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005040         COMPUTE I(J) ROUNDED = WS-X(J)
005050     END-PERFORM.
005060     CALL "RWD-FIELDPRINT" USING I FIELDPRINT NUM-VARS.
005070     CALL "RWD-ORDERPARAM" USING I ORDER-PARAM NUM-VARS.
005080     IF LVL-X = 4
005090         MOVE FIELDPRINT TO WS-REF-FP(STEP-N)
005100         MOVE ORDER-PARAM TO WS-REF-OP(STEP-N)
005110         GO TO 3100-EXIT
005120     END-IF.
005130     COMPUTE WS-ABS-DIFF = FUNCTION ABS(FIELDPRINT
005140         - WS-REF-FP(STEP-N)).
005150     IF WS-ABS-DIFF > LV-MAX-FP(LVL-X)
005160         MOVE WS-ABS-DIFF TO LV-MAX-FP(LVL-X)
005170     END-IF.
005180     COMPUTE WS-ABS-DIFF = FUNCTION ABS(ORDER-PARAM
005190         - WS-REF-OP(STEP-N)).
005200     IF WS-ABS-DIFF > LV-MAX-OP(LVL-X)
005210         MOVE WS-ABS-DIFF TO LV-MAX-OP(LVL-X)
005220     END-IF.
005230 3100-EXIT.
005240     EXIT.

005250*----------------------------------------------------------------
005260 3200-ONE-SUBSTEP.
005270*    ONE EULER OR HEUN SUBSTEP OF WS-STEP-DT, THE SAME STAGES
005280*    WITNESS-SEED-3 RUNS (SEE 2040-HEUN-SLOPE THERE).  PHASE
005290*    ADVANCES AT THE FOUR-DECIMAL STEP RWD-DYNAMICS CARRIES; IT
005300*    IS NOT PART OF THE AUDIT.
005310*----------------------------------------------------------------
005320     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005330         COMPUTE I(J) ROUNDED = WS-X(J)
005340     END-PERFORM.
005350     IF INTEGRATOR-HEUN
005360         PERFORM 3250-HEUN-SLOPE THRU 3250-EXIT
005370     ELSE
005380         MOVE "E" TO WS-STEP-STAGE
005390         CALL "RWD-DYNAMICS-SET-STEP" USING WS-PHASE-DT
005400             WS-STEP-STAGE
005410         CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T
005420     END-IF.
005430     IF LEVEL-DIVERGED(LVL-X)
005440         GO TO 3200-EXIT
005450     END-IF.
005460     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005470         COMPUTE WS-X-NEXT = WS-X(J) + I-DOT(J) * WS-STEP-DT
005480         IF FUNCTION ABS(WS-X-NEXT) > 99999
005490             SET LEVEL-DIVERGED(LVL-X) TO TRUE
005500         ELSE
005510             MOVE WS-X-NEXT TO WS-X(J)
005520         END-IF
005530     END-PERFORM.
005540 3200-EXIT.
005550     EXIT.

005560*----------------------------------------------------------------
005570 3250-HEUN-SLOPE.
005580*----------------------------------------------------------------
005590     MOVE "P" TO WS-STEP-STAGE.
005600     CALL "RWD-DYNAMICS-SET-STEP" USING WS-PHASE-DT WS-STEP-STAGE.
005610     CALL "RWD-DYNAMICS" USING I I-DOT PHASE NUM-VARS T.
005620     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005630         COMPUTE WS-X-NEXT = WS-X(J) + I-DOT(J) * WS-STEP-DT
005640         IF FUNCTION ABS(WS-X-NEXT) > 99999
005650             SET LEVEL-DIVERGED(LVL-X) TO TRUE
005660         ELSE
005670             COMPUTE WS-I-PRED(J) ROUNDED = WS-X-NEXT
005680         END-IF
005690     END-PERFORM.
005700     IF LEVEL-DIVERGED(LVL-X)
005710         GO TO 3250-EXIT
005720     END-IF.
005730     MOVE "C" TO WS-STEP-STAGE.
005740     CALL "RWD-DYNAMICS-SET-STEP" USING WS-PHASE-DT WS-STEP-STAGE.
005750     CALL "RWD-DYNAMICS" USING WS-I-PRED WS-I-DOT-2 PHASE
005760         NUM-VARS T.
005770     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
005780         COMPUTE I-DOT(J) ROUNDED = (I-DOT(J) + WS-I-DOT-2(J)) / 2
005790     END-PERFORM.
005800 3250-EXIT.
005810     EXIT.

005820*----------------------------------------------------------------
005830 3400-ONE-OSC-ERROR.
005840*----------------------------------------------------------------
005850     COMPUTE WS-DIFF = WS-X(J) - WS-X-REF(J).
005860     COMPUTE WS-ABS-DIFF = FUNCTION ABS(WS-DIFF).
005870     MOVE WS-ABS-DIFF TO WS-OSC-ERR(LVL-X, J).
005880     IF WS-ABS-DIFF > LV-MAX-I(LVL-X)
005890         MOVE WS-ABS-DIFF TO LV-MAX-I(LVL-X)
005900     END-IF.
005910     COMPUTE WS-SQ-SUM = WS-SQ-SUM + WS-DIFF * WS-DIFF.
005920 3400-EXIT.
005930     EXIT.

005940*----------------------------------------------------------------
005950 4000-ASSESS.
005960*    OBSERVED ORDER FROM THE RMS I ERROR OF SUCCESSIVE HALVINGS:
005970*    P = LOG2(E(DT) / E(DT/2)).  EULER SHOULD SHOW ABOUT 1, HEUN
005980*    ABOUT 2; THE DT/2 TO DT/4 FIGURE IS THE LESS RELIABLE OF THE
005990*    TWO, SINCE DT/4 IS ONLY ONE HALVING FROM THE REFERENCE.  A
006000*    LEVEL IS INSIDE TOLERANCE ONLY IF ALL FOUR ERRORS ARE.
006010*----------------------------------------------------------------
006020     IF NOT LEVEL-DIVERGED(1) AND NOT LEVEL-DIVERGED(2)
006030             AND LV-RMS-I(1) > ZERO AND LV-RMS-I(2) > ZERO
006040         COMPUTE WS-ORDER-1 ROUNDED =
006050             FUNCTION LOG(LV-RMS-I(1) / LV-RMS-I(2))
006060             / FUNCTION LOG(2)
006070         SET ORDER-1-KNOWN TO TRUE
006080     END-IF.
006090     IF NOT LEVEL-DIVERGED(2) AND NOT LEVEL-DIVERGED(3)
006100             AND LV-RMS-I(2) > ZERO AND LV-RMS-I(3) > ZERO
006110         COMPUTE WS-ORDER-2 ROUNDED =
006120             FUNCTION LOG(LV-RMS-I(2) / LV-RMS-I(3))
006130             / FUNCTION LOG(2)
006140         SET ORDER-2-KNOWN TO TRUE
006150     END-IF.
006160     PERFORM VARYING LVL-X FROM 3 BY -1 UNTIL LVL-X < 1
006170         IF NOT LEVEL-DIVERGED(LVL-X)
006180                 AND LV-RMS-I(LVL-X) NOT > WS-TOLERANCE
006190                 AND LV-MAX-I(LVL-X) NOT > WS-TOLERANCE
006200                 AND LV-MAX-FP(LVL-X) NOT > WS-TOLERANCE
006210                 AND LV-MAX-OP(LVL-X) NOT > WS-TOLERANCE
006220             SET LEVEL-WITHIN(LVL-X) TO TRUE
006230             MOVE LVL-X TO WS-WIDEST-LEVEL
006240         END-IF
006250     END-PERFORM.
006260 4000-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290 9000-TERMINATE.
006300*----------------------------------------------------------------
006310     OPEN OUTPUT REPORT-FILE.
006320     MOVE WS-SNAP-RUN TO HL-RUN-ID.
006330     MOVE WS-SNAP-T TO HL-T.
006340     MOVE WS-INTEGRATOR TO HL-METHOD.
006350     MOVE WS-HEADER-LINE TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370     MOVE WS-BASE-DT TO PL-DT.
006380     MOVE WS-TOLERANCE TO PL-TOLERANCE.
006390     MOVE NUM-VARS TO PL-NUM-VARS.
006395     MOVE WS-BLOCK-STEPS TO PL-BLOCK-STEPS.
006400     MOVE WS-PARM-LINE TO REPORT-LINE.
006410     WRITE REPORT-LINE.
006420     MOVE SPACES TO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440     MOVE WS-COLUMN-LINE TO REPORT-LINE.
006450     WRITE REPORT-LINE.
006460     PERFORM 9100-WRITE-ONE-LEVEL THRU 9100-EXIT
006470         VARYING LVL-X FROM 1 BY 1 UNTIL LVL-X > 4.
006480     MOVE SPACES TO REPORT-LINE.
006490     WRITE REPORT-LINE.
006500     MOVE 1 TO OL-EXPECTED.
006510     IF INTEGRATOR-HEUN
006520         MOVE 2 TO OL-EXPECTED
006530     END-IF.
006540     IF ORDER-1-KNOWN
006550         MOVE "OBSERVED ORDER DT TO DT/2" TO OL-TEXT
006560         MOVE WS-ORDER-1 TO OL-ORDER
006570         MOVE WS-ORDER-LINE TO REPORT-LINE
006580     ELSE
006590         MOVE "OBSERVED ORDER DT TO DT/2" TO NL-TEXT
006600         MOVE WS-NO-ORDER-LINE TO REPORT-LINE
006610     END-IF.
006620     WRITE REPORT-LINE.
006630     IF ORDER-2-KNOWN
006640         MOVE "OBSERVED ORDER DT/2 TO DT/4" TO OL-TEXT
006650         MOVE WS-ORDER-2 TO OL-ORDER
006660         MOVE WS-ORDER-LINE TO REPORT-LINE
006670     ELSE
006680         MOVE "OBSERVED ORDER DT/2 TO DT/4" TO NL-TEXT
006690         MOVE WS-NO-ORDER-LINE TO REPORT-LINE
006700     END-IF.
006710     WRITE REPORT-LINE.
006720     IF WS-WIDEST-LEVEL > ZERO
006730         MOVE LV-DT(WS-WIDEST-LEVEL) TO WL-DT
006740         MOVE WS-LEVEL-NAME(WS-WIDEST-LEVEL) TO WL-LEVEL
006750         MOVE WS-WIDEST-LINE TO REPORT-LINE
006760     ELSE
006770         MOVE WS-NONE-LINE TO REPORT-LINE
006780     END-IF.
006790     WRITE REPORT-LINE.
006800     MOVE SPACES TO REPORT-LINE.
006810     WRITE REPORT-LINE.
006820     MOVE WS-OSC-HEAD-LINE TO REPORT-LINE.
006830     WRITE REPORT-LINE.
006840     PERFORM 9200-WRITE-ONE-OSC THRU 9200-EXIT
006850         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
006860     CLOSE REPORT-FILE.
006870     IF WS-WIDEST-LEVEL > ZERO
006880         DISPLAY "WITNESS-DTAUD: WIDEST DT INSIDE TOLERANCE "
006890             LV-DT(WS-WIDEST-LEVEL)
006900     ELSE
006910         DISPLAY "WITNESS-DTAUD: NO AUDITED DT MEETS THE "
006920             "TOLERANCE"
006930     END-IF.
006940 9000-EXIT.
006950     EXIT.

006960*----------------------------------------------------------------
006970 9100-WRITE-ONE-LEVEL.
006980*----------------------------------------------------------------
006990     MOVE WS-LEVEL-NAME(LVL-X) TO DL-LEVEL.
007000     MOVE LV-DT(LVL-X) TO DL-DT.
007010     MOVE LV-RMS-I(LVL-X) TO DL-RMS-I.
007020     MOVE LV-MAX-I(LVL-X) TO DL-MAX-I.
007030     MOVE LV-MAX-FP(LVL-X) TO DL-MAX-FP.
007040     MOVE LV-MAX-OP(LVL-X) TO DL-MAX-OP.
007050     MOVE SPACES TO DL-FLAG.
007060     EVALUATE TRUE
007070         WHEN LVL-X = 4
007080             MOVE "REFERENCE" TO DL-FLAG
007090         WHEN LEVEL-DIVERGED(LVL-X)
007100             MOVE "DIVERGED" TO DL-FLAG
007110         WHEN LEVEL-WITHIN(LVL-X)
007120             MOVE "WITHIN TOL" TO DL-FLAG
007130         WHEN OTHER
007140             CONTINUE
007150     END-EVALUATE.
007160     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007170     WRITE REPORT-LINE.
007180 9100-EXIT.
007190     EXIT.

007200*----------------------------------------------------------------
007210 9200-WRITE-ONE-OSC.
007220*----------------------------------------------------------------
007230     MOVE J TO OS-INDEX.
007240     MOVE WS-OSC-ERR(1, J) TO OS-ERR-1.
007250     MOVE WS-OSC-ERR(2, J) TO OS-ERR-2.
007260     MOVE WS-OSC-ERR(3, J) TO OS-ERR-3.
007270     MOVE WS-OSC-LINE TO REPORT-LINE.
007280     WRITE REPORT-LINE.
007290 9200-EXIT.
007300     EXIT.
