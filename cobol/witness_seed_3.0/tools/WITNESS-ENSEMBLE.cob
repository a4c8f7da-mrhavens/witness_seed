000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-ENSEMBLE.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  THE MODELERS NOW RUN ONE
000200*                  SCENARIO UNDER 20 OR 30 CC-SEED VALUES THROUGH
000210*                  WITNESS-QUEUE WITH A SHARED REG-LABEL, AND
000220*                  NOTHING SUMMARIZED THE BATCH - MEMBERS WERE
000230*                  PULLED OUT OF QSEEDOUT ONE AT A TIME.  THIS
000240*                  PROGRAM SELECTS THE RUNREGST ENTRIES FOR THE
000250*                  ENSCARD LABEL AND/OR RUN-ID RANGE, READS THEIR
000260*                  SEEDOUT AND KAIROSAU RECORDS, AND AT EACH OUT-T
000270*                  REPORTS THE MEAN, STANDARD DEVIATION AND 10TH /
000280*                  50TH / 90TH PERCENTILE OF FIELDPRINT AND
000290*                  ORDER-PARAM ACROSS THE MEMBERS.  THE SAME BANDS
000300*                  GO TO ENSBAND (COPY ENSREC) FOR WITNESS-EXTRACT
000310*                  (EXT-SOURCE E).  THE SPREAD OF ACTIVATION
000320*                  COUNTS AND FIRST-ACTIVATION T IS REPORTED, AND
000330*                  ANY MEMBER THAT SITS OUTSIDE THE 10-90 BAND ON
000340*                  THE SAME SIDE FOR ENS-SUSTAIN CONSECUTIVE OUT-T
000350*                  POINTS OR MORE IS FLAGGED.
000352* 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
000354*                  ARE NOT COUNTED AS MEMBER ACTIVATIONS - THE
000356*                  SPREAD STAYS ONE PER EXCURSION.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ENSEMBLE-CARD-FILE ASSIGN TO "ENSCARD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CARD-STATUS.
000430     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS REG-RUN-ID
000470         FILE STATUS IS WS-REGISTRY-STATUS.
000480     SELECT SEED-OUTPUT-FILE ASSIGN TO "SEEDOUT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-SEED-STATUS.
000510     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540     SELECT ENSEMBLE-BAND-FILE ASSIGN TO "ENSBAND"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BAND-STATUS.
000570     SELECT REPORT-FILE ASSIGN TO "ENSRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-REPORT-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------------
000630* ENSCARD: THE REG-LABEL THE BATCH WAS QUEUED UNDER AND/OR A
000640* RUN-ID RANGE (ZERO TO, NO UPPER LIMIT) - AT LEAST ONE MUST BE
000650* PUNCHED; WITH BOTH, A MEMBER MUST MATCH BOTH.  ENS-SUSTAIN IS
000660* THE NUMBER OF CONSECUTIVE OUT-T POINTS OUTSIDE THE BAND THAT
000670* FLAGS A MEMBER (UNPUNCHED, 5).
000680*----------------------------------------------------------------
000690 FD  ENSEMBLE-CARD-FILE
000700     RECORDING MODE IS F.
000710 01  ENSEMBLE-CARD-RECORD.
000720     05  ENS-LABEL               PIC X(16).
000730     05  ENS-RUN-FROM            PIC 9(08).
000740     05  ENS-RUN-TO              PIC 9(08).
000750     05  ENS-SUSTAIN             PIC 9(04).
000760     05  FILLER                  PIC X(44).

000770 FD  RUN-REGISTRY-FILE.
000780     COPY RUNREG.

000790 FD  SEED-OUTPUT-FILE.
000800     COPY SEEDREC.

000810 FD  KAIROS-AUDIT-FILE.
000820     COPY AUDITREC.

000830 FD  ENSEMBLE-BAND-FILE.
000840     COPY ENSREC.

000850 FD  REPORT-FILE.
000860 01  REPORT-LINE                PIC X(80).

000870 WORKING-STORAGE SECTION.
000880 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
000890     88  CARD-STATUS-OK      VALUE "00".
000900 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000910     88  REGISTRY-STATUS-OK  VALUE "00".
000920     88  REGISTRY-STATUS-EOF VALUE "10".
000930 01  WS-SEED-STATUS          PIC X(02) VALUE SPACES.
000940     88  SEED-STATUS-OK      VALUE "00".
000950     88  SEED-STATUS-EOF     VALUE "10".
000960 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
000970     88  AUDIT-STATUS-OK     VALUE "00".
000980     88  AUDIT-STATUS-EOF    VALUE "10".
000990 01  WS-BAND-STATUS          PIC X(02) VALUE SPACES.
001000 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001010 01  WS-LABEL                PIC X(16) VALUE SPACES.
001020 01  WS-RUN-FROM             PIC 9(08) VALUE ZERO.
001030 01  WS-RUN-TO               PIC 9(08) VALUE 99999999.
001040 01  WS-SUSTAIN              PIC 9(04) VALUE 5.
001050 01  WS-SELECT-DONE-SW       PIC X(01) VALUE "N".
001060     88  SELECT-DONE         VALUE "Y".
001070 01  WS-SKIPPED-RUNS         PIC 9(04) VALUE ZERO.
001080 01  WS-OVER-MEMBERS         PIC 9(04) VALUE ZERO.
001090 01  WS-OVER-POINTS          PIC 9(09) VALUE ZERO.
001100 01  WS-FLAGGED-COUNT        PIC 9(03) VALUE ZERO.
001110 01  WS-ACTIVATED-COUNT      PIC 9(03) VALUE ZERO.

001120*----------------------------------------------------------------
001130* MEMBER TABLE - ONE ENTRY PER SELECTED RUN, IN RUN-ID ORDER (THE
001140* REGISTRY IS BROWSED IN KEY ORDER).  50 COVERS THE BATCH SIZES
001150* THE MODELERS QUEUE WITH ROOM TO SPARE.  THE STRETCH FIELDS
001160* OCCUR TWICE - 1 FIELDPRINT, 2 ORDER-PARAM - AND HOLD THE OPEN
001170* STRETCH OUTSIDE THE BAND (SIDE L BELOW P10, H ABOVE P90) AND
001180* THE LONGEST ONE SEEN.
001190*----------------------------------------------------------------
001200 01  WS-MEMBER-COUNT         PIC 9(03) VALUE ZERO.
001210 01  WS-MEMBER-TABLE.
001220     05  WS-MEMBER-ENTRY     OCCURS 50 TIMES.
001230         10  MB-RUN-ID           PIC 9(08).
001240         10  MB-SEED             PIC 9(09).
001250         10  MB-STATUS           PIC X(01).
001260         10  MB-REC-COUNT        PIC 9(07).
001270         10  MB-ACT-COUNT        PIC 9(07).
001280         10  MB-FIRST-ACT-T      PIC 9(07).
001290         10  MB-CURSOR           PIC 9(04).
001300         10  MB-OUT-NOW          PIC X(01).
001310         10  MB-FLAG             PIC X(01).
001320             88  MB-FLAGGED      VALUE "Y".
001330         10  MB-METRIC           OCCURS 2 TIMES.
001340             15  MB-STREAK           PIC 9(04).
001350             15  MB-STREAK-SIDE      PIC X(01).
001360             15  MB-STREAK-T         PIC 9(07).
001370             15  MB-LONGEST          PIC 9(04).
001380             15  MB-LONGEST-SIDE     PIC X(01).
001390             15  MB-LONGEST-T        PIC 9(07).
001400 01  MB-X                    PIC 9(03).
001410 01  MET-X                   PIC 9(01).
001420 01  WS-CUR-RUN              PIC 9(08) VALUE ZERO.
001430 01  WS-CUR-MEMBER           PIC 9(03) VALUE ZERO.

001440*----------------------------------------------------------------
001450* OUT-T GRID - THE UNION OF THE MEMBERS' SEEDOUT T VALUES, SORTED
001460* ASCENDING.  1000 POINTS IS A MILLION-STEP RUN AT THE QUEUE'S
001470* DEFAULT 1000-STEP SEEDOUT CADENCE (A FINER QUEUE CADENCE
001475* COVERS A SHORTER RUN).  THE VALUE TABLE HOLDS EACH MEMBER'S
001480* FIELDPRINT (1) AND ORDER-PARAM (2) AT EACH GRID POINT.
001490*----------------------------------------------------------------
001500 01  WS-GRID-COUNT           PIC 9(04) VALUE ZERO.
001510 01  WS-GRID-TABLE.
001520     05  GR-T                OCCURS 1000 TIMES PIC 9(07).
001530 01  SLOT-X                  PIC 9(04).
001540 01  SLOT-Y                  PIC 9(04).
001550 01  SLOT-Z                  PIC 9(04).
001560 01  WS-GRID-SWAP            PIC 9(07).
001570 01  WS-VALUE-TABLE.
001580     05  VT-MEMBER           OCCURS 50 TIMES.
001590         10  VT-SLOT         OCCURS 1000 TIMES.
001600             15  VT-PRESENT      PIC X(01).
001610             15  VT-VALUE        OCCURS 2 TIMES
001620                                 PIC S9(5)V9(5) COMP-3.

001630*----------------------------------------------------------------
001640* RANKING WORK AREA - ONE METRIC'S VALUES AT ONE GRID POINT (OR
001650* THE MEMBERS' ACTIVATION FIGURES), SORTED ASCENDING FOR THE
001660* PERCENTILES.  A PERCENTILE IS INTERPOLATED AT RANK
001670* 1 + P * (N - 1) / 100.
001680*----------------------------------------------------------------
001690 01  WS-RANK-N               PIC 9(03).
001700 01  WS-RANK-TABLE.
001710     05  WS-RANK-VALUE       OCCURS 50 TIMES PIC S9(7)V9(5).
001720 01  RANK-X                  PIC 9(03).
001730 01  RANK-Y                  PIC 9(03).
001740 01  RANK-Z                  PIC 9(03).
001750 01  WS-RANK-SWAP            PIC S9(7)V9(5).
001760 01  WS-RANK-SUM             PIC S9(10)V9(5).
001770 01  WS-RANK-SQ-SUM          PIC 9(15)V9(10).
001780 01  WS-RANK-DEV             PIC S9(8)V9(5).
001790 01  WS-RANK-MEAN            PIC S9(7)V9(5).
001800 01  WS-RANK-SD              PIC 9(7)V9(5).
001810 01  WS-PCT-WANT             PIC 9(03).
001820 01  WS-PCT-POS              PIC 9(03)V9(06).
001830 01  WS-PCT-LOW              PIC 9(03).
001840 01  WS-PCT-FRAC             PIC 9(01)V9(06).
001850 01  WS-PCT-VALUE            PIC S9(7)V9(5).
001860 01  WS-STAT-TABLE.
001870     05  WS-STAT             OCCURS 2 TIMES.
001880         10  ST-MEAN             PIC S9(5)V9(5).
001890         10  ST-SD               PIC S9(5)V9(5).
001900         10  ST-P10              PIC S9(5)V9(5).
001910         10  ST-P50              PIC S9(5)V9(5).
001920         10  ST-P90              PIC S9(5)V9(5).
001930 01  WS-SLOT-MEMBERS         PIC 9(03).
001940 01  WS-SLOT-OUTSIDE         PIC 9(03).
001950 01  WS-SIDE                 PIC X(01).

001960 01  WS-HEADER-LINE.
001970     05  FILLER              PIC X(26)
001980         VALUE "ENSEMBLE STATISTICS LABEL ".
001990     05  HL-LABEL            PIC X(16).
002000     05  FILLER              PIC X(07) VALUE "  RUNS ".
002010     05  HL-RUN-FROM         PIC 9(08).
002020     05  FILLER              PIC X(01) VALUE "-".
002030     05  HL-RUN-TO           PIC 9(08).
002040 01  WS-COUNT-LINE.
002050     05  FILLER              PIC X(08) VALUE "MEMBERS ".
002060     05  CL-MEMBERS          PIC ZZ9.
002070     05  FILLER              PIC X(15) VALUE "  OUT-T POINTS ".
002080     05  CL-POINTS           PIC ZZZ9.
002090     05  FILLER              PIC X(10) VALUE "  SUSTAIN ".
002100     05  CL-SUSTAIN          PIC ZZZ9.
002110     05  FILLER              PIC X(07) VALUE " POINTS".
002120 01  WS-BAND-HEAD-1.
002130     05  FILLER              PIC X(36) VALUE
002140         "BANDS ACROSS THE MEMBERS AT EACH OUT".
002150     05  FILLER              PIC X(44) VALUE
002160         "-T (FP FIELDPRINT, OP ORDER-PARAM)".
002170 01  WS-BAND-HEAD-2.
002180     05  FILLER              PIC X(36) VALUE
002190         "      T   N      MEAN     STD-DEV   ".
002200     05  FILLER              PIC X(44) VALUE
002210         "     P10        P50        P90   OUT".
002220 01  WS-BAND-LINE.
002230     05  BL-T                PIC Z(6)9.
002240     05  FILLER              PIC X(01) VALUE SPACE.
002250     05  BL-MEMBERS          PIC ZZ9.
002260     05  FILLER              PIC X(01) VALUE SPACE.
002270     05  BL-TAG              PIC X(02).
002280     05  BL-MEAN             PIC -(4)9.99999.
002290     05  FILLER              PIC X(01) VALUE SPACE.
002300     05  BL-SD               PIC -(4)9.99999.
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  BL-P10              PIC -(4)9.99999.
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  BL-P50              PIC -(4)9.99999.
002350     05  FILLER              PIC X(01) VALUE SPACE.
002360     05  BL-P90              PIC -(4)9.99999.
002370     05  FILLER              PIC X(01) VALUE SPACE.
002380     05  BL-OUTSIDE          PIC ZZ9.
002390 01  WS-MEMBER-HEAD.
002400     05  FILLER              PIC X(36) VALUE
002410         "RUN-ID     CC-SEED  ST  POINTS  ACTS".
002420     05  FILLER              PIC X(44) VALUE
002430         "  FIRST-ACT  FP-OUT  OP-OUT".
002440 01  WS-MEMBER-LINE.
002450     05  ML-RUN-ID           PIC 9(08).
002460     05  FILLER              PIC X(01) VALUE SPACE.
002470     05  ML-SEED             PIC Z(8)9.
002480     05  FILLER              PIC X(02) VALUE SPACES.
002490     05  ML-STATUS           PIC X(01).
002500     05  FILLER              PIC X(01) VALUE SPACE.
002510     05  ML-POINTS           PIC Z(6)9.
002520     05  FILLER              PIC X(01) VALUE SPACE.
002530     05  ML-ACTS             PIC Z(4)9.
002540     05  FILLER              PIC X(02) VALUE SPACES.
002550     05  ML-FIRST-ACT        PIC Z(8)9.
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  ML-FP-OUT           PIC Z(4)9.
002580     05  ML-FP-SIDE          PIC X(01).
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  ML-OP-OUT           PIC Z(4)9.
002610     05  ML-OP-SIDE          PIC X(01).
002620     05  FILLER              PIC X(01) VALUE SPACE.
002630     05  ML-FLAG             PIC X(10).
002640 01  WS-STRETCH-LINE.
002650     05  FILLER              PIC X(04) VALUE "RUN ".
002660     05  SL-RUN-ID           PIC 9(08).
002670     05  FILLER              PIC X(01) VALUE SPACE.
002680     05  SL-METRIC           PIC X(11).
002690     05  SL-SIDE-TEXT        PIC X(10).
002700     05  FILLER              PIC X(05) VALUE " FOR ".
002710     05  SL-POINTS           PIC Z(3)9.
002720     05  FILLER              PIC X(15) VALUE " POINTS FROM T ".
002730     05  SL-T                PIC Z(6)9.
002740 01  WS-SPREAD-HEAD.
002750     05  FILLER              PIC X(36) VALUE
002760         "                         MEAN     SD".
002770     05  FILLER              PIC X(44) VALUE
002780         "     MIN     P10     P50     P90     MAX".
002790 01  WS-SPREAD-LINE.
002800     05  SPL-TEXT            PIC X(20).
002810     05  SPL-N               PIC ZZ9.
002820     05  FILLER              PIC X(01) VALUE SPACE.
002830     05  SPL-MEAN            PIC Z(6)9.9.
002840     05  SPL-SD              PIC Z(6)9.9.
002850     05  SPL-MIN             PIC Z(7)9.
002860     05  SPL-P10             PIC Z(7)9.
002870     05  SPL-P50             PIC Z(7)9.
002880     05  SPL-P90             PIC Z(7)9.
002890     05  SPL-MAX             PIC Z(7)9.
002900 01  WS-NO-ACT-LINE          PIC X(80) VALUE
002910     "FIRST ACTIVATION T      - NO MEMBER ACTIVATED".
002920 01  WS-SUMMARY-LINE.
002930     05  SML-TEXT            PIC X(36).
002940     05  SML-VALUE           PIC Z(8)9.

002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------------
002970 0000-MAINLINE.
002980*----------------------------------------------------------------
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 1100-SELECT-MEMBERS THRU 1100-EXIT.
003010     PERFORM 2000-BUILD-T-GRID THRU 2000-EXIT.
003020     PERFORM 2500-LOAD-VALUES THRU 2500-EXIT.
003030     PERFORM 3000-TALLY-ACTIVATIONS THRU 3000-EXIT.
003040     PERFORM 4000-BUILD-BANDS THRU 4000-EXIT.
003050     PERFORM 5000-MEMBER-REPORT THRU 5000-EXIT.
003060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003070     STOP RUN.

003080*----------------------------------------------------------------
003090 1000-INITIALIZE.
003100*----------------------------------------------------------------
003110     OPEN INPUT ENSEMBLE-CARD-FILE.
003120     IF NOT CARD-STATUS-OK
003130         DISPLAY "WITNESS-ENSEMBLE: ENSCARD NOT AVAILABLE - "
003140             "ABENDING"
003150         STOP RUN WITH ERROR STATUS 16
003160     END-IF.
003170     READ ENSEMBLE-CARD-FILE
003180         AT END
003190             DISPLAY "WITNESS-ENSEMBLE: ENSCARD EMPTY - ABENDING"
003200             STOP RUN WITH ERROR STATUS 16
003210     END-READ.
003220     CLOSE ENSEMBLE-CARD-FILE.
003230     MOVE ENS-LABEL TO WS-LABEL.
003240     IF ENS-RUN-FROM IS NUMERIC
003250         MOVE ENS-RUN-FROM TO WS-RUN-FROM
003260     END-IF.
003270     IF ENS-RUN-TO IS NUMERIC AND ENS-RUN-TO > ZERO
003280         MOVE ENS-RUN-TO TO WS-RUN-TO
003290     END-IF.
003300     IF ENS-SUSTAIN IS NUMERIC AND ENS-SUSTAIN > ZERO
003310         MOVE ENS-SUSTAIN TO WS-SUSTAIN
003320     END-IF.
003330     IF WS-LABEL = SPACES AND WS-RUN-FROM = ZERO
003340             AND WS-RUN-TO = 99999999
003350         DISPLAY "WITNESS-ENSEMBLE: ENSCARD NAMES NEITHER A "
003360             "LABEL NOR A RUN-ID RANGE - ABENDING"
003370         STOP RUN WITH ERROR STATUS 16
003380     END-IF.
003390     IF WS-RUN-TO < WS-RUN-FROM
003400         DISPLAY "WITNESS-ENSEMBLE: RUN-ID RANGE " WS-RUN-FROM
003410             "-" WS-RUN-TO " IS EMPTY - ABENDING"
003420         STOP RUN WITH ERROR STATUS 16
003430     END-IF.
003440     INITIALIZE WS-MEMBER-TABLE.
003450     INITIALIZE WS-VALUE-TABLE.
003460 1000-EXIT.
003470     EXIT.

003480*----------------------------------------------------------------
003490 1100-SELECT-MEMBERS.
003500*    BROWSES RUNREGST FROM THE LOW END OF THE RANGE.  A RUN STILL
003510*    IN FLIGHT (STATUS R) HAS NO CLOSED-OUT OUTPUT TO SUMMARIZE
003520*    AND IS SKIPPED; A MEMBER THAT DIVERGED (D) STAYS IN, ITS
003530*    RECORDS SIMPLY END EARLY.
003540*----------------------------------------------------------------
003550     OPEN INPUT RUN-REGISTRY-FILE.
003560     IF NOT REGISTRY-STATUS-OK
003570         DISPLAY "WITNESS-ENSEMBLE: RUNREGST NOT AVAILABLE - "
003580             "ABENDING"
003590         STOP RUN WITH ERROR STATUS 16
003600     END-IF.
003610     MOVE WS-RUN-FROM TO REG-RUN-ID.
003620     START RUN-REGISTRY-FILE KEY NOT < REG-RUN-ID
003630         INVALID KEY
003640             SET SELECT-DONE TO TRUE
003650     END-START.
003660     PERFORM 1110-READ-ONE-REGISTRY THRU 1110-EXIT
003670         UNTIL SELECT-DONE.
003680     CLOSE RUN-REGISTRY-FILE.
003690     IF WS-MEMBER-COUNT = ZERO
003700         DISPLAY "WITNESS-ENSEMBLE: NO REGISTRY ENTRIES MATCH "
003710             "LABEL '" WS-LABEL "' RUNS " WS-RUN-FROM "-"
003720             WS-RUN-TO
003730         STOP RUN WITH ERROR STATUS 8
003740     END-IF.
003750     IF WS-OVER-MEMBERS > ZERO
003760         DISPLAY "WITNESS-ENSEMBLE: " WS-OVER-MEMBERS
003770             " MATCHING RUNS PAST THE 50-MEMBER LIMIT NOT "
003780             "INCLUDED"
003790     END-IF.
003800     DISPLAY "WITNESS-ENSEMBLE: " WS-MEMBER-COUNT
003810         " MEMBERS SELECTED, " WS-SKIPPED-RUNS
003820         " IN-FLIGHT RUNS SKIPPED".
003830 1100-EXIT.
003840     EXIT.

003850*----------------------------------------------------------------
003860 1110-READ-ONE-REGISTRY.
003870*----------------------------------------------------------------
003880     READ RUN-REGISTRY-FILE NEXT RECORD
003890         AT END
003900             SET SELECT-DONE TO TRUE
003910             GO TO 1110-EXIT
003920     END-READ.
003930     IF REG-RUN-ID > WS-RUN-TO
003940         SET SELECT-DONE TO TRUE
003950         GO TO 1110-EXIT
003960     END-IF.
003970     IF WS-LABEL NOT = SPACES AND REG-LABEL NOT = WS-LABEL
003980         GO TO 1110-EXIT
003990     END-IF.
004000     IF REG-STATUS = "R"
004010         ADD 1 TO WS-SKIPPED-RUNS
004020         GO TO 1110-EXIT
004030     END-IF.
004040     IF WS-MEMBER-COUNT NOT < 50
004050         ADD 1 TO WS-OVER-MEMBERS
004060         GO TO 1110-EXIT
004070     END-IF.
004080     ADD 1 TO WS-MEMBER-COUNT.
004090     MOVE WS-MEMBER-COUNT TO MB-X.
004100     MOVE REG-RUN-ID TO MB-RUN-ID(MB-X).
004110     MOVE REG-SEED TO MB-SEED(MB-X).
004120     MOVE REG-STATUS TO MB-STATUS(MB-X).
004130     MOVE 1 TO MB-CURSOR(MB-X).
004140 1110-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------
004170 2000-BUILD-T-GRID.
004180*    FIRST PASS OVER SEEDOUT - COLLECTS EVERY OUT-T A MEMBER
004190*    WROTE, THEN SORTS THE GRID ASCENDING.  THE QUEUE WRITES ALL
004200*    ITS SCENARIOS TO ONE DATASET, SO RECORDS OF OTHER RUNS ARE
004210*    PASSED OVER BY RUN-ID.
004220*----------------------------------------------------------------
004230     OPEN INPUT SEED-OUTPUT-FILE.
004240     IF NOT SEED-STATUS-OK
004250         DISPLAY "WITNESS-ENSEMBLE: SEEDOUT NOT AVAILABLE - "
004260             "ABENDING"
004270         STOP RUN WITH ERROR STATUS 16
004280     END-IF.
004290     PERFORM 2100-GRID-ONE-RECORD THRU 2100-EXIT
004300         UNTIL SEED-STATUS-EOF.
004310     CLOSE SEED-OUTPUT-FILE.
004320     IF WS-GRID-COUNT = ZERO
004330         DISPLAY "WITNESS-ENSEMBLE: NO SEEDOUT RECORDS FOR THE "
004340             "SELECTED MEMBERS - ABENDING"
004350         STOP RUN WITH ERROR STATUS 8
004360     END-IF.
004370     IF WS-OVER-POINTS > ZERO
004380         DISPLAY "WITNESS-ENSEMBLE: " WS-OVER-POINTS
004390             " RECORDS PAST THE 1000-POINT GRID NOT INCLUDED"
004400     END-IF.
004410     IF WS-GRID-COUNT > 1
004420         PERFORM 2210-ONE-SORT-PASS THRU 2210-EXIT
004430             VARYING SLOT-X FROM 1 BY 1
004440             UNTIL SLOT-X NOT < WS-GRID-COUNT
004450     END-IF.
004460 2000-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490 2100-GRID-ONE-RECORD.
004500*----------------------------------------------------------------
004510     READ SEED-OUTPUT-FILE
004520         AT END
004530             SET SEED-STATUS-EOF TO TRUE
004540             GO TO 2100-EXIT
004550     END-READ.
004560     PERFORM 2150-FIND-MEMBER THRU 2150-EXIT.
004570     IF WS-CUR-MEMBER = ZERO
004580         GO TO 2100-EXIT
004590     END-IF.
004600     PERFORM VARYING SLOT-X FROM 1 BY 1
004610             UNTIL SLOT-X > WS-GRID-COUNT
004620         IF GR-T(SLOT-X) = OUT-T
004630             GO TO 2100-EXIT
004640         END-IF
004650     END-PERFORM.
004660     IF WS-GRID-COUNT NOT < 1000
004670         ADD 1 TO WS-OVER-POINTS
004680         GO TO 2100-EXIT
004690     END-IF.
004700     ADD 1 TO WS-GRID-COUNT.
004710     MOVE OUT-T TO GR-T(WS-GRID-COUNT).
004720 2100-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750 2150-FIND-MEMBER.
004760*    RETURNS THE MEMBER SLOT FOR OUT-RUN-ID IN WS-CUR-MEMBER, ZERO
004770*    FOR A RUN OUTSIDE THE ENSEMBLE.  RECORDS ARRIVE GROUPED BY
004780*    RUN, SO THE LAST ANSWER IS KEPT.
004790*----------------------------------------------------------------
004800     IF OUT-RUN-ID = WS-CUR-RUN
004810         GO TO 2150-EXIT
004820     END-IF.
004830     MOVE OUT-RUN-ID TO WS-CUR-RUN.
004840     MOVE ZERO TO WS-CUR-MEMBER.
004850     PERFORM VARYING MB-X FROM 1 BY 1
004860             UNTIL MB-X > WS-MEMBER-COUNT
004870         IF MB-RUN-ID(MB-X) = OUT-RUN-ID
004880             MOVE MB-X TO WS-CUR-MEMBER
004890             GO TO 2150-EXIT
004900         END-IF
004910     END-PERFORM.
004920 2150-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950 2210-ONE-SORT-PASS.
004960*    STRAIGHT EXCHANGE SORT OF THE GRID, AS WITNESS-HISTORY SORTS
004970*    ITS RUN TABLE.
004980*----------------------------------------------------------------
004990     PERFORM 2220-COMPARE-ONE-PAIR THRU 2220-EXIT
005000         VARYING SLOT-Y FROM 1 BY 1
005010         UNTIL SLOT-Y NOT < WS-GRID-COUNT.
005020 2210-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------
005050 2220-COMPARE-ONE-PAIR.
005060*----------------------------------------------------------------
005070     COMPUTE SLOT-Z = SLOT-Y + 1.
005080     IF GR-T(SLOT-Y) > GR-T(SLOT-Z)
005090         MOVE GR-T(SLOT-Y) TO WS-GRID-SWAP
005100         MOVE GR-T(SLOT-Z) TO GR-T(SLOT-Y)
005110         MOVE WS-GRID-SWAP TO GR-T(SLOT-Z)
005120     END-IF.
005130 2220-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160 2500-LOAD-VALUES.
005170*    SECOND PASS - EACH MEMBER RECORD IS PLACED ON ITS GRID POINT.
005180*    A MEMBER'S RECORDS ASCEND IN T, SO ITS SEARCH RESUMES FROM
005190*    WHERE ITS LAST RECORD LANDED (MB-CURSOR).
005200*----------------------------------------------------------------
005210     MOVE ZERO TO WS-CUR-RUN.
005220     MOVE ZERO TO WS-CUR-MEMBER.
005230     MOVE SPACES TO WS-SEED-STATUS.
005240     OPEN INPUT SEED-OUTPUT-FILE.
005250     PERFORM 2600-LOAD-ONE-RECORD THRU 2600-EXIT
005260         UNTIL SEED-STATUS-EOF.
005270     CLOSE SEED-OUTPUT-FILE.
005280 2500-EXIT.
005290     EXIT.

005300*----------------------------------------------------------------
005310 2600-LOAD-ONE-RECORD.
005320*----------------------------------------------------------------
005330     READ SEED-OUTPUT-FILE
005340         AT END
005350             SET SEED-STATUS-EOF TO TRUE
005360             GO TO 2600-EXIT
005370     END-READ.
005380     PERFORM 2150-FIND-MEMBER THRU 2150-EXIT.
005390     IF WS-CUR-MEMBER = ZERO
005400         GO TO 2600-EXIT
005410     END-IF.
005420     MOVE WS-CUR-MEMBER TO MB-X.
005430     MOVE MB-CURSOR(MB-X) TO SLOT-X.
005440     IF GR-T(SLOT-X) > OUT-T
005450         MOVE 1 TO SLOT-X
005460     END-IF.
005470     PERFORM VARYING SLOT-X FROM SLOT-X BY 1
005480             UNTIL SLOT-X > WS-GRID-COUNT
005490         IF GR-T(SLOT-X) = OUT-T
005500             MOVE "Y" TO VT-PRESENT(MB-X, SLOT-X)
005510             MOVE OUT-FIELDPRINT TO VT-VALUE(MB-X, SLOT-X, 1)
005520             MOVE OUT-ORDERPARAM TO VT-VALUE(MB-X, SLOT-X, 2)
005530             MOVE SLOT-X TO MB-CURSOR(MB-X)
005540             ADD 1 TO MB-REC-COUNT(MB-X)
005550             GO TO 2600-EXIT
005560         END-IF
005570     END-PERFORM.
005580 2600-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610 3000-TALLY-ACTIVATIONS.
005620*    KAIROSAU IS OPTIONAL - WITHOUT IT THE BANDS STILL PRINT AND
005630*    THE ACTIVATION SPREAD REPORTS ZERO.
005640*----------------------------------------------------------------
005650     OPEN INPUT KAIROS-AUDIT-FILE.
005660     IF NOT AUDIT-STATUS-OK
005670         DISPLAY "WITNESS-ENSEMBLE: KAIROSAU NOT AVAILABLE - "
005680             "ACTIVATION SPREAD REPORTS ZERO"
005690         GO TO 3000-EXIT
005700     END-IF.
005710     PERFORM 3100-ONE-AUDIT THRU 3100-EXIT
005720         UNTIL AUDIT-STATUS-EOF.
005730     CLOSE KAIROS-AUDIT-FILE.
005740 3000-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770 3100-ONE-AUDIT.
005780*----------------------------------------------------------------
005790     READ KAIROS-AUDIT-FILE
005800         AT END
005810             SET AUDIT-STATUS-EOF TO TRUE
005820             GO TO 3100-EXIT
005830     END-READ.
005832     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
005834         GO TO 3100-EXIT
005836     END-IF.
005840     PERFORM VARYING MB-X FROM 1 BY 1
005850             UNTIL MB-X > WS-MEMBER-COUNT
005860         IF MB-RUN-ID(MB-X) = AUD-RUN-ID
005870             ADD 1 TO MB-ACT-COUNT(MB-X)
005880             IF MB-FIRST-ACT-T(MB-X) = ZERO
005890                     OR AUD-T < MB-FIRST-ACT-T(MB-X)
005900                 MOVE AUD-T TO MB-FIRST-ACT-T(MB-X)
005910             END-IF
005920             GO TO 3100-EXIT
005930         END-IF
005940     END-PERFORM.
005950 3100-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------
005980 4000-BUILD-BANDS.
005990*----------------------------------------------------------------
006000     OPEN OUTPUT ENSEMBLE-BAND-FILE.
006010     OPEN OUTPUT REPORT-FILE.
006020     MOVE WS-LABEL TO HL-LABEL.
006030     MOVE WS-RUN-FROM TO HL-RUN-FROM.
006040     MOVE WS-RUN-TO TO HL-RUN-TO.
006050     MOVE WS-HEADER-LINE TO REPORT-LINE.
006060     WRITE REPORT-LINE.
006070     MOVE WS-MEMBER-COUNT TO CL-MEMBERS.
006080     MOVE WS-GRID-COUNT TO CL-POINTS.
006090     MOVE WS-SUSTAIN TO CL-SUSTAIN.
006100     MOVE WS-COUNT-LINE TO REPORT-LINE.
006110     WRITE REPORT-LINE.
006120     MOVE SPACES TO REPORT-LINE.
006130     WRITE REPORT-LINE.
006140     MOVE WS-BAND-HEAD-1 TO REPORT-LINE.
006150     WRITE REPORT-LINE.
006160     MOVE WS-BAND-HEAD-2 TO REPORT-LINE.
006170     WRITE REPORT-LINE.
006180     PERFORM 4100-ONE-SLOT THRU 4100-EXIT
006190         VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > WS-GRID-COUNT.
006200     CLOSE ENSEMBLE-BAND-FILE.
006210 4000-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240 4100-ONE-SLOT.
006250*----------------------------------------------------------------
006260     MOVE ZERO TO WS-SLOT-OUTSIDE.
006270     PERFORM VARYING MB-X FROM 1 BY 1
006280             UNTIL MB-X > WS-MEMBER-COUNT
006290         MOVE "N" TO MB-OUT-NOW(MB-X)
006300     END-PERFORM.
006310     PERFORM 4200-RANK-ONE-METRIC THRU 4200-EXIT
006320         VARYING MET-X FROM 1 BY 1 UNTIL MET-X > 2.
006330     PERFORM VARYING MB-X FROM 1 BY 1
006340             UNTIL MB-X > WS-MEMBER-COUNT
006350         IF MB-OUT-NOW(MB-X) = "Y"
006360             ADD 1 TO WS-SLOT-OUTSIDE
006370         END-IF
006380     END-PERFORM.
006390     MOVE WS-LABEL TO EB-LABEL.
006400     MOVE GR-T(SLOT-X) TO EB-T.
006410     MOVE WS-SLOT-MEMBERS TO EB-MEMBERS.
006420     MOVE ST-MEAN(1) TO EB-FP-MEAN.
006430     MOVE ST-SD(1) TO EB-FP-STDDEV.
006440     MOVE ST-P10(1) TO EB-FP-P10.
006450     MOVE ST-P50(1) TO EB-FP-P50.
006460     MOVE ST-P90(1) TO EB-FP-P90.
006470     MOVE ST-MEAN(2) TO EB-OP-MEAN.
006480     MOVE ST-SD(2) TO EB-OP-STDDEV.
006490     MOVE ST-P10(2) TO EB-OP-P10.
006500     MOVE ST-P50(2) TO EB-OP-P50.
006510     MOVE ST-P90(2) TO EB-OP-P90.
006520     MOVE WS-SLOT-OUTSIDE TO EB-OUTSIDE.
006530     WRITE ENSEMBLE-BAND-RECORD.
006540     MOVE GR-T(SLOT-X) TO BL-T.
006550     MOVE WS-SLOT-MEMBERS TO BL-MEMBERS.
006560     MOVE "FP" TO BL-TAG.
006570     MOVE 1 TO MET-X.
006580     PERFORM 4600-PRINT-BAND THRU 4600-EXIT.
006590     MOVE SPACES TO WS-BAND-LINE.
006600     MOVE "OP" TO BL-TAG.
006610     MOVE 2 TO MET-X.
006620     PERFORM 4600-PRINT-BAND THRU 4600-EXIT.
006630 4100-EXIT.
006640     EXIT.

006650*----------------------------------------------------------------
006660 4200-RANK-ONE-METRIC.
006670*    MEAN, SAMPLE STANDARD DEVIATION AND THE THREE PERCENTILES OF
006680*    METRIC MET-X OVER THE MEMBERS PRESENT AT GRID POINT SLOT-X,
006690*    THEN EACH MEMBER'S STRETCH OUTSIDE THE 10-90 BAND.
006700*----------------------------------------------------------------
006710     MOVE ZERO TO WS-RANK-N.
006720     MOVE ZERO TO WS-RANK-SUM.
006730     PERFORM VARYING MB-X FROM 1 BY 1
006740             UNTIL MB-X > WS-MEMBER-COUNT
006750         IF VT-PRESENT(MB-X, SLOT-X) = "Y"
006760             ADD 1 TO WS-RANK-N
006770             MOVE VT-VALUE(MB-X, SLOT-X, MET-X)
006780                 TO WS-RANK-VALUE(WS-RANK-N)
006790             ADD VT-VALUE(MB-X, SLOT-X, MET-X) TO WS-RANK-SUM
006800         END-IF
006810     END-PERFORM.
006820     MOVE WS-RANK-N TO WS-SLOT-MEMBERS.
006830     PERFORM 4300-RANK-STATISTICS THRU 4300-EXIT.
006840     MOVE WS-RANK-MEAN TO ST-MEAN(MET-X).
006850     MOVE WS-RANK-SD TO ST-SD(MET-X).
006860     MOVE 10 TO WS-PCT-WANT.
006870     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
006880     MOVE WS-PCT-VALUE TO ST-P10(MET-X).
006890     MOVE 50 TO WS-PCT-WANT.
006900     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
006910     MOVE WS-PCT-VALUE TO ST-P50(MET-X).
006920     MOVE 90 TO WS-PCT-WANT.
006930     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
006940     MOVE WS-PCT-VALUE TO ST-P90(MET-X).
006950     PERFORM 4500-TRACK-ONE-MEMBER THRU 4500-EXIT
006960         VARYING MB-X FROM 1 BY 1 UNTIL MB-X > WS-MEMBER-COUNT.
006970 4200-EXIT.
006980     EXIT.

006990*----------------------------------------------------------------
007000 4300-RANK-STATISTICS.
007010*    WS-RANK-VALUE(1..WS-RANK-N) AND WS-RANK-SUM IN; MEAN AND
007020*    SAMPLE STANDARD DEVIATION OUT, AND THE VALUES LEFT SORTED
007030*    ASCENDING FOR 4400-PERCENTILE.
007040*----------------------------------------------------------------
007050     MOVE ZERO TO WS-RANK-MEAN.
007060     MOVE ZERO TO WS-RANK-SD.
007070     IF WS-RANK-N = ZERO
007080         GO TO 4300-EXIT
007090     END-IF.
007100     COMPUTE WS-RANK-MEAN ROUNDED = WS-RANK-SUM / WS-RANK-N.
007110     MOVE ZERO TO WS-RANK-SQ-SUM.
007120     PERFORM VARYING RANK-X FROM 1 BY 1 UNTIL RANK-X > WS-RANK-N
007130         COMPUTE WS-RANK-DEV =
007140             WS-RANK-VALUE(RANK-X) - WS-RANK-MEAN
007150         COMPUTE WS-RANK-SQ-SUM = WS-RANK-SQ-SUM
007160             + WS-RANK-DEV * WS-RANK-DEV
007170     END-PERFORM.
007180     IF WS-RANK-N > 1
007190         COMPUTE WS-RANK-SD ROUNDED =
007200             FUNCTION SQRT(WS-RANK-SQ-SUM / (WS-RANK-N - 1))
007210     END-IF.
007220     IF WS-RANK-N > 1
007230         PERFORM 4310-ONE-SORT-PASS THRU 4310-EXIT
007240             VARYING RANK-X FROM 1 BY 1
007250             UNTIL RANK-X NOT < WS-RANK-N
007260     END-IF.
007270 4300-EXIT.
007280     EXIT.

007290*----------------------------------------------------------------
007300 4310-ONE-SORT-PASS.
007310*----------------------------------------------------------------
007320     PERFORM 4320-COMPARE-ONE-PAIR THRU 4320-EXIT
007330         VARYING RANK-Y FROM 1 BY 1
007340         UNTIL RANK-Y NOT < WS-RANK-N.
007350 4310-EXIT.
007360     EXIT.

007370*----------------------------------------------------------------
007380 4320-COMPARE-ONE-PAIR.
007390*----------------------------------------------------------------
007400     COMPUTE RANK-Z = RANK-Y + 1.
007410     IF WS-RANK-VALUE(RANK-Y) > WS-RANK-VALUE(RANK-Z)
007420         MOVE WS-RANK-VALUE(RANK-Y) TO WS-RANK-SWAP
007430         MOVE WS-RANK-VALUE(RANK-Z) TO WS-RANK-VALUE(RANK-Y)
007440         MOVE WS-RANK-SWAP TO WS-RANK-VALUE(RANK-Z)
007450     END-IF.
007460 4320-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------
007490 4400-PERCENTILE.
007500*    WS-PCT-WANT PERCENTILE OF THE SORTED RANK VALUES, LINEARLY
007510*    INTERPOLATED BETWEEN THE TWO NEAREST RANKS.
007520*----------------------------------------------------------------
007530     MOVE ZERO TO WS-PCT-VALUE.
007540     IF WS-RANK-N = ZERO
007550         GO TO 4400-EXIT
007560     END-IF.
007570     COMPUTE WS-PCT-POS = 1 + WS-PCT-WANT * (WS-RANK-N - 1) / 100.
007580     MOVE WS-PCT-POS TO WS-PCT-LOW.
007590     COMPUTE WS-PCT-FRAC = WS-PCT-POS - WS-PCT-LOW.
007600     IF WS-PCT-LOW NOT < WS-RANK-N
007610         MOVE WS-RANK-VALUE(WS-RANK-N) TO WS-PCT-VALUE
007620     ELSE
007630         COMPUTE WS-PCT-VALUE ROUNDED = WS-RANK-VALUE(WS-PCT-LOW)
007640             + WS-PCT-FRAC * (WS-RANK-VALUE(WS-PCT-LOW + 1)
007650                 - WS-RANK-VALUE(WS-PCT-LOW))
007660     END-IF.
007670 4400-EXIT.
007680     EXIT.

007690*----------------------------------------------------------------
007700 4500-TRACK-ONE-MEMBER.
007710*    A STRETCH RUNS WHILE THE MEMBER STAYS OUTSIDE THE BAND ON THE
007720*    SAME SIDE; CROSSING BACK INSIDE, CROSSING TO THE OTHER SIDE
007730*    OR HAVING NO RECORD AT THIS POINT ENDS IT.
007740*----------------------------------------------------------------
007750     MOVE SPACE TO WS-SIDE.
007760     IF VT-PRESENT(MB-X, SLOT-X) NOT = "Y"
007770         MOVE ZERO TO MB-STREAK(MB-X, MET-X)
007780         GO TO 4500-EXIT
007790     END-IF.
007800     IF VT-VALUE(MB-X, SLOT-X, MET-X) < ST-P10(MET-X)
007810         MOVE "L" TO WS-SIDE
007820     END-IF.
007830     IF VT-VALUE(MB-X, SLOT-X, MET-X) > ST-P90(MET-X)
007840         MOVE "H" TO WS-SIDE
007850     END-IF.
007860     IF WS-SIDE = SPACE
007870         MOVE ZERO TO MB-STREAK(MB-X, MET-X)
007880         GO TO 4500-EXIT
007890     END-IF.
007900     MOVE "Y" TO MB-OUT-NOW(MB-X).
007910     IF MB-STREAK(MB-X, MET-X) > ZERO
007920             AND MB-STREAK-SIDE(MB-X, MET-X) = WS-SIDE
007930         ADD 1 TO MB-STREAK(MB-X, MET-X)
007940     ELSE
007950         MOVE 1 TO MB-STREAK(MB-X, MET-X)
007960         MOVE WS-SIDE TO MB-STREAK-SIDE(MB-X, MET-X)
007970         MOVE GR-T(SLOT-X) TO MB-STREAK-T(MB-X, MET-X)
007980     END-IF.
007990     IF MB-STREAK(MB-X, MET-X) > MB-LONGEST(MB-X, MET-X)
008000         MOVE MB-STREAK(MB-X, MET-X) TO MB-LONGEST(MB-X, MET-X)
008010         MOVE WS-SIDE TO MB-LONGEST-SIDE(MB-X, MET-X)
008020         MOVE MB-STREAK-T(MB-X, MET-X)
008030             TO MB-LONGEST-T(MB-X, MET-X)
008040     END-IF.
008050 4500-EXIT.
008060     EXIT.

008070*----------------------------------------------------------------
008080 4600-PRINT-BAND.
008090*----------------------------------------------------------------
008100     MOVE ST-MEAN(MET-X) TO BL-MEAN.
008110     MOVE ST-SD(MET-X) TO BL-SD.
008120     MOVE ST-P10(MET-X) TO BL-P10.
008130     MOVE ST-P50(MET-X) TO BL-P50.
008140     MOVE ST-P90(MET-X) TO BL-P90.
008150     IF MET-X = 1
008160         MOVE WS-SLOT-OUTSIDE TO BL-OUTSIDE
008170     END-IF.
008180     MOVE WS-BAND-LINE TO REPORT-LINE.
008190     WRITE REPORT-LINE.
008200 4600-EXIT.
008210     EXIT.

008220*----------------------------------------------------------------
008230 5000-MEMBER-REPORT.
008240*----------------------------------------------------------------
008250     MOVE SPACES TO REPORT-LINE.
008260     WRITE REPORT-LINE.
008270     MOVE WS-MEMBER-HEAD TO REPORT-LINE.
008280     WRITE REPORT-LINE.
008290     PERFORM 5100-ONE-MEMBER THRU 5100-EXIT
008300         VARYING MB-X FROM 1 BY 1 UNTIL MB-X > WS-MEMBER-COUNT.
008310     IF WS-FLAGGED-COUNT > ZERO
008320         MOVE SPACES TO REPORT-LINE
008330         WRITE REPORT-LINE
008340         PERFORM 5200-STRETCH-LINES THRU 5200-EXIT
008350             VARYING MB-X FROM 1 BY 1
008360             UNTIL MB-X > WS-MEMBER-COUNT
008370     END-IF.
008380     MOVE SPACES TO REPORT-LINE.
008390     WRITE REPORT-LINE.
008400     MOVE WS-SPREAD-HEAD TO REPORT-LINE.
008410     WRITE REPORT-LINE.
008420     PERFORM 5300-ACTIVATION-SPREAD THRU 5300-EXIT.
008430     PERFORM 5400-FIRST-ACT-SPREAD THRU 5400-EXIT.
008440 5000-EXIT.
008450     EXIT.

008460*----------------------------------------------------------------
008470 5100-ONE-MEMBER.
008480*----------------------------------------------------------------
008490     MOVE MB-RUN-ID(MB-X) TO ML-RUN-ID.
008500     MOVE MB-SEED(MB-X) TO ML-SEED.
008510     MOVE MB-STATUS(MB-X) TO ML-STATUS.
008520     MOVE MB-REC-COUNT(MB-X) TO ML-POINTS.
008530     MOVE MB-ACT-COUNT(MB-X) TO ML-ACTS.
008540     MOVE MB-FIRST-ACT-T(MB-X) TO ML-FIRST-ACT.
008550     MOVE MB-LONGEST(MB-X, 1) TO ML-FP-OUT.
008560     MOVE MB-LONGEST-SIDE(MB-X, 1) TO ML-FP-SIDE.
008570     MOVE MB-LONGEST(MB-X, 2) TO ML-OP-OUT.
008580     MOVE MB-LONGEST-SIDE(MB-X, 2) TO ML-OP-SIDE.
008590     MOVE SPACES TO ML-FLAG.
008600     IF MB-LONGEST(MB-X, 1) NOT < WS-SUSTAIN
008610             OR MB-LONGEST(MB-X, 2) NOT < WS-SUSTAIN
008620         SET MB-FLAGGED(MB-X) TO TRUE
008630         MOVE "<< OUTSIDE" TO ML-FLAG
008640         ADD 1 TO WS-FLAGGED-COUNT
008650     END-IF.
008660     MOVE WS-MEMBER-LINE TO REPORT-LINE.
008670     WRITE REPORT-LINE.
008680 5100-EXIT.
008690     EXIT.

008700*----------------------------------------------------------------
008710 5200-STRETCH-LINES.
008720*    ONE LINE PER FLAGGED METRIC OF A FLAGGED MEMBER - ITS
008730*    LONGEST STRETCH, THE SIDE AND WHERE IT BEGAN.
008740*----------------------------------------------------------------
008750     IF NOT MB-FLAGGED(MB-X)
008760         GO TO 5200-EXIT
008770     END-IF.
008780     PERFORM VARYING MET-X FROM 1 BY 1 UNTIL MET-X > 2
008790         IF MB-LONGEST(MB-X, MET-X) NOT < WS-SUSTAIN
008800             MOVE MB-RUN-ID(MB-X) TO SL-RUN-ID
008810             IF MET-X = 1
008820                 MOVE "FIELDPRINT" TO SL-METRIC
008830             ELSE
008840                 MOVE "ORDER-PARAM" TO SL-METRIC
008850             END-IF
008860             IF MB-LONGEST-SIDE(MB-X, MET-X) = "H"
008870                 MOVE " ABOVE P90" TO SL-SIDE-TEXT
008880             ELSE
008890                 MOVE " BELOW P10" TO SL-SIDE-TEXT
008900             END-IF
008910             MOVE MB-LONGEST(MB-X, MET-X) TO SL-POINTS
008920             MOVE MB-LONGEST-T(MB-X, MET-X) TO SL-T
008930             MOVE WS-STRETCH-LINE TO REPORT-LINE
008940             WRITE REPORT-LINE
008950         END-IF
008960     END-PERFORM.
008970 5200-EXIT.
008980     EXIT.

008990*----------------------------------------------------------------
009000 5300-ACTIVATION-SPREAD.
009010*----------------------------------------------------------------
009020     MOVE ZERO TO WS-RANK-N.
009030     MOVE ZERO TO WS-RANK-SUM.
009040     PERFORM VARYING MB-X FROM 1 BY 1
009050             UNTIL MB-X > WS-MEMBER-COUNT
009060         ADD 1 TO WS-RANK-N
009070         MOVE MB-ACT-COUNT(MB-X) TO WS-RANK-VALUE(WS-RANK-N)
009080         ADD MB-ACT-COUNT(MB-X) TO WS-RANK-SUM
009090     END-PERFORM.
009100     MOVE "ACTIVATIONS     N=" TO SPL-TEXT.
009110     PERFORM 5500-PRINT-SPREAD THRU 5500-EXIT.
009120 5300-EXIT.
009130     EXIT.

009140*----------------------------------------------------------------
009150 5400-FIRST-ACT-SPREAD.
009160*    OVER THE MEMBERS THAT ACTIVATED AT ALL - A MEMBER THAT NEVER
009170*    FIRED HAS NO FIRST-ACTIVATION T TO SPREAD.
009180*----------------------------------------------------------------
009190     MOVE ZERO TO WS-RANK-N.
009200     MOVE ZERO TO WS-RANK-SUM.
009210     PERFORM VARYING MB-X FROM 1 BY 1
009220             UNTIL MB-X > WS-MEMBER-COUNT
009230         IF MB-ACT-COUNT(MB-X) > ZERO
009240             ADD 1 TO WS-RANK-N
009250             MOVE MB-FIRST-ACT-T(MB-X) TO WS-RANK-VALUE(WS-RANK-N)
009260             ADD MB-FIRST-ACT-T(MB-X) TO WS-RANK-SUM
009270         END-IF
009280     END-PERFORM.
009290     MOVE WS-RANK-N TO WS-ACTIVATED-COUNT.
009300     IF WS-RANK-N = ZERO
009310         MOVE WS-NO-ACT-LINE TO REPORT-LINE
009320         WRITE REPORT-LINE
009330         GO TO 5400-EXIT
009340     END-IF.
009350     MOVE "FIRST ACT T     N=" TO SPL-TEXT.
009360     PERFORM 5500-PRINT-SPREAD THRU 5500-EXIT.
009370 5400-EXIT.
009380     EXIT.

009390*----------------------------------------------------------------
009400 5500-PRINT-SPREAD.
009410*----------------------------------------------------------------
009420     PERFORM 4300-RANK-STATISTICS THRU 4300-EXIT.
009430     MOVE WS-RANK-N TO SPL-N.
009440     MOVE WS-RANK-MEAN TO SPL-MEAN.
009450     MOVE WS-RANK-SD TO SPL-SD.
009460     MOVE WS-RANK-VALUE(1) TO SPL-MIN.
009470     MOVE WS-RANK-VALUE(WS-RANK-N) TO SPL-MAX.
009480     MOVE 10 TO WS-PCT-WANT.
009490     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
009500     MOVE WS-PCT-VALUE TO SPL-P10.
009510     MOVE 50 TO WS-PCT-WANT.
009520     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
009530     MOVE WS-PCT-VALUE TO SPL-P50.
009540     MOVE 90 TO WS-PCT-WANT.
009550     PERFORM 4400-PERCENTILE THRU 4400-EXIT.
009560     MOVE WS-PCT-VALUE TO SPL-P90.
009570     MOVE WS-SPREAD-LINE TO REPORT-LINE.
009580     WRITE REPORT-LINE.
009590 5500-EXIT.
009600     EXIT.

009610*----------------------------------------------------------------
009620 9000-TERMINATE.
009630*----------------------------------------------------------------
009640     MOVE SPACES TO REPORT-LINE.
009650     WRITE REPORT-LINE.
009660     MOVE SPACES TO WS-SUMMARY-LINE.
009670     MOVE "MEMBERS FLAGGED OUTSIDE THE BAND" TO SML-TEXT.
009680     MOVE WS-FLAGGED-COUNT TO SML-VALUE.
009690     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009700     WRITE REPORT-LINE.
009710     CLOSE REPORT-FILE.
009720     DISPLAY "WITNESS-ENSEMBLE: " WS-MEMBER-COUNT " MEMBERS, "
009730         WS-GRID-COUNT " OUT-T POINTS, " WS-FLAGGED-COUNT
009740         " FLAGGED OUTSIDE THE BAND".
009750 9000-EXIT.
009760     EXIT.
