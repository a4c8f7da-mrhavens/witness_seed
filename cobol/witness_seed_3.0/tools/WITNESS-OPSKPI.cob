000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-OPSKPI.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  MONTHLY OPERATIONS
000200*                  SCORECARD.  THE MONTHLY SERVICE REVIEW USED TO
000210*                  BE PUT TOGETHER BY HAND FROM A DOZEN REPORTS.
000220*                  ONE PAGE NOW GIVES, FOR THE MONTH ON KPICARD:
000230*                  HOW THE MONTH'S RUNS ENDED (REG-STATUS C, S, D,
000240*                  A, P), RESTARTS NEEDED AND THE MEAN TIME TO
000250*                  RESTART, ACCEPTANCE GATE BREACHES (ENVHIST),
000260*                  SENSOR REJECT AND GAP RATES (THE SENSQUAL
000270*                  SUMMARIES KEPT IN THE BUNDLE GDG), DEADLINE
000280*                  WARNINGS, ON-TIME COMPLETION INSIDE THE CPLCARD
000290*                  BATCH WINDOW, VERIFICATION FAILURES (MANIFEST)
000300*                  AND THE ERROR EVENTS ON OPSLOG BY PROGRAM.
000310*                  EACH FIGURE IS SHOWN BESIDE THE PRIOR THREE
000320*                  MONTHS FROM KPIHIST AND FLAGGED RED, AMBER OR
000330*                  GREEN AGAINST THE KPITHR TARGETS; THE MONTH'S
000340*                  FIGURES THEN REPLACE ANY ALREADY ON KPIHIST, SO
000350*                  A RERUN IS SAFE.  RC=8: THE MONTH WAS REFUSED
000360*                  (NOT NUMERIC OR NOT OVER YET) AND KPIHIST WAS
000370*                  LEFT ALONE.  RC=4: A FIGURE IS RED, A KPITHR
000380*                  CARD WAS REJECTED, OR A SOURCE WAS NOT
000390*                  AVAILABLE.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT KPI-CARD-FILE ASSIGN TO "KPICARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CARD-STATUS.
000470     SELECT THRESHOLD-FILE ASSIGN TO "KPITHR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-THRESHOLD-STATUS.
000500     SELECT CAPLAN-CARD-FILE ASSIGN TO "CPLCARD"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CPL-STATUS.
000530     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS REG-RUN-ID
000570         FILE STATUS IS WS-REGISTRY-STATUS.
000580     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ACCT-STATUS.
000610     SELECT OPS-LOG-FILE ASSIGN TO "OPSHIST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OPS-STATUS.
000640     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MANIFEST-STATUS.
000670     SELECT GATE-HISTORY-FILE ASSIGN TO "ENVHIST"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-GATE-STATUS.
000700     SELECT BUNDLE-FILE ASSIGN TO "BUNDLE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BUNDLE-STATUS.
000730     SELECT KPI-HISTORY-FILE ASSIGN TO "KPIHIST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-HIST-STATUS.
000760     SELECT REPORT-FILE ASSIGN TO "KPIRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810*----------------------------------------------------------------
000820* KPICARD: COLUMNS 1-6 THE MONTH TO SCORE, YYYYMM.  UNPUNCHED (OR
000830* NO KPICARD) SCORES LAST MONTH.  A RUN BELONGS TO THE MONTH OF
000840* ITS START TIMESTAMP; AN EVENT, VERIFICATION OR GATING TO THE
000850* MONTH IT WAS LOGGED IN.
000860*----------------------------------------------------------------
000870 FD  KPI-CARD-FILE
000880     RECORDING MODE IS F.
000890 01  KPI-CARD-RECORD.
000900     05  KPC-MONTH               PIC X(06).
000910     05  FILLER                  PIC X(74).

000920*----------------------------------------------------------------
000930* KPITHR: ONE CARD PER FIGURE WITH A TARGET, FIELDS SEPARATED BY A
000940* BLANK COLUMN.  A FIGURE WITH NO CARD IS SHOWN UNFLAGGED.
000950*   KPT-CODE       THE FIGURE'S CODE (SEE 1400-SET-UP-FIGURES), OR
000960*                  A PROGRAM AS LOGGED ON OPSLOG FOR ITS ERROR
000970*                  EVENTS - A CODE THAT IS NOT A SCORECARD FIGURE
000980*                  IS TAKEN AS A PROGRAM
000990*   KPT-DIRECTION  L - LOWER IS BETTER, H - HIGHER IS BETTER
001000*   KPT-GREEN      GREEN UP TO (L) OR FROM (H) THIS VALUE, 5.2
001010*   KPT-AMBER      AMBER UP TO (L) OR FROM (H) THIS VALUE, 5.2;
001020*                  BEYOND IT IS RED
001030*----------------------------------------------------------------
001040 FD  THRESHOLD-FILE
001050     RECORDING MODE IS F.
001060 01  THRESHOLD-RECORD.
001070     05  KPT-CODE                PIC X(12).
001080     05  FILLER                  PIC X(01).
001090     05  KPT-DIRECTION           PIC X(01).
001100     05  FILLER                  PIC X(01).
001110     05  KPT-GREEN               PIC 9(05)V9(02).
001120     05  FILLER                  PIC X(01).
001130     05  KPT-AMBER               PIC 9(05)V9(02).
001140     05  FILLER                  PIC X(50).

001150 FD  CAPLAN-CARD-FILE
001160     RECORDING MODE IS F.
001170 01  CAPLAN-CARD-RECORD.
001180     05  CPL-WINDOW-SECS         PIC 9(07).
001190     05  FILLER                  PIC X(73).

001200 FD  RUN-REGISTRY-FILE.
001210     COPY RUNREG.

001220 FD  ACCOUNTING-FILE.
001230     COPY ACTREC.

001240 FD  OPS-LOG-FILE.
001250 01  OPS-LOG-RECORD.
001260     05  OPS-TIMESTAMP           PIC X(26).
001270     05  OPS-RUN-ID              PIC 9(08).
001280     05  OPS-PROGRAM             PIC X(12).
001290     05  OPS-EVENT-CODE          PIC X(08).
001300     05  OPS-SEVERITY            PIC X(01).
001310     05  OPS-TEXT                PIC X(60).

001320*----------------------------------------------------------------
001330* MANIFEST: ONLY THE TIMESTAMP AND VERDICT ARE NEEDED - THE SEVEN
001340* RECORD COUNTS (SEE WITNESS-OUTVFY) ARE PASSED OVER.
001350*----------------------------------------------------------------
001360 FD  MANIFEST-FILE.
001370 01  MANIFEST-RECORD.
001380     05  MAN-RUN-ID              PIC 9(08).
001390     05  MAN-TIMESTAMP           PIC X(26).
001400     05  FILLER                  PIC X(63).
001410     05  MAN-MISMATCH-COUNT      PIC 9(04).
001420     05  MAN-VERDICT             PIC X(01).

001430 FD  GATE-HISTORY-FILE
001440     RECORDING MODE IS F.
001450     COPY GATEREC.

001460 FD  BUNDLE-FILE
001470     RECORD IS VARYING IN SIZE FROM 31 TO 11110 CHARACTERS
001480         DEPENDING ON WS-BUNDLE-SIZE.
001490 01  BUNDLE-IMAGE                PIC X(11110).

001500*----------------------------------------------------------------
001510* KPIHIST: ONE RECORD PER FIGURE PER MONTH SCORED - THE MONTH,
001520* K (A SCORECARD FIGURE) OR P (A PROGRAM'S ERROR EVENTS), THE CODE
001530* AND THE VALUE.  REWRITTEN WHOLE EACH MONTH: THE MONTH SCORED
001540* REPLACES ITS OWN RECORDS, AND MONTHS MORE THAN A YEAR BEFORE IT
001550* DROP OFF.  A FIGURE THAT COULD NOT BE MEASURED HAS NO RECORD.
001560*----------------------------------------------------------------
001570 FD  KPI-HISTORY-FILE
001580     RECORDING MODE IS F.
001590 01  KPI-HISTORY-RECORD.
001600     05  KPH-MONTH               PIC 9(06).
001610     05  FILLER                  PIC X(01).
001620     05  KPH-TYPE                PIC X(01).
001630     05  FILLER                  PIC X(01).
001640     05  KPH-CODE                PIC X(12).
001650     05  FILLER                  PIC X(01).
001660     05  KPH-VALUE               PIC 9(07)V9(02).
001670     05  FILLER                  PIC X(49).

001680 FD  REPORT-FILE.
001690 01  REPORT-LINE                PIC X(80).

001700 WORKING-STORAGE SECTION.
001710 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001720     88  CARD-STATUS-OK      VALUE "00".
001730 01  WS-THRESHOLD-STATUS     PIC X(02) VALUE SPACES.
001740     88  THRESHOLD-STATUS-OK VALUE "00".
001750     88  THRESHOLD-STATUS-EOF VALUE "10".
001760 01  WS-CPL-STATUS           PIC X(02) VALUE SPACES.
001770     88  CPL-STATUS-OK       VALUE "00".
001780 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001790     88  REGISTRY-STATUS-OK  VALUE "00".
001800     88  REGISTRY-STATUS-EOF VALUE "10".
001810 01  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
001820     88  ACCT-STATUS-OK      VALUE "00".
001830     88  ACCT-STATUS-EOF     VALUE "10".
001840 01  WS-OPS-STATUS           PIC X(02) VALUE SPACES.
001850     88  OPS-STATUS-OK       VALUE "00".
001860     88  OPS-STATUS-EOF      VALUE "10".
001870 01  WS-MANIFEST-STATUS      PIC X(02) VALUE SPACES.
001880     88  MANIFEST-STATUS-OK  VALUE "00".
001890     88  MANIFEST-STATUS-EOF VALUE "10".
001900 01  WS-GATE-STATUS          PIC X(02) VALUE SPACES.
001910     88  GATE-STATUS-OK      VALUE "00".
001920     88  GATE-STATUS-EOF     VALUE "10".
001930 01  WS-BUNDLE-STATUS        PIC X(02) VALUE SPACES.
001940     88  BUNDLE-STATUS-OK    VALUE "00".
001950     88  BUNDLE-STATUS-EOF   VALUE "10".
001960 01  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
001970     88  HIST-STATUS-OK      VALUE "00".
001980     88  HIST-STATUS-EOF     VALUE "10".
001990 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002000*----------------------------------------------------------------
002010* WHICH SOURCES OPENED.  AN ABSENT SOURCE LEAVES ITS FIGURES N/A
002020* RATHER THAN ZERO - "NO BREACHES" AND "NO ENVHIST" ARE NOT THE
002030* SAME THING.  RUNREGST IS THE ONE SOURCE THE STEP CANNOT DO
002040* WITHOUT.
002050*----------------------------------------------------------------
002060 01  WS-ACCT-AVAIL-SW        PIC X(01) VALUE "N".
002070     88  ACCT-AVAILABLE      VALUE "Y".
002080 01  WS-OPS-AVAIL-SW         PIC X(01) VALUE "N".
002090     88  OPS-AVAILABLE       VALUE "Y".
002100 01  WS-MANIFEST-AVAIL-SW    PIC X(01) VALUE "N".
002110     88  MANIFEST-AVAILABLE  VALUE "Y".
002120 01  WS-GATE-AVAIL-SW        PIC X(01) VALUE "N".
002130     88  GATE-AVAILABLE      VALUE "Y".
002140 01  WS-BUNDLE-AVAIL-SW      PIC X(01) VALUE "N".
002150     88  BUNDLE-AVAILABLE    VALUE "Y".

002160*----------------------------------------------------------------
002170* THE MONTH SCORED, THE THREE BEFORE IT FOR COMPARISON AND THE
002180* OLDEST MONTH KEPT ON KPIHIST.
002190*----------------------------------------------------------------
002200 01  WS-TODAY                PIC 9(08).
002210 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
002220     05  WS-TODAY-YYYY       PIC 9(04).
002230     05  WS-TODAY-MM         PIC 9(02).
002240     05  WS-TODAY-DD         PIC 9(02).
002250 01  WS-CURRENT-MONTH        PIC 9(06).
002260 01  WS-KPI-MONTH            PIC 9(06) VALUE ZERO.
002270 01  WS-KPI-MONTH-PARTS REDEFINES WS-KPI-MONTH.
002280     05  WS-KPI-YYYY         PIC 9(04).
002290     05  WS-KPI-MM           PIC 9(02).
002300 01  WS-MONTH-WORK           PIC 9(06).
002310 01  WS-MONTH-WORK-PARTS REDEFINES WS-MONTH-WORK.
002320     05  WS-WORK-YYYY        PIC 9(04).
002330     05  WS-WORK-MM          PIC 9(02).
002340 01  WS-PRIOR-MONTHS.
002350     05  WS-PRIOR-MONTH      PIC 9(06) OCCURS 3 TIMES.
002360 01  PRI-X                   PIC 9(01).
002370 01  WS-OLDEST-KEPT          PIC 9(06).
002380 01  WS-REFUSAL              PIC X(40) VALUE SPACES.
002390 01  WS-WINDOW-SECS          PIC 9(07) VALUE 0028800.

002400*----------------------------------------------------------------
002410* TIMESTAMP ARITHMETIC - A TIMESTAMP AS SECONDS FROM THE START OF
002420* THE INTEGER-OF-DATE CALENDAR, SO TWO CAN BE SUBTRACTED ACROSS
002430* MIDNIGHT AND MONTH END.
002440*----------------------------------------------------------------
002450 01  WS-TS-WORK.
002460     05  WS-TS-DATE          PIC 9(08).
002470     05  WS-TS-HH            PIC 9(02).
002480     05  WS-TS-MM            PIC 9(02).
002490     05  WS-TS-SS            PIC 9(02).
002500     05  FILLER              PIC X(12).
002510 01  WS-TS-ABS               PIC 9(12).
002520 01  WS-TS-VALID-SW          PIC X(01).
002530     88  TS-VALID            VALUE "Y".
002540 01  WS-START-ABS            PIC 9(12).
002550 01  WS-START-VALID-SW       PIC X(01).
002560     88  START-VALID         VALUE "Y".
002570 01  WS-PREV-ABS             PIC 9(12) VALUE ZERO.
002580 01  WS-PREV-KNOWN-SW        PIC X(01) VALUE "N".
002590     88  PREV-KNOWN          VALUE "Y".
002600 01  WS-ELAPSED              PIC S9(11).

002610*----------------------------------------------------------------
002620* THE MONTH'S RUNS, IN RUN-ID ORDER AS THE REGISTRY WALKS.  THE
002630* BUNDLE SCAN PICKS THE MONTH'S SENSQUAL SUMMARIES OUT OF THE GDG
002640* WITH IT, EACH RUN ONCE - FROM ITS NEWEST BUNDLE, THE FIRST ONE
002650* THE BASE-NAME CONCATENATION PRESENTS.  FILLING IT ABENDS THE
002660* STEP BEFORE ANYTHING IS WRITTEN - RAISE THE OCCURS.
002670*----------------------------------------------------------------
002680 01  WS-RUN-COUNT            PIC 9(04) VALUE ZERO.
002690 01  WS-RUN-MAX              PIC 9(04) VALUE 1000.
002700 01  WS-RUN-TABLE.
002710     05  WS-RUN-ENTRY        OCCURS 1000 TIMES.
002720         10  RT-RUN-ID           PIC 9(08).
002730         10  RT-BUNDLED-SW       PIC X(01).
002740             88  RT-BUNDLED      VALUE "Y".
002750 01  RUN-X                   PIC 9(04).
002760 01  WS-RUN-FOUND-SW         PIC X(01).
002770     88  RUN-FOUND           VALUE "Y".
002780 01  WS-SKIP-BUNDLE-SW       PIC X(01) VALUE "Y".
002790     88  SKIP-BUNDLE         VALUE "Y".
002800 01  WS-BUNDLE-SIZE          PIC 9(05) VALUE ZERO.
002810     COPY BNDREC.

002820 01  WS-MONTH-RUNS           PIC 9(05) VALUE ZERO.
002830 01  WS-COMPLETED-RUNS       PIC 9(05) VALUE ZERO.
002840 01  WS-STOPPED-RUNS         PIC 9(05) VALUE ZERO.
002850 01  WS-DIVERGED-RUNS        PIC 9(05) VALUE ZERO.
002860 01  WS-ABANDONED-RUNS       PIC 9(05) VALUE ZERO.
002870 01  WS-SOFTSTOP-RUNS        PIC 9(05) VALUE ZERO.
002880 01  WS-INFLIGHT-RUNS        PIC 9(05) VALUE ZERO.
002890 01  WS-RESTART-RUNS         PIC 9(05) VALUE ZERO.
002900 01  WS-RESTART-TIMED        PIC 9(05) VALUE ZERO.
002910 01  WS-RESTART-SECS         PIC 9(11) VALUE ZERO.
002920 01  WS-ACCT-RUNS            PIC 9(05) VALUE ZERO.
002930 01  WS-ONTIME-RUNS          PIC 9(05) VALUE ZERO.
002940 01  WS-DEADLINE-EVENTS      PIC 9(05) VALUE ZERO.
002950 01  WS-ERROR-EVENTS         PIC 9(05) VALUE ZERO.
002960 01  WS-VFY-COUNT            PIC 9(05) VALUE ZERO.
002970 01  WS-VFY-FAILS            PIC 9(05) VALUE ZERO.
002980 01  WS-GATINGS              PIC 9(05) VALUE ZERO.
002990 01  WS-GATE-BREACHES        PIC 9(05) VALUE ZERO.
003000 01  WS-SENS-RUNS            PIC 9(05) VALUE ZERO.
003010 01  WS-SENS-READ            PIC 9(11) VALUE ZERO.
003020 01  WS-SENS-MISSED          PIC 9(11) VALUE ZERO.
003030 01  WS-SENS-OOO             PIC 9(11) VALUE ZERO.
003040 01  WS-SENS-DENOM           PIC 9(11).

003050*----------------------------------------------------------------
003060* A SENSQUAL COUNT, DE-EDITED FROM ITS Z(8)9 OR Z(6)9 PRINT
003070* PICTURE (SEE IO-SENSE 3000-WRITE-QUALITY-SUMMARY).
003080*----------------------------------------------------------------
003090 01  WS-QUAL-TEXT            PIC X(09).
003100 01  WS-QUAL-VALUE REDEFINES WS-QUAL-TEXT PIC 9(09).

003110*----------------------------------------------------------------
003120* THE SCORECARD.  THE FIRST 15 FIGURES ARE FIXED (SET UP IN
003130* 1400-SET-UP-FIGURES); AN ERROR-EVENT FIGURE FOR EACH PROGRAM
003140* FOLLOWS, IN PROGRAM ORDER, AS OPSLOG, KPIHIST OR KPITHR NAMES
003150* IT.  A FIGURE NOT "PRESENT" COULD NOT BE MEASURED - ITS SOURCE
003160* WAS ABSENT, OR THERE WAS NOTHING TO DIVIDE BY - AND PRINTS N/A;
003170* IT IS NEVER FLAGGED AND NEVER WRITTEN TO KPIHIST.
003180*----------------------------------------------------------------
003190 01  WS-FIG-COUNT            PIC 9(03) VALUE ZERO.
003200 01  WS-FIG-MAX              PIC 9(03) VALUE 100.
003210 01  WS-FIXED-FIGS           PIC 9(03) VALUE 015.
003220 01  WS-FIRST-PROGRAM        PIC 9(03) VALUE 016.
003230 01  WS-FIG-TABLE.
003240     05  WS-FIG              OCCURS 100 TIMES.
003250         10  FG-TYPE             PIC X(01).
003260         10  FG-CODE             PIC X(12).
003270         10  FG-LABEL            PIC X(24).
003280         10  FG-VALUE            PIC 9(07)V9(02).
003290         10  FG-PRESENT-SW       PIC X(01).
003300             88  FG-PRESENT      VALUE "Y".
003310         10  FG-PRIOR            OCCURS 3 TIMES.
003320             15  FG-PRIOR-VALUE  PIC 9(07)V9(02).
003330             15  FG-PRIOR-SW     PIC X(01).
003340                 88  FG-PRIOR-PRESENT VALUE "Y".
003350         10  FG-DIRECTION        PIC X(01).
003360         10  FG-GREEN            PIC 9(05)V9(02).
003370         10  FG-AMBER            PIC 9(05)V9(02).
003380         10  FG-FLAG             PIC X(05).
003390             88  FG-RED          VALUE "RED".
003400             88  FG-AMBER-FLAG   VALUE "AMBER".
003410             88  FG-GREEN-FLAG   VALUE "GREEN".
003420 01  FIG-X                   PIC 9(03).
003430 01  FIG-Y                   PIC 9(03).
003440 01  WS-INSERT-X             PIC 9(03).
003450 01  WS-FIG-FOUND-SW         PIC X(01).
003460     88  FIG-FOUND           VALUE "Y".
003470 01  WS-FIG-FULL-SW          PIC X(01) VALUE "N".
003480     88  FIG-TABLE-FULL      VALUE "Y".
003490 01  WS-NEW-TYPE             PIC X(01).
003500 01  WS-NEW-CODE             PIC X(12).
003510 01  WS-NEW-LABEL            PIC X(24).

003520*----------------------------------------------------------------
003530* KPIHIST AS READ, HELD FOR THE REWRITE.  FILLING IT ABENDS THE
003540* STEP BEFORE KPIHIST IS TOUCHED - RAISE THE OCCURS.
003550*----------------------------------------------------------------
003560 01  WS-HIST-COUNT           PIC 9(04) VALUE ZERO.
003570 01  WS-HIST-MAX             PIC 9(04) VALUE 3000.
003580 01  WS-HIST-TABLE.
003590     05  WS-HIST-ENTRY       OCCURS 3000 TIMES.
003600         10  HT-MONTH            PIC 9(06).
003610         10  HT-TYPE             PIC X(01).
003620         10  HT-CODE             PIC X(12).
003630         10  HT-VALUE            PIC 9(07)V9(02).
003640 01  HIST-X                  PIC 9(04).
003650 01  WS-HIST-WRITTEN         PIC 9(05) VALUE ZERO.

003660 01  WS-RED-COUNT            PIC 9(03) VALUE ZERO.
003670 01  WS-AMBER-COUNT          PIC 9(03) VALUE ZERO.
003680 01  WS-GREEN-COUNT          PIC 9(03) VALUE ZERO.
003690 01  WS-REJECT-COUNT         PIC 9(03) VALUE ZERO.
003700 01  WS-MISSING-COUNT        PIC 9(03) VALUE ZERO.
003710 01  WS-REJECT-REASON        PIC X(26).

003720 01  WS-EVL-PROGRAM          PIC X(12) VALUE "OPSKPI".
003730 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
003740 01  WS-EVL-CODE             PIC X(08).
003750 01  WS-EVL-SEVERITY         PIC X(01).
003760 01  WS-EVL-TEXT             PIC X(60).

003770 01  WS-HEADER-LINE.
003780     05  FILLER              PIC X(33)
003790         VALUE "OPERATIONS KPI SCORECARD - MONTH ".
003800     05  HL-MONTH            PIC 9(06).
003810     05  FILLER              PIC X(04) VALUE SPACES.
003820     05  FILLER              PIC X(06) VALUE "AS OF ".
003830     05  HL-TODAY            PIC 9(08).
003840 01  WS-WINDOW-LINE.
003850     05  FILLER              PIC X(24)
003860         VALUE "BATCH WINDOW, SECONDS   ".
003870     05  WL-SECS             PIC Z(6)9.
003880 01  WS-MISSING-LINE.
003890     05  FILLER              PIC X(16) VALUE "NOT AVAILABLE - ".
003900     05  ML-DDNAME           PIC X(08).
003910     05  FILLER              PIC X(26)
003920         VALUE " - ITS FIGURES SHOW N/A   ".
003930 01  WS-REJECT-LINE.
003940     05  FILLER              PIC X(23)
003950         VALUE "KPITHR CARD REJECTED - ".
003960     05  RJ-CARD             PIC X(30).
003970     05  FILLER              PIC X(01) VALUE SPACE.
003980     05  RJ-REASON           PIC X(26).
003990 01  WS-COLUMN-LINE.
004000     05  FILLER              PIC X(24) VALUE "FIGURE".
004010     05  FILLER              PIC X(05) VALUE SPACES.
004020     05  CL-MONTH-0          PIC 9(06).
004030     05  FILLER              PIC X(05) VALUE SPACES.
004040     05  CL-MONTH-1          PIC 9(06).
004050     05  FILLER              PIC X(05) VALUE SPACES.
004060     05  CL-MONTH-2          PIC 9(06).
004070     05  FILLER              PIC X(05) VALUE SPACES.
004080     05  CL-MONTH-3          PIC 9(06).
004090     05  FILLER              PIC X(06) VALUE "  FLAG".
004100 01  WS-DETAIL-LINE.
004110     05  DL-LABEL            PIC X(24).
004120     05  FILLER              PIC X(01).
004130     05  DL-VALUE            PIC X(10).
004140     05  DL-PRIOR            OCCURS 3 TIMES.
004150         10  FILLER          PIC X(01).
004160         10  DL-PRIOR-VALUE  PIC X(10).
004170     05  FILLER              PIC X(02).
004180     05  DL-FLAG             PIC X(05).
004190 01  WS-EDIT-VALUE           PIC Z(6)9.99.
004200 01  WS-NA-VALUE             PIC X(10) VALUE "       N/A".
004210 01  WS-PROGRAM-LINE         PIC X(80) VALUE
004220     "ERROR EVENTS BY PROGRAM (SEVERITY E ON OPSLOG)".
004230 01  WS-NO-PROGRAM-LINE      PIC X(80) VALUE
004240     "  NO PROGRAM LOGGED AN ERROR IN THESE MONTHS".
004250 01  WS-REFUSED-LINE.
004260     05  FILLER              PIC X(20)
004270         VALUE "SCORECARD REFUSED - ".
004280     05  RF-TEXT             PIC X(40).
004290 01  WS-SUMMARY-LINE.
004300     05  SM-LABEL            PIC X(24).
004310     05  SM-COUNT            PIC Z(4)9.

004320 PROCEDURE DIVISION.
004330*----------------------------------------------------------------
004340 0000-MAINLINE.
004350*----------------------------------------------------------------
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004370     IF WS-REFUSAL NOT = SPACES
004380         PERFORM 9100-REFUSE THRU 9100-EXIT
004390         STOP RUN
004400     END-IF.
004410     PERFORM 2000-SCAN-REGISTRY THRU 2000-EXIT.
004420     PERFORM 3000-SCAN-ACCOUNTING THRU 3000-EXIT.
004430     PERFORM 3200-SCAN-OPSLOG THRU 3200-EXIT.
004440     PERFORM 3400-SCAN-MANIFEST THRU 3400-EXIT.
004450     PERFORM 3600-SCAN-GATE-HISTORY THRU 3600-EXIT.
004460     PERFORM 3800-SCAN-BUNDLES THRU 3800-EXIT.
004470     PERFORM 3990-SET-FIGURES THRU 3990-EXIT.
004480     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
004490     PERFORM 4500-READ-THRESHOLDS THRU 4500-EXIT.
004500     PERFORM 5000-FLAG-FIGURES THRU 5000-EXIT.
004510     PERFORM 6000-PRINT-SCORECARD THRU 6000-EXIT.
004520     PERFORM 7000-REWRITE-HISTORY THRU 7000-EXIT.
004530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004540     STOP RUN.

004550*----------------------------------------------------------------
004560 1000-INITIALIZE.
004570*    NOTHING IS WRITTEN TO KPIHIST UNTIL THE MONTH IS ACCEPTED.
004580*----------------------------------------------------------------
004590     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
004600     MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH.
004610     OPEN OUTPUT REPORT-FILE.
004620     PERFORM 1100-SET-KPI-MONTH THRU 1100-EXIT.
004630     MOVE WS-KPI-MONTH TO HL-MONTH.
004640     MOVE WS-TODAY TO HL-TODAY.
004650     MOVE WS-HEADER-LINE TO REPORT-LINE.
004660     WRITE REPORT-LINE.
004670     IF WS-REFUSAL NOT = SPACES
004680         GO TO 1000-EXIT
004690     END-IF.
004700     PERFORM 1200-SET-PRIOR-MONTHS THRU 1200-EXIT.
004710     PERFORM 1300-READ-WINDOW THRU 1300-EXIT.
004720     MOVE WS-WINDOW-SECS TO WL-SECS.
004730     MOVE WS-WINDOW-LINE TO REPORT-LINE.
004740     WRITE REPORT-LINE.
004750     PERFORM 1400-SET-UP-FIGURES THRU 1400-EXIT.
004760 1000-EXIT.
004770     EXIT.

004780*----------------------------------------------------------------
004790 1100-SET-KPI-MONTH.
004800*    ONLY A MONTH THAT IS OVER IS SCORED - A PART MONTH WOULD GO
004810*    ONTO KPIHIST AND BE COMPARED AGAINST AS IF IT WERE WHOLE.
004820*----------------------------------------------------------------
004830     OPEN INPUT KPI-CARD-FILE.
004840     IF CARD-STATUS-OK
004850         READ KPI-CARD-FILE
004860             AT END
004870                 MOVE SPACES TO KPC-MONTH
004880         END-READ
004890         CLOSE KPI-CARD-FILE
004900     ELSE
004910         MOVE SPACES TO KPC-MONTH
004920     END-IF.
004930     IF KPC-MONTH NOT = SPACES
004940         IF KPC-MONTH IS NOT NUMERIC
004950             MOVE "KPICARD MONTH NOT NUMERIC" TO WS-REFUSAL
004960             GO TO 1100-EXIT
004970         END-IF
004980         MOVE KPC-MONTH TO WS-KPI-MONTH
004990         IF WS-KPI-MM < 1 OR WS-KPI-MM > 12
005000             MOVE "KPICARD MONTH INVALID" TO WS-REFUSAL
005010             GO TO 1100-EXIT
005020         END-IF
005030     ELSE
005040         MOVE WS-TODAY-YYYY TO WS-KPI-YYYY
005050         MOVE WS-TODAY-MM TO WS-KPI-MM
005060         SUBTRACT 1 FROM WS-KPI-MM
005070         IF WS-KPI-MM = ZERO
005080             MOVE 12 TO WS-KPI-MM
005090             SUBTRACT 1 FROM WS-KPI-YYYY
005100         END-IF
005110     END-IF.
005120     IF WS-KPI-MONTH NOT < WS-CURRENT-MONTH
005130         MOVE "MONTH IS NOT OVER YET" TO WS-REFUSAL
005140     END-IF.
005150 1100-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180 1200-SET-PRIOR-MONTHS.
005190*    WS-PRIOR-MONTH(1) IS THE MONTH BEFORE THE ONE SCORED.
005200*    KPIHIST KEEPS THE SCORED MONTH AND THE TWELVE BEFORE IT.
005210*----------------------------------------------------------------
005220     MOVE WS-KPI-MONTH TO WS-MONTH-WORK.
005230     PERFORM VARYING PRI-X FROM 1 BY 1 UNTIL PRI-X > 3
005240         SUBTRACT 1 FROM WS-WORK-MM
005250         IF WS-WORK-MM = ZERO
005260             MOVE 12 TO WS-WORK-MM
005270             SUBTRACT 1 FROM WS-WORK-YYYY
005280         END-IF
005290         MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH(PRI-X)
005300     END-PERFORM.
005310     MOVE WS-KPI-MONTH TO WS-MONTH-WORK.
005320     SUBTRACT 1 FROM WS-WORK-YYYY.
005330     MOVE WS-MONTH-WORK TO WS-OLDEST-KEPT.
005340 1200-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------
005370 1300-READ-WINDOW.
005380*    THE SAME CPLCARD BATCH WINDOW WITNESS-CAPLAN PLANS AGAINST;
005390*    NO CARD LEAVES THE EIGHT-HOUR DEFAULT.
005400*----------------------------------------------------------------
005410     OPEN INPUT CAPLAN-CARD-FILE.
005420     IF NOT CPL-STATUS-OK
005430         GO TO 1300-EXIT
005440     END-IF.
005450     READ CAPLAN-CARD-FILE
005460         AT END
005470             CONTINUE
005480         NOT AT END
005490             IF CPL-WINDOW-SECS IS NUMERIC
005500                     AND CPL-WINDOW-SECS > ZERO
005510                 MOVE CPL-WINDOW-SECS TO WS-WINDOW-SECS
005520             END-IF
005530     END-READ.
005540     CLOSE CAPLAN-CARD-FILE.
005550 1300-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580 1400-SET-UP-FIGURES.
005590*    THE FIXED FIGURES, IN PRINT ORDER.  THE CODE IS WHAT KPITHR
005600*    AND KPIHIST KNOW THE FIGURE BY - DO NOT RENAME ONE, OR ITS
005610*    HISTORY AND TARGET ARE LOST.  3990-SET-FIGURES FILLS THEM BY
005620*    POSITION.
005630*----------------------------------------------------------------
005640     MOVE "K" TO WS-NEW-TYPE.
005650     MOVE "RUNS" TO WS-NEW-CODE.
005660     MOVE "RUNS STARTED" TO WS-NEW-LABEL.
005670     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005680     MOVE "CMPLPCT" TO WS-NEW-CODE.
005690     MOVE "COMPLETED (C) PCT" TO WS-NEW-LABEL.
005700     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005710     MOVE "STOPPCT" TO WS-NEW-CODE.
005720     MOVE "OPERATOR STOPPED (S) PCT" TO WS-NEW-LABEL.
005730     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005740     MOVE "DIVGPCT" TO WS-NEW-CODE.
005750     MOVE "DIVERGED (D) PCT" TO WS-NEW-LABEL.
005760     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005770     MOVE "ABANPCT" TO WS-NEW-CODE.
005780     MOVE "ABANDONED (A) PCT" TO WS-NEW-LABEL.
005790     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005800     MOVE "SOFTPCT" TO WS-NEW-CODE.
005810     MOVE "SOFT-STOPPED (P) PCT" TO WS-NEW-LABEL.
005820     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005830     MOVE "RESTARTS" TO WS-NEW-CODE.
005840     MOVE "RESTARTS NEEDED" TO WS-NEW-LABEL.
005850     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005860     MOVE "MTTRMIN" TO WS-NEW-CODE.
005870     MOVE "MEAN TIME TO RESTART MIN" TO WS-NEW-LABEL.
005880     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005890     MOVE "GATEBRCH" TO WS-NEW-CODE.
005900     MOVE "GATE BREACHES" TO WS-NEW-LABEL.
005910     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005920     MOVE "SENSREJ" TO WS-NEW-CODE.
005930     MOVE "SENSOR REJECT RATE PCT" TO WS-NEW-LABEL.
005940     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005950     MOVE "SENSGAP" TO WS-NEW-CODE.
005960     MOVE "SENSOR GAP RATE PCT" TO WS-NEW-LABEL.
005970     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
005980     MOVE "DEADLINE" TO WS-NEW-CODE.
005990     MOVE "DEADLINE WARNINGS" TO WS-NEW-LABEL.
006000     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
006010     MOVE "ONTIME" TO WS-NEW-CODE.
006020     MOVE "ON TIME IN WINDOW PCT" TO WS-NEW-LABEL.
006030     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
006040     MOVE "VFYFAIL" TO WS-NEW-CODE.
006050     MOVE "VERIFICATION FAILURES" TO WS-NEW-LABEL.
006060     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
006070     MOVE "ERRORS" TO WS-NEW-CODE.
006080     MOVE "ERROR EVENTS, ALL" TO WS-NEW-LABEL.
006090     PERFORM 1410-ADD-FIGURE THRU 1410-EXIT.
006100 1400-EXIT.
006110     EXIT.

006120*----------------------------------------------------------------
006130 1410-ADD-FIGURE.
006140*----------------------------------------------------------------
006150     ADD 1 TO WS-FIG-COUNT.
006160     MOVE WS-FIG-COUNT TO FIG-X.
006170     PERFORM 1420-CLEAR-FIGURE THRU 1420-EXIT.
006180 1410-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210 1420-CLEAR-FIGURE.
006220*    SETS UP FIGURE FIG-X FROM WS-NEW-TYPE, -CODE AND -LABEL, NOT
006230*    YET MEASURED, WITH NO HISTORY AND NO TARGET.
006240*----------------------------------------------------------------
006250     MOVE WS-NEW-TYPE TO FG-TYPE(FIG-X).
006260     MOVE WS-NEW-CODE TO FG-CODE(FIG-X).
006270     MOVE WS-NEW-LABEL TO FG-LABEL(FIG-X).
006280     MOVE ZERO TO FG-VALUE(FIG-X).
006290     MOVE "N" TO FG-PRESENT-SW(FIG-X).
006300     PERFORM VARYING PRI-X FROM 1 BY 1 UNTIL PRI-X > 3
006310         MOVE ZERO TO FG-PRIOR-VALUE(FIG-X, PRI-X)
006320         MOVE "N" TO FG-PRIOR-SW(FIG-X, PRI-X)
006330     END-PERFORM.
006340     MOVE SPACE TO FG-DIRECTION(FIG-X).
006350     MOVE ZERO TO FG-GREEN(FIG-X).
006360     MOVE ZERO TO FG-AMBER(FIG-X).
006370     MOVE SPACES TO FG-FLAG(FIG-X).
006380 1420-EXIT.
006390     EXIT.

006400*----------------------------------------------------------------
006410 1450-FIND-FIGURE.
006420*    LEAVES FIG-X ON THE FIGURE FOR WS-NEW-TYPE AND WS-NEW-CODE.
006430*    A PROGRAM NOT YET ON THE SCORECARD IS ADDED IN PROGRAM ORDER,
006440*    MEASURED AT ZERO ERRORS THIS MONTH IF OPSLOG WAS READ.  FIG-X
006450*    IS ZERO FOR AN UNKNOWN FIXED CODE OR WHEN THE TABLE IS FULL.
006460*----------------------------------------------------------------
006470     MOVE "N" TO WS-FIG-FOUND-SW.
006480     MOVE ZERO TO WS-INSERT-X.
006490     PERFORM VARYING FIG-X FROM 1 BY 1
006500             UNTIL FIG-X > WS-FIG-COUNT OR FIG-FOUND
006510         IF FG-TYPE(FIG-X) = WS-NEW-TYPE
006520                 AND FG-CODE(FIG-X) = WS-NEW-CODE
006530             SET FIG-FOUND TO TRUE
006540         END-IF
006550         IF WS-INSERT-X = ZERO AND FG-TYPE(FIG-X) = "P"
006560                 AND FG-CODE(FIG-X) > WS-NEW-CODE
006570             MOVE FIG-X TO WS-INSERT-X
006580         END-IF
006590     END-PERFORM.
006600     IF FIG-FOUND
006610         SUBTRACT 1 FROM FIG-X
006620         GO TO 1450-EXIT
006630     END-IF.
006640     MOVE ZERO TO FIG-X.
006650     IF WS-NEW-TYPE NOT = "P"
006660         GO TO 1450-EXIT
006670     END-IF.
006680     IF WS-FIG-COUNT NOT < WS-FIG-MAX
006690         IF NOT FIG-TABLE-FULL
006700             SET FIG-TABLE-FULL TO TRUE
006710             DISPLAY "WITNESS-OPSKPI: MORE THAN " WS-FIG-MAX
006720                 " FIGURES - LATER PROGRAMS NOT LISTED"
006730         END-IF
006740         GO TO 1450-EXIT
006750     END-IF.
006760     IF WS-INSERT-X = ZERO
006770         COMPUTE WS-INSERT-X = WS-FIG-COUNT + 1
006780     END-IF.
006790     PERFORM VARYING FIG-Y FROM WS-FIG-COUNT BY -1
006800             UNTIL FIG-Y < WS-INSERT-X
006810         MOVE WS-FIG(FIG-Y) TO WS-FIG(FIG-Y + 1)
006820     END-PERFORM.
006830     ADD 1 TO WS-FIG-COUNT.
006840     MOVE WS-INSERT-X TO FIG-X.
006850     MOVE SPACES TO WS-NEW-LABEL.
006860     STRING "ERRORS - " WS-NEW-CODE
006870         DELIMITED BY SIZE INTO WS-NEW-LABEL.
006880     PERFORM 1420-CLEAR-FIGURE THRU 1420-EXIT.
006890     IF OPS-AVAILABLE
006900         SET FG-PRESENT(FIG-X) TO TRUE
006910     END-IF.
006920 1450-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950 2000-SCAN-REGISTRY.
006960*    THE MONTH'S RUNS BY STATUS, ITS RESTARTS AND HOW LONG EACH
006970*    RESTART TOOK TO GET GOING.  EVERY RUN COUNTS, SHADOW RUNS
006980*    INCLUDED - THE SCORECARD IS ABOUT WHETHER THE JOB RAN, NOT
006990*    WHAT KAIROS DID.
007000*----------------------------------------------------------------
007010     OPEN INPUT RUN-REGISTRY-FILE.
007020     IF NOT REGISTRY-STATUS-OK
007030         DISPLAY "WITNESS-OPSKPI: RUNREGST NOT AVAILABLE - "
007040             "ABENDING"
007050         STOP RUN WITH ERROR STATUS 16
007060     END-IF.
007070     MOVE ZERO TO REG-RUN-ID.
007080     START RUN-REGISTRY-FILE KEY > REG-RUN-ID
007090         INVALID KEY
007100             SET REGISTRY-STATUS-EOF TO TRUE
007110     END-START.
007120     PERFORM 2100-ONE-ENTRY THRU 2100-EXIT
007130         UNTIL REGISTRY-STATUS-EOF.
007140     CLOSE RUN-REGISTRY-FILE.
007150 2000-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180 2100-ONE-ENTRY.
007190*    THE ENTRY BEFORE A RESTART (IN RUN-ID ORDER) IS THE RUN IT
007200*    RESTARTED; ITS END - OR ITS START, IF IT NEVER CLOSED OUT -
007210*    IS WHERE THE TIME TO RESTART IS MEASURED FROM.
007220*----------------------------------------------------------------
007230     READ RUN-REGISTRY-FILE NEXT RECORD
007240         AT END
007250             SET REGISTRY-STATUS-EOF TO TRUE
007260             GO TO 2100-EXIT
007270     END-READ.
007280     MOVE REG-START-TIMESTAMP TO WS-TS-WORK.
007290     PERFORM 8100-TS-TO-SECONDS THRU 8100-EXIT.
007300     MOVE WS-TS-VALID-SW TO WS-START-VALID-SW.
007310     MOVE WS-TS-ABS TO WS-START-ABS.
007320     IF REG-START-TIMESTAMP(1:6) = WS-KPI-MONTH
007330         PERFORM 2200-COUNT-RUN THRU 2200-EXIT
007340     END-IF.
007350     MOVE "N" TO WS-PREV-KNOWN-SW.
007360     MOVE REG-END-TIMESTAMP TO WS-TS-WORK.
007370     PERFORM 8100-TS-TO-SECONDS THRU 8100-EXIT.
007380     IF TS-VALID
007390         MOVE WS-TS-ABS TO WS-PREV-ABS
007400         SET PREV-KNOWN TO TRUE
007410     ELSE
007420         IF START-VALID
007430             MOVE WS-START-ABS TO WS-PREV-ABS
007440             SET PREV-KNOWN TO TRUE
007450         END-IF
007460     END-IF.
007470 2100-EXIT.
007480     EXIT.

007490*----------------------------------------------------------------
007500 2200-COUNT-RUN.
007510*----------------------------------------------------------------
007520     IF WS-RUN-COUNT NOT < WS-RUN-MAX
007530         DISPLAY "WITNESS-OPSKPI: MORE THAN " WS-RUN-MAX
007540             " RUNS IN THE MONTH - ABENDING, NOTHING WRITTEN"
007550         STOP RUN WITH ERROR STATUS 16
007560     END-IF.
007570     ADD 1 TO WS-RUN-COUNT.
007580     MOVE REG-RUN-ID TO RT-RUN-ID(WS-RUN-COUNT).
007590     MOVE "N" TO RT-BUNDLED-SW(WS-RUN-COUNT).
007600     ADD 1 TO WS-MONTH-RUNS.
007610     EVALUATE REG-STATUS
007620         WHEN "C"
007630             ADD 1 TO WS-COMPLETED-RUNS
007640         WHEN "S"
007650             ADD 1 TO WS-STOPPED-RUNS
007660         WHEN "D"
007670             ADD 1 TO WS-DIVERGED-RUNS
007680         WHEN "A"
007690             ADD 1 TO WS-ABANDONED-RUNS
007700         WHEN "P"
007710             ADD 1 TO WS-SOFTSTOP-RUNS
007720         WHEN OTHER
007730             ADD 1 TO WS-INFLIGHT-RUNS
007740     END-EVALUATE.
007750     IF REG-RESTART-FLAG NOT = "Y"
007760         GO TO 2200-EXIT
007770     END-IF.
007780     ADD 1 TO WS-RESTART-RUNS.
007790     IF PREV-KNOWN AND START-VALID
007800             AND WS-START-ABS NOT < WS-PREV-ABS
007810         ADD 1 TO WS-RESTART-TIMED
007820         COMPUTE WS-RESTART-SECS =
007830             WS-RESTART-SECS + WS-START-ABS - WS-PREV-ABS
007840     END-IF.
007850 2200-EXIT.
007860     EXIT.

007870*----------------------------------------------------------------
007880 3000-SCAN-ACCOUNTING.
007890*    ACCTOUT IS THE LIVE DATASET CONCATENATED WITH ITS ARCHIVE GDG
007900*    - RETAIN MOVES AGED RECORDS, SO NO RUN IS SEEN TWICE.
007910*----------------------------------------------------------------
007920     OPEN INPUT ACCOUNTING-FILE.
007930     IF NOT ACCT-STATUS-OK
007940         MOVE "ACCTOUT" TO ML-DDNAME
007950         PERFORM 8200-NOT-AVAILABLE THRU 8200-EXIT
007960         GO TO 3000-EXIT
007970     END-IF.
007980     SET ACCT-AVAILABLE TO TRUE.
007990     PERFORM 3100-ONE-ACCOUNTING THRU 3100-EXIT
008000         UNTIL ACCT-STATUS-EOF.
008010     CLOSE ACCOUNTING-FILE.
008020 3000-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050 3100-ONE-ACCOUNTING.
008060*    ON TIME: COMPLETED ("C") WITH START TO END INSIDE THE BATCH
008070*    WINDOW.  EVERY RUN OF THE MONTH IS IN THE DENOMINATOR - A RUN
008080*    THAT NEVER COMPLETED DID NOT COMPLETE ON TIME EITHER.
008090*----------------------------------------------------------------
008100     READ ACCOUNTING-FILE
008110         AT END
008120             SET ACCT-STATUS-EOF TO TRUE
008130             GO TO 3100-EXIT
008140     END-READ.
008150     IF ACT-START-TS(1:6) NOT = WS-KPI-MONTH
008160         GO TO 3100-EXIT
008170     END-IF.
008180     ADD 1 TO WS-ACCT-RUNS.
008190     IF ACT-STATUS NOT = "C"
008200         GO TO 3100-EXIT
008210     END-IF.
008220     MOVE ACT-START-TS TO WS-TS-WORK.
008230     PERFORM 8100-TS-TO-SECONDS THRU 8100-EXIT.
008240     IF NOT TS-VALID
008250         GO TO 3100-EXIT
008260     END-IF.
008270     MOVE WS-TS-ABS TO WS-START-ABS.
008280     MOVE ACT-END-TS TO WS-TS-WORK.
008290     PERFORM 8100-TS-TO-SECONDS THRU 8100-EXIT.
008300     IF NOT TS-VALID
008310         GO TO 3100-EXIT
008320     END-IF.
008330     COMPUTE WS-ELAPSED = WS-TS-ABS - WS-START-ABS.
008340     IF WS-ELAPSED NOT < ZERO
008350             AND WS-ELAPSED NOT > WS-WINDOW-SECS
008360         ADD 1 TO WS-ONTIME-RUNS
008370     END-IF.
008380 3100-EXIT.
008390     EXIT.

008400*----------------------------------------------------------------
008410 3200-SCAN-OPSLOG.
008420*    OPSHIST IS OPSLOG CONCATENATED WITH ITS ARCHIVE GDG.  IT IS
008430*    READ UNDER ITS OWN DD NAME SO THIS STEP'S OWN EVENT CAN STILL
008440*    BE APPENDED TO OPSLOG.
008450*----------------------------------------------------------------
008460     OPEN INPUT OPS-LOG-FILE.
008470     IF NOT OPS-STATUS-OK
008480         MOVE "OPSHIST" TO ML-DDNAME
008490         PERFORM 8200-NOT-AVAILABLE THRU 8200-EXIT
008500         GO TO 3200-EXIT
008510     END-IF.
008520     SET OPS-AVAILABLE TO TRUE.
008530     PERFORM 3300-ONE-EVENT THRU 3300-EXIT
008540         UNTIL OPS-STATUS-EOF.
008550     CLOSE OPS-LOG-FILE.
008560 3200-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------
008590 3300-ONE-EVENT.
008600*    DEADLINE IS THE WITNESS-SEED-3 EARLY WARNING THAT THE RUN
008610*    WILL NOT FINISH INSIDE CC-DEADLINE-SECS.
008620*----------------------------------------------------------------
008630     READ OPS-LOG-FILE
008640         AT END
008650             SET OPS-STATUS-EOF TO TRUE
008660             GO TO 3300-EXIT
008670     END-READ.
008680     IF OPS-TIMESTAMP(1:6) NOT = WS-KPI-MONTH
008690         GO TO 3300-EXIT
008700     END-IF.
008710     IF OPS-EVENT-CODE = "DEADLINE"
008720         ADD 1 TO WS-DEADLINE-EVENTS
008730     END-IF.
008740     IF OPS-SEVERITY NOT = "E"
008750         GO TO 3300-EXIT
008760     END-IF.
008770     ADD 1 TO WS-ERROR-EVENTS.
008780     MOVE "P" TO WS-NEW-TYPE.
008790     MOVE OPS-PROGRAM TO WS-NEW-CODE.
008800     PERFORM 1450-FIND-FIGURE THRU 1450-EXIT.
008810     IF FIG-X > ZERO
008820         ADD 1 TO FG-VALUE(FIG-X)
008830     END-IF.
008840 3300-EXIT.
008850     EXIT.

008860*----------------------------------------------------------------
008870 3400-SCAN-MANIFEST.
008880*    EVERY VERIFICATION LOGGED IN THE MONTH COUNTS - A RUN FAILED
008890*    AND THEN RE-VERIFIED CLEAN STILL FAILED ONCE.
008900*----------------------------------------------------------------
008910     OPEN INPUT MANIFEST-FILE.
008920     IF NOT MANIFEST-STATUS-OK
008930         MOVE "MANIFEST" TO ML-DDNAME
008940         PERFORM 8200-NOT-AVAILABLE THRU 8200-EXIT
008950         GO TO 3400-EXIT
008960     END-IF.
008970     SET MANIFEST-AVAILABLE TO TRUE.
008980     PERFORM 3500-ONE-MANIFEST THRU 3500-EXIT
008990         UNTIL MANIFEST-STATUS-EOF.
009000     CLOSE MANIFEST-FILE.
009010 3400-EXIT.
009020     EXIT.

009030*----------------------------------------------------------------
009040 3500-ONE-MANIFEST.
009050*----------------------------------------------------------------
009060     READ MANIFEST-FILE
009070         AT END
009080             SET MANIFEST-STATUS-EOF TO TRUE
009090             GO TO 3500-EXIT
009100     END-READ.
009110     IF MAN-TIMESTAMP(1:6) NOT = WS-KPI-MONTH
009120         GO TO 3500-EXIT
009130     END-IF.
009140     ADD 1 TO WS-VFY-COUNT.
009150     IF MAN-VERDICT = "F"
009160         ADD 1 TO WS-VFY-FAILS
009170     END-IF.
009180 3500-EXIT.
009190     EXIT.

009200*----------------------------------------------------------------
009210 3600-SCAN-GATE-HISTORY.
009220*    A BREACH IS A GATING THAT HELD THE DOWNSTREAM STEPS (GATEREC
009230*    RESULT "B") - A SHADOW RUN OUTSIDE ITS ENVELOPE IS NOT ONE.
009240*----------------------------------------------------------------
009250     OPEN INPUT GATE-HISTORY-FILE.
009260     IF NOT GATE-STATUS-OK
009270         MOVE "ENVHIST" TO ML-DDNAME
009280         PERFORM 8200-NOT-AVAILABLE THRU 8200-EXIT
009290         GO TO 3600-EXIT
009300     END-IF.
009310     SET GATE-AVAILABLE TO TRUE.
009320     PERFORM 3700-ONE-GATING THRU 3700-EXIT
009330         UNTIL GATE-STATUS-EOF.
009340     CLOSE GATE-HISTORY-FILE.
009350 3600-EXIT.
009360     EXIT.

009370*----------------------------------------------------------------
009380 3700-ONE-GATING.
009390*----------------------------------------------------------------
009400     READ GATE-HISTORY-FILE
009410         AT END
009420             SET GATE-STATUS-EOF TO TRUE
009430             GO TO 3700-EXIT
009440     END-READ.
009450     IF GTH-GATED-TS(1:6) NOT = WS-KPI-MONTH
009460         GO TO 3700-EXIT
009470     END-IF.
009480     ADD 1 TO WS-GATINGS.
009490     IF GTH-BREACH
009500         ADD 1 TO WS-GATE-BREACHES
009510     END-IF.
009520 3700-EXIT.
009530     EXIT.

009540*----------------------------------------------------------------
009550 3800-SCAN-BUNDLES.
009560*    SENSQUAL IS REWRITTEN EVERY NIGHT; THE BUNDLE GDG IS WHERE
009570*    EACH RUN'S COPY SURVIVES.  ONLY ITS RECORDS-READ,
009580*    MISSED-FRAME AND OUT-OF-ORDER LINES ARE USED.
009590*----------------------------------------------------------------
009600     OPEN INPUT BUNDLE-FILE.
009610     IF NOT BUNDLE-STATUS-OK
009620         MOVE "BUNDLE" TO ML-DDNAME
009630         PERFORM 8200-NOT-AVAILABLE THRU 8200-EXIT
009640         GO TO 3800-EXIT
009650     END-IF.
009660     SET BUNDLE-AVAILABLE TO TRUE.
009670     PERFORM 3900-ONE-BUNDLE-RECORD THRU 3900-EXIT
009680         UNTIL BUNDLE-STATUS-EOF.
009690     CLOSE BUNDLE-FILE.
009700 3800-EXIT.
009710     EXIT.

009720*----------------------------------------------------------------
009730 3900-ONE-BUNDLE-RECORD.
009740*----------------------------------------------------------------
009750     READ BUNDLE-FILE INTO BUNDLE-RECORD
009760         AT END
009770             SET BUNDLE-STATUS-EOF TO TRUE
009780             GO TO 3900-EXIT
009790     END-READ.
009800     IF BND-HEADER
009810         PERFORM 3950-START-BUNDLE THRU 3950-EXIT
009820         GO TO 3900-EXIT
009830     END-IF.
009840     IF SKIP-BUNDLE
009850             OR NOT BND-DATA-RECORD
009860             OR BND-DATASET NOT = "SENSQUAL"
009870         GO TO 3900-EXIT
009880     END-IF.
009890     MOVE SPACES TO WS-QUAL-TEXT.
009900     EVALUATE BND-DATA(1:24)
009910         WHEN "RECORDS READ            "
009920             MOVE BND-DATA(25:9) TO WS-QUAL-TEXT
009930             PERFORM 3960-DE-EDIT THRU 3960-EXIT
009940             ADD WS-QUAL-VALUE TO WS-SENS-READ
009950         WHEN "FRAMES MISSED IN GAPS   "
009960             MOVE BND-DATA(25:9) TO WS-QUAL-TEXT
009970             PERFORM 3960-DE-EDIT THRU 3960-EXIT
009980             ADD WS-QUAL-VALUE TO WS-SENS-MISSED
009990         WHEN "OUT-OF-ORDER RECORDS    "
010000             MOVE BND-DATA(25:7) TO WS-QUAL-TEXT(3:7)
010010             PERFORM 3960-DE-EDIT THRU 3960-EXIT
010020             ADD WS-QUAL-VALUE TO WS-SENS-OOO
010030     END-EVALUATE.
010040 3900-EXIT.
010050     EXIT.

010060*----------------------------------------------------------------
010070 3950-START-BUNDLE.
010080*    A BUNDLE COUNTS ONLY FOR A RUN OF THE MONTH NOT ALREADY TAKEN
010090*    FROM A NEWER BUNDLE.
010100*----------------------------------------------------------------
010110     SET SKIP-BUNDLE TO TRUE.
010120     MOVE "N" TO WS-RUN-FOUND-SW.
010130     PERFORM VARYING RUN-X FROM 1 BY 1
010140             UNTIL RUN-X > WS-RUN-COUNT OR RUN-FOUND
010150         IF RT-RUN-ID(RUN-X) = BND-RUN-ID
010160             SET RUN-FOUND TO TRUE
010170         END-IF
010180     END-PERFORM.
010190     IF NOT RUN-FOUND
010200         GO TO 3950-EXIT
010210     END-IF.
010220     SUBTRACT 1 FROM RUN-X.
010230     IF RT-BUNDLED(RUN-X)
010240         GO TO 3950-EXIT
010250     END-IF.
010260     SET RT-BUNDLED(RUN-X) TO TRUE.
010270     MOVE "N" TO WS-SKIP-BUNDLE-SW.
010280     ADD 1 TO WS-SENS-RUNS.
010290 3950-EXIT.
010300     EXIT.

010310*----------------------------------------------------------------
010320 3960-DE-EDIT.
010330*----------------------------------------------------------------
010340     INSPECT WS-QUAL-TEXT REPLACING LEADING SPACES BY ZEROS.
010350     IF WS-QUAL-VALUE IS NOT NUMERIC
010360         MOVE ZERO TO WS-QUAL-VALUE
010370     END-IF.
010380 3960-EXIT.
010390     EXIT.

010400*----------------------------------------------------------------
010410 3990-SET-FIGURES.
010420*    THE FIXED FIGURES BY POSITION (SEE 1400-SET-UP-FIGURES).  A
010430*    RATE IS A PERCENTAGE; THE SENSOR REJECT RATE IS OUT-OF-ORDER
010440*    RECORDS (READ BUT NEVER APPLIED) OVER RECORDS READ, THE GAP
010450*    RATE MISSED FRAMES OVER FRAMES EXPECTED.
010460*----------------------------------------------------------------
010470     MOVE WS-MONTH-RUNS TO FG-VALUE(1).
010480     SET FG-PRESENT(1) TO TRUE.
010490     IF WS-MONTH-RUNS > ZERO
010500         COMPUTE FG-VALUE(2) ROUNDED =
010510             WS-COMPLETED-RUNS * 100 / WS-MONTH-RUNS
010520         COMPUTE FG-VALUE(3) ROUNDED =
010530             WS-STOPPED-RUNS * 100 / WS-MONTH-RUNS
010540         COMPUTE FG-VALUE(4) ROUNDED =
010550             WS-DIVERGED-RUNS * 100 / WS-MONTH-RUNS
010560         COMPUTE FG-VALUE(5) ROUNDED =
010570             WS-ABANDONED-RUNS * 100 / WS-MONTH-RUNS
010580         COMPUTE FG-VALUE(6) ROUNDED =
010590             WS-SOFTSTOP-RUNS * 100 / WS-MONTH-RUNS
010600         PERFORM VARYING FIG-X FROM 2 BY 1 UNTIL FIG-X > 6
010610             SET FG-PRESENT(FIG-X) TO TRUE
010620         END-PERFORM
010630     END-IF.
010640     MOVE WS-RESTART-RUNS TO FG-VALUE(7).
010650     SET FG-PRESENT(7) TO TRUE.
010660     IF WS-RESTART-TIMED > ZERO
010670         COMPUTE FG-VALUE(8) ROUNDED =
010680             WS-RESTART-SECS / WS-RESTART-TIMED / 60
010690         SET FG-PRESENT(8) TO TRUE
010700     END-IF.
010710     IF GATE-AVAILABLE
010720         MOVE WS-GATE-BREACHES TO FG-VALUE(9)
010730         SET FG-PRESENT(9) TO TRUE
010740     END-IF.
010750     IF BUNDLE-AVAILABLE AND WS-SENS-READ > ZERO
010760         COMPUTE FG-VALUE(10) ROUNDED =
010770             WS-SENS-OOO * 100 / WS-SENS-READ
010780         SET FG-PRESENT(10) TO TRUE
010790     END-IF.
010800     COMPUTE WS-SENS-DENOM = WS-SENS-READ + WS-SENS-MISSED.
010810     IF BUNDLE-AVAILABLE AND WS-SENS-DENOM > ZERO
010820         COMPUTE FG-VALUE(11) ROUNDED =
010830             WS-SENS-MISSED * 100 / WS-SENS-DENOM
010840         SET FG-PRESENT(11) TO TRUE
010850     END-IF.
010860     IF OPS-AVAILABLE
010870         MOVE WS-DEADLINE-EVENTS TO FG-VALUE(12)
010880         SET FG-PRESENT(12) TO TRUE
010890         MOVE WS-ERROR-EVENTS TO FG-VALUE(15)
010900         SET FG-PRESENT(15) TO TRUE
010910     END-IF.
010920     IF ACCT-AVAILABLE AND WS-ACCT-RUNS > ZERO
010930         COMPUTE FG-VALUE(13) ROUNDED =
010940             WS-ONTIME-RUNS * 100 / WS-ACCT-RUNS
010950         SET FG-PRESENT(13) TO TRUE
010960     END-IF.
010970     IF MANIFEST-AVAILABLE
010980         MOVE WS-VFY-FAILS TO FG-VALUE(14)
010990         SET FG-PRESENT(14) TO TRUE
011000     END-IF.
011010 3990-EXIT.
011020     EXIT.

011030*----------------------------------------------------------------
011040 4000-LOAD-HISTORY.
011050*    NO KPIHIST (THE FIRST MONTH SCORED) LEAVES EVERY PRIOR MONTH
011060*    N/A.
011070*----------------------------------------------------------------
011080     OPEN INPUT KPI-HISTORY-FILE.
011090     IF NOT HIST-STATUS-OK
011100         GO TO 4000-EXIT
011110     END-IF.
011120     PERFORM 4100-ONE-HISTORY THRU 4100-EXIT
011130         UNTIL HIST-STATUS-EOF.
011140     CLOSE KPI-HISTORY-FILE.
011150 4000-EXIT.
011160     EXIT.

011170*----------------------------------------------------------------
011180 4100-ONE-HISTORY.
011190*----------------------------------------------------------------
011200     READ KPI-HISTORY-FILE
011210         AT END
011220             SET HIST-STATUS-EOF TO TRUE
011230             GO TO 4100-EXIT
011240     END-READ.
011250     IF KPH-MONTH IS NOT NUMERIC OR KPH-VALUE IS NOT NUMERIC
011260         GO TO 4100-EXIT
011270     END-IF.
011280     IF WS-HIST-COUNT NOT < WS-HIST-MAX
011290         DISPLAY "WITNESS-OPSKPI: MORE THAN " WS-HIST-MAX
011300             " KPIHIST RECORDS - ABENDING, NOTHING WRITTEN"
011310         STOP RUN WITH ERROR STATUS 16
011320     END-IF.
011330     ADD 1 TO WS-HIST-COUNT.
011340     MOVE KPH-MONTH TO HT-MONTH(WS-HIST-COUNT).
011350     MOVE KPH-TYPE TO HT-TYPE(WS-HIST-COUNT).
011360     MOVE KPH-CODE TO HT-CODE(WS-HIST-COUNT).
011370     MOVE KPH-VALUE TO HT-VALUE(WS-HIST-COUNT).
011380     PERFORM VARYING PRI-X FROM 1 BY 1 UNTIL PRI-X > 3
011390         IF KPH-MONTH = WS-PRIOR-MONTH(PRI-X)
011400             PERFORM 4200-SET-PRIOR THRU 4200-EXIT
011410         END-IF
011420     END-PERFORM.
011430 4100-EXIT.
011440     EXIT.

011450*----------------------------------------------------------------
011460 4200-SET-PRIOR.
011470*    A PROGRAM WITH ERRORS IN A PRIOR MONTH IS LISTED EVEN WHEN IT
011480*    LOGGED NONE THIS MONTH.
011490*----------------------------------------------------------------
011500     MOVE KPH-TYPE TO WS-NEW-TYPE.
011510     MOVE KPH-CODE TO WS-NEW-CODE.
011520     PERFORM 1450-FIND-FIGURE THRU 1450-EXIT.
011530     IF FIG-X > ZERO
011540         MOVE KPH-VALUE TO FG-PRIOR-VALUE(FIG-X, PRI-X)
011550         SET FG-PRIOR-PRESENT(FIG-X, PRI-X) TO TRUE
011560     END-IF.
011570 4200-EXIT.
011580     EXIT.

011590*----------------------------------------------------------------
011600 4500-READ-THRESHOLDS.
011610*    NO KPITHR LEAVES THE SCORECARD UNFLAGGED.
011620*----------------------------------------------------------------
011630     OPEN INPUT THRESHOLD-FILE.
011640     IF NOT THRESHOLD-STATUS-OK
011650         GO TO 4500-EXIT
011660     END-IF.
011670     PERFORM 4600-ONE-THRESHOLD THRU 4600-EXIT
011680         UNTIL THRESHOLD-STATUS-EOF.
011690     CLOSE THRESHOLD-FILE.
011700 4500-EXIT.
011710     EXIT.

011720*----------------------------------------------------------------
011730 4600-ONE-THRESHOLD.
011740*    A BAD CARD IS LISTED AND SKIPPED - ITS FIGURE GOES UNFLAGGED,
011750*    THE REST OF THE SCORECARD STANDS.
011760*----------------------------------------------------------------
011770     READ THRESHOLD-FILE
011780         AT END
011790             SET THRESHOLD-STATUS-EOF TO TRUE
011800             GO TO 4600-EXIT
011810     END-READ.
011820     IF THRESHOLD-RECORD = SPACES
011830         GO TO 4600-EXIT
011840     END-IF.
011850     IF KPT-CODE = SPACES
011860         MOVE "NO CODE" TO WS-REJECT-REASON
011870         PERFORM 4700-REJECT-CARD THRU 4700-EXIT
011880         GO TO 4600-EXIT
011890     END-IF.
011900     IF KPT-DIRECTION NOT = "L" AND KPT-DIRECTION NOT = "H"
011910         MOVE "DIRECTION NOT L OR H" TO WS-REJECT-REASON
011920         PERFORM 4700-REJECT-CARD THRU 4700-EXIT
011930         GO TO 4600-EXIT
011940     END-IF.
011950     IF KPT-GREEN IS NOT NUMERIC OR KPT-AMBER IS NOT NUMERIC
011960         MOVE "LIMIT NOT NUMERIC" TO WS-REJECT-REASON
011970         PERFORM 4700-REJECT-CARD THRU 4700-EXIT
011980         GO TO 4600-EXIT
011990     END-IF.
012000     IF (KPT-DIRECTION = "L" AND KPT-GREEN > KPT-AMBER)
012010             OR (KPT-DIRECTION = "H" AND KPT-GREEN < KPT-AMBER)
012020         MOVE "GREEN LIMIT BEYOND AMBER" TO WS-REJECT-REASON
012030         PERFORM 4700-REJECT-CARD THRU 4700-EXIT
012040         GO TO 4600-EXIT
012050     END-IF.
012060     MOVE "K" TO WS-NEW-TYPE.
012070     MOVE KPT-CODE TO WS-NEW-CODE.
012080     PERFORM 1450-FIND-FIGURE THRU 1450-EXIT.
012090     IF FIG-X = ZERO
012100         MOVE "P" TO WS-NEW-TYPE
012110         PERFORM 1450-FIND-FIGURE THRU 1450-EXIT
012120     END-IF.
012130     IF FIG-X = ZERO
012140         MOVE "FIGURE TABLE FULL" TO WS-REJECT-REASON
012150         PERFORM 4700-REJECT-CARD THRU 4700-EXIT
012160         GO TO 4600-EXIT
012170     END-IF.
012180     MOVE KPT-DIRECTION TO FG-DIRECTION(FIG-X).
012190     MOVE KPT-GREEN TO FG-GREEN(FIG-X).
012200     MOVE KPT-AMBER TO FG-AMBER(FIG-X).
012210 4600-EXIT.
012220     EXIT.

012230*----------------------------------------------------------------
012240 4700-REJECT-CARD.
012250*----------------------------------------------------------------
012260     ADD 1 TO WS-REJECT-COUNT.
012270     MOVE THRESHOLD-RECORD(1:30) TO RJ-CARD.
012280     MOVE WS-REJECT-REASON TO RJ-REASON.
012290     MOVE WS-REJECT-LINE TO REPORT-LINE.
012300     WRITE REPORT-LINE.
012310 4700-EXIT.
012320     EXIT.

012330*----------------------------------------------------------------
012340 5000-FLAG-FIGURES.
012350*----------------------------------------------------------------
012360     PERFORM 5100-FLAG-ONE-FIGURE THRU 5100-EXIT
012370         VARYING FIG-X FROM 1 BY 1
012380         UNTIL FIG-X > WS-FIG-COUNT.
012390 5000-EXIT.
012400     EXIT.

012410*----------------------------------------------------------------
012420 5100-FLAG-ONE-FIGURE.
012430*    LOWER IS BETTER (L): GREEN UP TO THE GREEN LIMIT, AMBER UP TO
012440*    THE AMBER LIMIT, RED BEYOND.  HIGHER IS BETTER (H) MIRRORS
012450*    IT.
012460*----------------------------------------------------------------
012470     MOVE SPACES TO FG-FLAG(FIG-X).
012480     IF NOT FG-PRESENT(FIG-X) OR FG-DIRECTION(FIG-X) = SPACE
012490         GO TO 5100-EXIT
012500     END-IF.
012510     IF FG-DIRECTION(FIG-X) = "L"
012520         EVALUATE TRUE
012530             WHEN FG-VALUE(FIG-X) NOT > FG-GREEN(FIG-X)
012540                 SET FG-GREEN-FLAG(FIG-X) TO TRUE
012550             WHEN FG-VALUE(FIG-X) NOT > FG-AMBER(FIG-X)
012560                 SET FG-AMBER-FLAG(FIG-X) TO TRUE
012570             WHEN OTHER
012580                 SET FG-RED(FIG-X) TO TRUE
012590         END-EVALUATE
012600     ELSE
012610         EVALUATE TRUE
012620             WHEN FG-VALUE(FIG-X) NOT < FG-GREEN(FIG-X)
012630                 SET FG-GREEN-FLAG(FIG-X) TO TRUE
012640             WHEN FG-VALUE(FIG-X) NOT < FG-AMBER(FIG-X)
012650                 SET FG-AMBER-FLAG(FIG-X) TO TRUE
012660             WHEN OTHER
012670                 SET FG-RED(FIG-X) TO TRUE
012680         END-EVALUATE
012690     END-IF.
012700     EVALUATE TRUE
012710         WHEN FG-RED(FIG-X)
012720             ADD 1 TO WS-RED-COUNT
012730         WHEN FG-AMBER-FLAG(FIG-X)
012740             ADD 1 TO WS-AMBER-COUNT
012750         WHEN OTHER
012760             ADD 1 TO WS-GREEN-COUNT
012770     END-EVALUATE.
012780 5100-EXIT.
012790     EXIT.

012800*----------------------------------------------------------------
012810 6000-PRINT-SCORECARD.
012820*----------------------------------------------------------------
012830     MOVE SPACES TO REPORT-LINE.
012840     WRITE REPORT-LINE.
012850     MOVE WS-KPI-MONTH TO CL-MONTH-0.
012860     MOVE WS-PRIOR-MONTH(1) TO CL-MONTH-1.
012870     MOVE WS-PRIOR-MONTH(2) TO CL-MONTH-2.
012880     MOVE WS-PRIOR-MONTH(3) TO CL-MONTH-3.
012890     MOVE WS-COLUMN-LINE TO REPORT-LINE.
012900     WRITE REPORT-LINE.
012910     PERFORM 6100-PRINT-ONE-FIGURE THRU 6100-EXIT
012920         VARYING FIG-X FROM 1 BY 1
012930         UNTIL FIG-X > WS-FIXED-FIGS.
012940     MOVE SPACES TO REPORT-LINE.
012950     WRITE REPORT-LINE.
012960     MOVE WS-PROGRAM-LINE TO REPORT-LINE.
012970     WRITE REPORT-LINE.
012980     IF WS-FIG-COUNT NOT > WS-FIXED-FIGS
012990         MOVE WS-NO-PROGRAM-LINE TO REPORT-LINE
013000         WRITE REPORT-LINE
013010         GO TO 6000-EXIT
013020     END-IF.
013030     PERFORM 6100-PRINT-ONE-FIGURE THRU 6100-EXIT
013040         VARYING FIG-X FROM WS-FIRST-PROGRAM BY 1
013050         UNTIL FIG-X > WS-FIG-COUNT.
013060 6000-EXIT.
013070     EXIT.

013080*----------------------------------------------------------------
013090 6100-PRINT-ONE-FIGURE.
013100*----------------------------------------------------------------
013110     MOVE SPACES TO WS-DETAIL-LINE.
013120     MOVE FG-LABEL(FIG-X) TO DL-LABEL.
013130     IF FG-PRESENT(FIG-X)
013140         MOVE FG-VALUE(FIG-X) TO WS-EDIT-VALUE
013150         MOVE WS-EDIT-VALUE TO DL-VALUE
013160     ELSE
013170         MOVE WS-NA-VALUE TO DL-VALUE
013180     END-IF.
013190     PERFORM VARYING PRI-X FROM 1 BY 1 UNTIL PRI-X > 3
013200         IF FG-PRIOR-PRESENT(FIG-X, PRI-X)
013210             MOVE FG-PRIOR-VALUE(FIG-X, PRI-X) TO WS-EDIT-VALUE
013220             MOVE WS-EDIT-VALUE TO DL-PRIOR-VALUE(PRI-X)
013230         ELSE
013240             MOVE WS-NA-VALUE TO DL-PRIOR-VALUE(PRI-X)
013250         END-IF
013260     END-PERFORM.
013270     MOVE FG-FLAG(FIG-X) TO DL-FLAG.
013280     MOVE WS-DETAIL-LINE TO REPORT-LINE.
013290     WRITE REPORT-LINE.
013300 6100-EXIT.
013310     EXIT.

013320*----------------------------------------------------------------
013330 7000-REWRITE-HISTORY.
013340*    EVERY OTHER MONTH STILL IN RANGE IS COPIED BACK AS IT WAS,
013350*    THEN THE MONTH SCORED IS WRITTEN FRESH.
013360*----------------------------------------------------------------
013370     OPEN OUTPUT KPI-HISTORY-FILE.
013380     IF NOT HIST-STATUS-OK
013390         DISPLAY "WITNESS-OPSKPI: KPIHIST WILL NOT OPEN - KPIRPT "
013400             "IS PRINTED BUT THE MONTH IS NOT KEPT"
013410         STOP RUN WITH ERROR STATUS 16
013420     END-IF.
013430     PERFORM 7100-KEEP-ONE-HISTORY THRU 7100-EXIT
013440         VARYING HIST-X FROM 1 BY 1
013450         UNTIL HIST-X > WS-HIST-COUNT.
013460     PERFORM 7200-WRITE-ONE-FIGURE THRU 7200-EXIT
013470         VARYING FIG-X FROM 1 BY 1
013480         UNTIL FIG-X > WS-FIG-COUNT.
013490     CLOSE KPI-HISTORY-FILE.
013500 7000-EXIT.
013510     EXIT.

013520*----------------------------------------------------------------
013530 7100-KEEP-ONE-HISTORY.
013540*----------------------------------------------------------------
013550     IF HT-MONTH(HIST-X) = WS-KPI-MONTH
013560             OR HT-MONTH(HIST-X) < WS-OLDEST-KEPT
013570         GO TO 7100-EXIT
013580     END-IF.
013590     MOVE SPACES TO KPI-HISTORY-RECORD.
013600     MOVE HT-MONTH(HIST-X) TO KPH-MONTH.
013610     MOVE HT-TYPE(HIST-X) TO KPH-TYPE.
013620     MOVE HT-CODE(HIST-X) TO KPH-CODE.
013630     MOVE HT-VALUE(HIST-X) TO KPH-VALUE.
013640     WRITE KPI-HISTORY-RECORD.
013650     ADD 1 TO WS-HIST-WRITTEN.
013660 7100-EXIT.
013670     EXIT.

013680*----------------------------------------------------------------
013690 7200-WRITE-ONE-FIGURE.
013700*----------------------------------------------------------------
013710     IF NOT FG-PRESENT(FIG-X)
013720         GO TO 7200-EXIT
013730     END-IF.
013740     MOVE SPACES TO KPI-HISTORY-RECORD.
013750     MOVE WS-KPI-MONTH TO KPH-MONTH.
013760     MOVE FG-TYPE(FIG-X) TO KPH-TYPE.
013770     MOVE FG-CODE(FIG-X) TO KPH-CODE.
013780     MOVE FG-VALUE(FIG-X) TO KPH-VALUE.
013790     WRITE KPI-HISTORY-RECORD.
013800     ADD 1 TO WS-HIST-WRITTEN.
013810 7200-EXIT.
013820     EXIT.

013830*----------------------------------------------------------------
013840 8100-TS-TO-SECONDS.
013850*    WS-TS-WORK TO WS-TS-ABS.  A TIMESTAMP WITHOUT A USABLE DATE
013860*    AND TIME LEAVES TS-VALID OFF.
013870*----------------------------------------------------------------
013880     MOVE "N" TO WS-TS-VALID-SW.
013890     MOVE ZERO TO WS-TS-ABS.
013900     IF WS-TS-WORK(1:14) IS NOT NUMERIC
013910         GO TO 8100-EXIT
013920     END-IF.
013930     IF WS-TS-DATE < 16010101
013940         GO TO 8100-EXIT
013950     END-IF.
013960     COMPUTE WS-TS-ABS =
013970         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
013980         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
013990     SET TS-VALID TO TRUE.
014000 8100-EXIT.
014010     EXIT.

014020*----------------------------------------------------------------
014030 8200-NOT-AVAILABLE.
014040*----------------------------------------------------------------
014050     ADD 1 TO WS-MISSING-COUNT.
014060     MOVE WS-MISSING-LINE TO REPORT-LINE.
014070     WRITE REPORT-LINE.
014080     DISPLAY "WITNESS-OPSKPI: " ML-DDNAME " NOT AVAILABLE - "
014090         "ITS FIGURES SHOW N/A".
014100 8200-EXIT.
014110     EXIT.

014120*----------------------------------------------------------------
014130 8300-LOG-EVENT.
014140*----------------------------------------------------------------
014150     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
014160         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
014170 8300-EXIT.
014180     EXIT.

014190*----------------------------------------------------------------
014200 9000-TERMINATE.
014210*    RC=4 - A FIGURE IS RED, A KPITHR CARD WAS REJECTED, OR A
014220*    SOURCE WAS NOT AVAILABLE AND ITS FIGURES ARE N/A.
014230*----------------------------------------------------------------
014240     MOVE SPACES TO REPORT-LINE.
014250     WRITE REPORT-LINE.
014260     MOVE "RUNS STILL IN FLIGHT (R)" TO SM-LABEL.
014270     MOVE WS-INFLIGHT-RUNS TO SM-COUNT.
014280     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014290     WRITE REPORT-LINE.
014300     MOVE "RUNS WITH A BUNDLE      " TO SM-LABEL.
014310     MOVE WS-SENS-RUNS TO SM-COUNT.
014320     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014330     WRITE REPORT-LINE.
014340     MOVE "GATINGS RECORDED        " TO SM-LABEL.
014350     MOVE WS-GATINGS TO SM-COUNT.
014360     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014370     WRITE REPORT-LINE.
014380     MOVE "VERIFICATIONS LOGGED    " TO SM-LABEL.
014390     MOVE WS-VFY-COUNT TO SM-COUNT.
014400     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014410     WRITE REPORT-LINE.
014420     MOVE "FIGURES RED             " TO SM-LABEL.
014430     MOVE WS-RED-COUNT TO SM-COUNT.
014440     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014450     WRITE REPORT-LINE.
014460     MOVE "FIGURES AMBER           " TO SM-LABEL.
014470     MOVE WS-AMBER-COUNT TO SM-COUNT.
014480     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014490     WRITE REPORT-LINE.
014500     MOVE "FIGURES GREEN           " TO SM-LABEL.
014510     MOVE WS-GREEN-COUNT TO SM-COUNT.
014520     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014530     WRITE REPORT-LINE.
014540     MOVE "KPITHR CARDS REJECTED   " TO SM-LABEL.
014550     MOVE WS-REJECT-COUNT TO SM-COUNT.
014560     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014570     WRITE REPORT-LINE.
014580     MOVE "SOURCES NOT AVAILABLE   " TO SM-LABEL.
014590     MOVE WS-MISSING-COUNT TO SM-COUNT.
014600     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014610     WRITE REPORT-LINE.
014620     MOVE "KPIHIST RECORDS WRITTEN " TO SM-LABEL.
014630     MOVE WS-HIST-WRITTEN TO SM-COUNT.
014640     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
014650     WRITE REPORT-LINE.
014660     CLOSE REPORT-FILE.
014670     MOVE SPACES TO WS-EVL-TEXT.
014680     STRING "MONTH " WS-KPI-MONTH " SCORED, RED " WS-RED-COUNT
014690         " AMBER " WS-AMBER-COUNT " GREEN " WS-GREEN-COUNT
014700         DELIMITED BY SIZE INTO WS-EVL-TEXT.
014710     IF WS-RED-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
014720             OR WS-MISSING-COUNT > ZERO
014730         MOVE "KPIWARN" TO WS-EVL-CODE
014740         MOVE "W" TO WS-EVL-SEVERITY
014750     ELSE
014760         MOVE "KPIOK" TO WS-EVL-CODE
014770         MOVE "I" TO WS-EVL-SEVERITY
014780     END-IF.
014790     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
014800     DISPLAY "WITNESS-OPSKPI: MONTH " WS-KPI-MONTH " RUNS "
014810         WS-MONTH-RUNS " RED " WS-RED-COUNT " AMBER "
014820         WS-AMBER-COUNT " GREEN " WS-GREEN-COUNT.
014830     IF WS-RED-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
014840             OR WS-MISSING-COUNT > ZERO
014850         MOVE 4 TO RETURN-CODE
014860     END-IF.
014870 9000-EXIT.
014880     EXIT.

014890*----------------------------------------------------------------
014900 9100-REFUSE.
014910*    RC=8 - NOTHING SCORED, KPIHIST UNCHANGED.
014920*----------------------------------------------------------------
014930     MOVE WS-REFUSAL TO RF-TEXT.
014940     MOVE WS-REFUSED-LINE TO REPORT-LINE.
014950     WRITE REPORT-LINE.
014960     CLOSE REPORT-FILE.
014970     MOVE SPACES TO WS-EVL-TEXT.
014980     STRING "MONTH " WS-KPI-MONTH " REFUSED - " WS-REFUSAL
014990         DELIMITED BY SIZE INTO WS-EVL-TEXT.
015000     MOVE "KPIREF" TO WS-EVL-CODE.
015010     MOVE "E" TO WS-EVL-SEVERITY.
015020     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
015030     DISPLAY "WITNESS-OPSKPI: MONTH " WS-KPI-MONTH
015040         " REFUSED - " WS-REFUSAL.
015050     MOVE 8 TO RETURN-CODE.
015060 9100-EXIT.
015070     EXIT.
