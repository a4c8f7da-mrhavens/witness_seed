000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-RETAIN.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  OPSLOG, ACCTOUT, CFGARC,
000200*                  MANIFEST, KCTLLOG AND SNAPRPT ARE ALL APPENDED
000210*                  TO (DISP=MOD) BY EVERY RUN AND NOTHING EVER
000220*                  TRIMMED THEM - WITNESS-STATARC AND
000230*                  WITNESS-REGMNT ONLY LOOK AFTER STATELKP AND
000240*                  RUNREGST, AND OPSLOG HAD BECOME THE SLOWEST
000250*                  FILE WITNESS-CHRONO READS.  THIS WEEKLY
000260*                  UTILITY (THE RETAIN STEP IN WITNESSW) TAKES ONE
000270*                  RETCARD CARD PER DATASET GIVING THE RETENTION
000280*                  PERIOD IN DAYS, THE KEY A RECORD IS AGED BY -
000290*                  ITS OWN TIMESTAMP (T) OR ITS RUN'S REGISTRY
000300*                  DATES (R) - AND THE ARCHIVE TARGET: A ROLLS
000310*                  AGED RECORDS TO A NEW GENERATION OF THE
000320*                  DATASET'S ARCHIVE GDG IN THE SAME LAYOUT, D
000330*                  DISCARDS THEM.  THE LIVE DATASET IS THEN
000340*                  REWRITTEN WITH THE REMAINDER.  A RECORD FOR A
000350*                  RUN STILL IN STATUS "R" IS NEVER PURGED, AND AN
000360*                  ACCTOUT RECORD IS KEPT UNTIL ITS MONTH HAS BEEN
000370*                  MARKED BILLED ON BILLMARK (COPY BLMREC).
000380*                  RETRPT SHOWS BEFORE/AFTER COUNTS AND THE BYTES
000390*                  RECLAIMED PER DATASET.
000393* 2026-10-15  DLA  ACCTOUT RECORDS ARE 130 BYTES (CHARGEBACK
000396*                  FIELDS), SO RETWORK NOW HOLDS UP TO 130.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RETAIN-CARD-FILE ASSIGN TO "RETCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CARD-STATUS.
000470     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS REG-RUN-ID
000510         FILE STATUS IS WS-REGISTRY-STATUS.
000520     SELECT BILL-MARK-FILE ASSIGN TO "BILLMARK"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BILLMARK-STATUS.
000550     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-LIVE-STATUS.
000580     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTOUT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LIVE-STATUS.
000610     SELECT CONFIG-ARCHIVE-FILE ASSIGN TO "CFGARC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-LIVE-STATUS.
000640     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-LIVE-STATUS.
000670     SELECT COUPLING-CONTROL-LOG ASSIGN TO "KCTLLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LIVE-STATUS.
000700     SELECT SNAP-REPORT-FILE ASSIGN TO "SNAPRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-LIVE-STATUS.
000730     SELECT OPS-LOG-ARCHIVE ASSIGN TO "OPSARCH"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-ARCHIVE-STATUS.
000760     SELECT ACCOUNTING-ARCHIVE ASSIGN TO "ACCTARCH"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ARCHIVE-STATUS.
000790     SELECT CONFIG-ARCHIVE-ARCHIVE ASSIGN TO "CFGARCH"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ARCHIVE-STATUS.
000820     SELECT MANIFEST-ARCHIVE ASSIGN TO "MANARCH"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-ARCHIVE-STATUS.
000850     SELECT COUPLING-LOG-ARCHIVE ASSIGN TO "KCTLARCH"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ARCHIVE-STATUS.
000880     SELECT SNAP-REPORT-ARCHIVE ASSIGN TO "SNAPARCH"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-ARCHIVE-STATUS.
000910     SELECT RETAIN-WORK-FILE ASSIGN TO "RETWORK"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-WORK-STATUS.
000940     SELECT REPORT-FILE ASSIGN TO "RETRPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REPORT-STATUS.

000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  RETAIN-CARD-FILE
001000     RECORDING MODE IS F.
001010 01  RETAIN-CARD-RECORD.
001020     05  RTC-DATASET             PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  RTC-DAYS                PIC 9(04).
001050     05  FILLER                  PIC X(01).
001060     05  RTC-KEY                 PIC X(01).
001070         88  RTC-BY-TIMESTAMP    VALUE "T".
001080         88  RTC-BY-RUN          VALUE "R".
001090     05  FILLER                  PIC X(01).
001100     05  RTC-TARGET              PIC X(01).
001110         88  RTC-ARCHIVE         VALUE "A" " ".
001120         88  RTC-DISCARD         VALUE "D".
001130     05  FILLER                  PIC X(63).

001140 FD  RUN-REGISTRY-FILE.
001150     COPY RUNREG.

001160 FD  BILL-MARK-FILE
001170     RECORDING MODE IS F.
001180     COPY BLMREC.

001190*----------------------------------------------------------------
001200* THE LIVE DATASETS AND THEIR ARCHIVES ARE READ AND WRITTEN AS
001210* PLAIN IMAGES - A RECORD IS COPIED BYTE FOR BYTE, AND ONLY THE
001220* RUN-ID AND DATE POSITIONS IN WS-DATASET-TABLE ARE LOOKED AT.
001230*----------------------------------------------------------------
001240 FD  OPS-LOG-FILE.
001250 01  OPS-LOG-IMAGE               PIC X(115).
001260 FD  ACCOUNTING-FILE.
001270 01  ACCOUNTING-IMAGE            PIC X(130).
001280 FD  CONFIG-ARCHIVE-FILE.
001290 01  CONFIG-ARCHIVE-IMAGE        PIC X(100).
001300 FD  MANIFEST-FILE.
001310 01  MANIFEST-IMAGE              PIC X(102).
001320 FD  COUPLING-CONTROL-LOG.
001330 01  COUPLING-CONTROL-IMAGE      PIC X(34).
001340 FD  SNAP-REPORT-FILE.
001350 01  SNAP-REPORT-IMAGE           PIC X(80).
001360 FD  OPS-LOG-ARCHIVE.
001370 01  OPS-LOG-ARCHIVE-IMAGE       PIC X(115).
001380 FD  ACCOUNTING-ARCHIVE.
001390 01  ACCOUNTING-ARCHIVE-IMAGE    PIC X(130).
001400 FD  CONFIG-ARCHIVE-ARCHIVE.
001410 01  CONFIG-ARCHIVE-ARCH-IMAGE   PIC X(100).
001420 FD  MANIFEST-ARCHIVE.
001430 01  MANIFEST-ARCHIVE-IMAGE      PIC X(102).
001440 FD  COUPLING-LOG-ARCHIVE.
001450 01  COUPLING-LOG-ARCHIVE-IMAGE  PIC X(34).
001460 FD  SNAP-REPORT-ARCHIVE.
001470 01  SNAP-REPORT-ARCHIVE-IMAGE   PIC X(80).

001480*----------------------------------------------------------------
001490* THE RECORDS KEPT, HELD HERE WHILE THE LIVE DATASET IS READ AND
001500* COPIED BACK OVER IT.  ONE DATASET AT A TIME.
001510*----------------------------------------------------------------
001520 FD  RETAIN-WORK-FILE
001530     RECORD IS VARYING IN SIZE FROM 1 TO 130 CHARACTERS
001540         DEPENDING ON WS-WORK-SIZE.
001550 01  RETAIN-WORK-IMAGE           PIC X(130).

001560 FD  REPORT-FILE.
001570 01  REPORT-LINE                PIC X(80).

001580 WORKING-STORAGE SECTION.
001590 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001600     88  CARD-STATUS-OK      VALUE "00".
001610     88  CARD-STATUS-EOF     VALUE "10".
001620 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001630     88  REGISTRY-STATUS-OK  VALUE "00".
001640 01  WS-BILLMARK-STATUS      PIC X(02) VALUE SPACES.
001650     88  BILLMARK-STATUS-OK  VALUE "00".
001660 01  WS-LIVE-STATUS          PIC X(02) VALUE SPACES.
001670     88  LIVE-STATUS-OK      VALUE "00".
001680     88  LIVE-STATUS-EOF     VALUE "10".
001690 01  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001700     88  ARCHIVE-STATUS-OK   VALUE "00".
001710 01  WS-WORK-STATUS          PIC X(02) VALUE SPACES.
001720     88  WORK-STATUS-OK      VALUE "00".
001730     88  WORK-STATUS-EOF     VALUE "10".
001740 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001750 01  WS-TODAY                PIC 9(08).
001760 01  WS-DAY-NO               PIC 9(07).
001770 01  WS-WORK-SIZE            PIC 9(05) VALUE 130.
001780 01  WS-CARD-RESULT          PIC X(55).

001790*----------------------------------------------------------------
001800* THE DATASETS THIS UTILITY KNOWS, WITH THE RECORD LENGTH, THE
001810* POSITION OF THE RUN-ID AND OF THE DATE (YYYYMMDD, THE FRONT OF
001820* A TIMESTAMP) IN EACH RECORD - ZERO WHERE THE RECORD HAS NONE -
001830* AND THE AGEING KEYS A CARD MAY NAME.  CFGARC AND KCTLLOG CARRY
001840* NO TIMESTAMP, SO THEY AGE BY RUN ONLY.  SNAPRPT IS A REPORT:
001850* EACH SNAPSHOT IS A BLOCK OF LINES OPENED BY THE WITNESS-SEED-3
001860* SNAPSHOT TITLE, AND THE POSITIONS ARE IN THE "RUN" LINE THAT
001870* FOLLOWS IT - THE WHOLE BLOCK GOES OR STAYS TOGETHER.
001880*----------------------------------------------------------------
001890 01  WS-DATASET-VALUES.
001900     05  FILLER  PIC X(19) VALUE "OPSLOG  115027001TR".
001910     05  FILLER  PIC X(19) VALUE "ACCTOUT 130001009TR".
001920     05  FILLER  PIC X(19) VALUE "CFGARC  100001000R ".
001930     05  FILLER  PIC X(19) VALUE "MANIFEST102001009TR".
001940     05  FILLER  PIC X(19) VALUE "KCTLLOG 034001000R ".
001950     05  FILLER  PIC X(19) VALUE "SNAPRPT 080005028TR".
001960 01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
001970     05  WS-DATASET-ENTRY    OCCURS 6 TIMES.
001980         10  WS-DS-NAME          PIC X(08).
001990         10  WS-DS-LENGTH        PIC 9(03).
002000         10  WS-DS-RUN-POS       PIC 9(03).
002010         10  WS-DS-DATE-POS      PIC 9(03).
002020         10  WS-DS-KEYS          PIC X(02).
002030 01  RET-X                   PIC 9(02).
002040 01  CARD-X                  PIC 9(02).

002050*----------------------------------------------------------------
002060* THE ACCEPTED CARD FOR EACH DATASET.  A DATASET WITH NO CARD IS
002070* LEFT ALONE.  RT-CUTOFF IS TODAY LESS THE RETENTION DAYS - A
002080* RECORD DATED BEFORE IT HAS AGED OUT.
002090*----------------------------------------------------------------
002100 01  WS-RETAIN-TABLE.
002110     05  WS-RETAIN-ENTRY     OCCURS 6 TIMES.
002120         10  RT-CARDED           PIC X(01).
002130         10  RT-DAYS             PIC 9(04).
002140         10  RT-KEY              PIC X(01).
002150         10  RT-TARGET           PIC X(01).
002160         10  RT-CUTOFF           PIC 9(08).

002170*----------------------------------------------------------------
002180* ONE RECORD OF THE DATASET BEING TRIMMED, ITS RUN-ID AND DATE
002190* (ZERO WHEN IT HAS NONE) AND WHAT BECOMES OF IT.
002200*----------------------------------------------------------------
002210 01  WS-REC-DATA             PIC X(130).
002220 01  WS-REC-RUN-ID           PIC 9(08).
002230 01  WS-REC-DATE             PIC 9(08).
002240 01  WS-AGE-DATE             PIC 9(08).
002250 01  WS-FATE                 PIC X(01).
002260     88  FATE-YOUNG          VALUE "K".
002270     88  FATE-AGED           VALUE "A".
002280     88  FATE-ACTIVE         VALUE "H".
002290     88  FATE-UNBILLED       VALUE "B".
002300     88  FATE-UNDATED        VALUE "U".

002310*----------------------------------------------------------------
002320* SNAPRPT BLOCK STATE: THE TITLE LINE IS HELD UNTIL THE RUN LINE
002330* BEHIND IT DECIDES THE BLOCK.
002340*----------------------------------------------------------------
002350 01  WS-SNAP-TITLE           PIC X(80) VALUE
002360     "WITNESS SEED 3.0 INTERIM SNAPSHOT".
002370 01  WS-SNAP-HELD            PIC X(80).
002380 01  WS-SNAP-SAVE            PIC X(130).
002390 01  WS-SNAP-HELD-SW         PIC X(01) VALUE "N".
002400     88  SNAP-TITLE-HELD     VALUE "Y".
002410 01  WS-SNAP-FATE            PIC X(01).

002420*----------------------------------------------------------------
002430* REGISTRY LOOKUP.  RECORDS OF ONE RUN SIT TOGETHER, SO THE LAST
002440* RUN LOOKED UP IS KEPT.  WS-LOW-RUN-ID IS THE LOWEST RUN-ID ON
002450* THE REGISTRY - A RUN BELOW IT HAS BEEN UNLOADED BY
002460* WITNESS-REGMNT, SO IT CLOSED OUT LONG BEFORE ANY RUN STILL ON
002470* FILE.
002480*----------------------------------------------------------------
002490 01  WS-LOW-RUN-ID           PIC 9(08) VALUE ZERO.
002500 01  WS-CACHE-RUN-ID         PIC 9(08) VALUE ZERO.
002510 01  WS-CACHE-FOUND-SW       PIC X(01) VALUE "N".
002520     88  RUN-ON-REGISTRY     VALUE "Y".
002530 01  WS-CACHE-STATUS         PIC X(01).
002540 01  WS-CACHE-DATE           PIC 9(08).

002550 01  WS-BILLMARK-SW          PIC X(01) VALUE "N".
002560     88  BILLMARK-FOUND      VALUE "Y".
002570 01  WS-BILLED-MONTH         PIC 9(06) VALUE ZERO.

002580*----------------------------------------------------------------
002590* COUNTS FOR THE DATASET BEING TRIMMED, AND FOR THE SWEEP.
002600*----------------------------------------------------------------
002610 01  WS-BEFORE-COUNT         PIC 9(09).
002620 01  WS-AGED-COUNT           PIC 9(09).
002630 01  WS-AFTER-COUNT          PIC 9(09).
002640 01  WS-YOUNG-COUNT          PIC 9(09).
002650 01  WS-ACTIVE-COUNT         PIC 9(09).
002660 01  WS-UNBILLED-COUNT       PIC 9(09).
002670 01  WS-UNDATED-COUNT        PIC 9(09).
002680 01  WS-REWRITTEN-COUNT      PIC 9(09).
002690 01  WS-BYTES-RECLAIMED      PIC 9(12).
002700 01  WS-TRIMMED-COUNT        PIC 9(04) VALUE ZERO.
002710 01  WS-TOTAL-AGED           PIC 9(09) VALUE ZERO.
002720 01  WS-TOTAL-BYTES          PIC 9(12) VALUE ZERO.
002730 01  WS-REJECTED-COUNT       PIC 9(04) VALUE ZERO.
002740 01  WS-UNAVAILABLE-COUNT    PIC 9(04) VALUE ZERO.
002750 01  WS-NO-ARCHIVE-COUNT     PIC 9(04) VALUE ZERO.

002760*----------------------------------------------------------------
002770* OPSLOG EVENT (SEE WITNESS-EVLOG) - LOGGED LAST, AFTER OPSLOG
002780* ITSELF HAS BEEN REWRITTEN.
002790*----------------------------------------------------------------
002800 01  WS-EVL-PROGRAM          PIC X(12) VALUE "RETAIN".
002810 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
002820 01  WS-EVL-CODE             PIC X(08).
002830 01  WS-EVL-SEVERITY         PIC X(01).
002840 01  WS-EVL-TEXT             PIC X(60).

002850 01  WS-HEADER-LINE.
002860     05  FILLER              PIC X(30)
002870         VALUE "MOD DATASET RETENTION SWEEP - ".
002880     05  FILLER              PIC X(06) VALUE "TODAY ".
002890     05  HL-TODAY            PIC 9(08).
002900 01  WS-BILLMARK-LINE.
002910     05  FILLER              PIC X(30)
002920         VALUE "ACCTOUT BILLED THROUGH MONTH  ".
002930     05  BL-MONTH            PIC 9(06).
002940 01  WS-NO-BILLMARK-LINE     PIC X(80) VALUE
002950     "NO MONTH MARKED BILLED - NO ACCTOUT RECORD WILL BE PURGED".
002960 01  WS-CARD-COLUMN-LINE     PIC X(80) VALUE
002970     "DATASET  DAYS K T  RESULT".
002980 01  WS-CARD-DETAIL-LINE.
002990     05  CL-DATASET          PIC X(08).
003000     05  FILLER              PIC X(01) VALUE SPACE.
003010     05  CL-DAYS             PIC X(04).
003020     05  FILLER              PIC X(01) VALUE SPACE.
003030     05  CL-KEY              PIC X(01).
003040     05  FILLER              PIC X(01) VALUE SPACE.
003050     05  CL-TARGET           PIC X(01).
003060     05  FILLER              PIC X(02) VALUE SPACES.
003070     05  CL-RESULT           PIC X(55).
003080 01  WS-ACCEPTED-RESULT.
003090     05  FILLER              PIC X(18)
003100         VALUE "ACCEPTED - CUTOFF ".
003110     05  AR-CUTOFF           PIC 9(08).
003120 01  WS-COLUMN-LINE.
003130     05  FILLER              PIC X(34) VALUE
003140         "DATASET  K DAYS CUTOFF      BEFORE".
003150     05  FILLER              PIC X(41) VALUE
003160         "  ARCHIVED     AFTER  BYTES FREED TARGET".
003170 01  WS-DETAIL-LINE.
003180     05  DL-DATASET          PIC X(08).
003190     05  FILLER              PIC X(01) VALUE SPACE.
003200     05  DL-KEY              PIC X(01).
003210     05  FILLER              PIC X(01) VALUE SPACE.
003220     05  DL-DAYS             PIC Z(3)9.
003230     05  FILLER              PIC X(01) VALUE SPACE.
003240     05  DL-CUTOFF           PIC 9(08).
003250     05  FILLER              PIC X(01) VALUE SPACE.
003260     05  DL-BEFORE           PIC Z(8)9.
003270     05  FILLER              PIC X(01) VALUE SPACE.
003280     05  DL-AGED             PIC Z(8)9.
003290     05  FILLER              PIC X(01) VALUE SPACE.
003300     05  DL-AFTER            PIC Z(8)9.
003310     05  FILLER              PIC X(01) VALUE SPACE.
003320     05  DL-BYTES            PIC Z(11)9.
003330     05  FILLER              PIC X(01) VALUE SPACE.
003340     05  DL-TARGET           PIC X(07).
003350 01  WS-KEPT-LINE.
003360     05  FILLER              PIC X(11) VALUE SPACES.
003370     05  KL-LABEL            PIC X(30).
003380     05  KL-COUNT            PIC Z(8)9.
003390 01  WS-NOTE-LINE.
003400     05  FILLER              PIC X(04) VALUE "*** ".
003410     05  NL-DATASET          PIC X(08).
003420     05  FILLER              PIC X(01) VALUE SPACE.
003430     05  NL-TEXT             PIC X(60).
003440 01  WS-SUMMARY-LINE.
003450     05  SM-LABEL            PIC X(30).
003460     05  SM-COUNT            PIC Z(11)9.

003470 PROCEDURE DIVISION.
003480*----------------------------------------------------------------
003490 0000-MAINLINE.
003500*----------------------------------------------------------------
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003520     PERFORM 3000-RETAIN-DATASET THRU 3000-EXIT
003530         VARYING RET-X FROM 1 BY 1 UNTIL RET-X > 6.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.

003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003580*    THE CARDS ARE ALL READ AND CHECKED FIRST; A REJECTED CARD
003590*    LEAVES ITS DATASET UNTOUCHED AND THE OTHERS ARE STILL
003600*    TRIMMED.  WITHOUT THE REGISTRY NO RECORD CAN BE SHOWN TO
003610*    BELONG TO A FINISHED RUN, SO NOTHING IS PURGED AT ALL.
003620*----------------------------------------------------------------
003630     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
003640     MOVE WS-TODAY TO HL-TODAY.
003650     INITIALIZE WS-RETAIN-TABLE.
003660     OPEN INPUT RUN-REGISTRY-FILE.
003670     IF NOT REGISTRY-STATUS-OK
003680         DISPLAY "WITNESS-RETAIN: RUNREGST NOT AVAILABLE - "
003690             "ABENDING"
003700         STOP RUN WITH ERROR STATUS 16
003710     END-IF.
003720     PERFORM 1200-FIND-LOWEST-RUN THRU 1200-EXIT.
003730     PERFORM 1300-READ-BILL-MARK THRU 1300-EXIT.
003740     OPEN OUTPUT REPORT-FILE.
003750     MOVE WS-HEADER-LINE TO REPORT-LINE.
003760     WRITE REPORT-LINE.
003770     IF BILLMARK-FOUND
003780         MOVE WS-BILLED-MONTH TO BL-MONTH
003790         MOVE WS-BILLMARK-LINE TO REPORT-LINE
003800     ELSE
003810         MOVE WS-NO-BILLMARK-LINE TO REPORT-LINE
003820     END-IF.
003830     WRITE REPORT-LINE.
003840     MOVE SPACES TO REPORT-LINE.
003850     WRITE REPORT-LINE.
003860     MOVE WS-CARD-COLUMN-LINE TO REPORT-LINE.
003870     WRITE REPORT-LINE.
003880     OPEN INPUT RETAIN-CARD-FILE.
003890     IF NOT CARD-STATUS-OK
003900         DISPLAY "WITNESS-RETAIN: RETCARD NOT AVAILABLE - "
003910             "ABENDING"
003920         STOP RUN WITH ERROR STATUS 16
003930     END-IF.
003940     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
003950         UNTIL CARD-STATUS-EOF.
003960     CLOSE RETAIN-CARD-FILE.
003970     MOVE SPACES TO REPORT-LINE.
003980     WRITE REPORT-LINE.
003990     MOVE WS-COLUMN-LINE TO REPORT-LINE.
004000     WRITE REPORT-LINE.
004010 1000-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------
004040 1100-READ-ONE-CARD.
004050*----------------------------------------------------------------
004060     READ RETAIN-CARD-FILE
004070         AT END
004080             SET CARD-STATUS-EOF TO TRUE
004090             GO TO 1100-EXIT
004100     END-READ.
004110     IF RETAIN-CARD-RECORD = SPACES
004120         GO TO 1100-EXIT
004130     END-IF.
004140     PERFORM 1110-CHECK-CARD THRU 1110-EXIT.
004150     IF WS-CARD-RESULT(1:8) = "REJECTED"
004160         ADD 1 TO WS-REJECTED-COUNT
004170     END-IF.
004180     MOVE RTC-DATASET TO CL-DATASET.
004190     MOVE RETAIN-CARD-RECORD(10:4) TO CL-DAYS.
004200     MOVE RTC-KEY TO CL-KEY.
004210     MOVE RTC-TARGET TO CL-TARGET.
004220     MOVE WS-CARD-RESULT TO CL-RESULT.
004230     MOVE WS-CARD-DETAIL-LINE TO REPORT-LINE.
004240     WRITE REPORT-LINE.
004250 1100-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280 1110-CHECK-CARD.
004290*----------------------------------------------------------------
004300     MOVE ZERO TO CARD-X.
004310     PERFORM VARYING RET-X FROM 1 BY 1 UNTIL RET-X > 6
004320         IF WS-DS-NAME(RET-X) = RTC-DATASET
004330             MOVE RET-X TO CARD-X
004340         END-IF
004350     END-PERFORM.
004360     IF CARD-X = ZERO
004370         MOVE "REJECTED - DATASET NOT KNOWN" TO WS-CARD-RESULT
004380         GO TO 1110-EXIT
004390     END-IF.
004400     IF RT-CARDED(CARD-X) = "Y"
004410         MOVE "REJECTED - SECOND CARD FOR THE DATASET"
004420             TO WS-CARD-RESULT
004430         GO TO 1110-EXIT
004440     END-IF.
004450     IF RTC-DAYS IS NOT NUMERIC OR RTC-DAYS = ZERO
004460         MOVE "REJECTED - DAYS MUST BE 0001 TO 9999"
004470             TO WS-CARD-RESULT
004480         GO TO 1110-EXIT
004490     END-IF.
004500     IF NOT RTC-BY-TIMESTAMP AND NOT RTC-BY-RUN
004510         MOVE "REJECTED - KEY MUST BE T OR R" TO WS-CARD-RESULT
004520         GO TO 1110-EXIT
004530     END-IF.
004540     IF RTC-KEY NOT = WS-DS-KEYS(CARD-X)(1:1)
004550         AND RTC-KEY NOT = WS-DS-KEYS(CARD-X)(2:1)
004560         MOVE "REJECTED - DATASET HAS NO TIMESTAMP, KEY R ONLY"
004570             TO WS-CARD-RESULT
004580         GO TO 1110-EXIT
004590     END-IF.
004600     IF NOT RTC-ARCHIVE AND NOT RTC-DISCARD
004610         MOVE "REJECTED - TARGET MUST BE A OR D" TO WS-CARD-RESULT
004620         GO TO 1110-EXIT
004630     END-IF.
004640     MOVE "Y" TO RT-CARDED(CARD-X).
004650     MOVE RTC-DAYS TO RT-DAYS(CARD-X).
004660     MOVE RTC-KEY TO RT-KEY(CARD-X).
004670     IF RTC-DISCARD
004680         MOVE "D" TO RT-TARGET(CARD-X)
004690     ELSE
004700         MOVE "A" TO RT-TARGET(CARD-X)
004710     END-IF.
004720     COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(WS-TODAY)
004730         - RTC-DAYS.
004740     COMPUTE RT-CUTOFF(CARD-X) =
004750         FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
004760     MOVE RT-CUTOFF(CARD-X) TO AR-CUTOFF.
004770     MOVE WS-ACCEPTED-RESULT TO WS-CARD-RESULT.
004780 1110-EXIT.
004790     EXIT.

004800*----------------------------------------------------------------
004810 1200-FIND-LOWEST-RUN.
004820*----------------------------------------------------------------
004830     MOVE ZERO TO REG-RUN-ID.
004840     START RUN-REGISTRY-FILE KEY > REG-RUN-ID
004850         INVALID KEY
004860             GO TO 1200-EXIT
004870     END-START.
004880     READ RUN-REGISTRY-FILE NEXT RECORD
004890         AT END
004900             GO TO 1200-EXIT
004910     END-READ.
004920     MOVE REG-RUN-ID TO WS-LOW-RUN-ID.
004930 1200-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960 1300-READ-BILL-MARK.
004970*    NO BILLMARK, OR AN EMPTY ONE, MEANS NOTHING HAS BEEN BILLED:
004980*    EVERY ACCTOUT RECORD IS KEPT.
004990*----------------------------------------------------------------
005000     OPEN INPUT BILL-MARK-FILE.
005010     IF NOT BILLMARK-STATUS-OK
005020         GO TO 1300-EXIT
005030     END-IF.
005040     READ BILL-MARK-FILE
005050         AT END
005060             CONTINUE
005070         NOT AT END
005080             IF BLM-MONTH IS NUMERIC AND BLM-MONTH > ZERO
005090                 MOVE BLM-MONTH TO WS-BILLED-MONTH
005100                 SET BILLMARK-FOUND TO TRUE
005110             END-IF
005120     END-READ.
005130     CLOSE BILL-MARK-FILE.
005140 1300-EXIT.
005150     EXIT.

005160*----------------------------------------------------------------
005170 3000-RETAIN-DATASET.
005180*    ONE DATASET, RET-X IN THE TABLE.  EVERY RECORD IS EITHER
005190*    ROLLED TO THE ARCHIVE GENERATION (OR DISCARDED) OR COPIED TO
005200*    RETWORK; ONLY THEN, AND ONLY IF SOMETHING AGED OUT, IS THE
005210*    LIVE DATASET REWRITTEN FROM RETWORK.  AN ABEND BEFORE THE
005220*    REWRITE LEAVES THE LIVE DATASET WHOLE AND CAN ONLY DUPLICATE
005230*    RECORDS IN THE ARCHIVE, NEVER LOSE THEM - THE WITNESS-STATARC
005240*    RULE.  A DATASET THAT WILL NOT OPEN, OR WHOSE ARCHIVE WILL
005250*    NOT, IS LEFT AS IT IS.
005260*----------------------------------------------------------------
005270     IF RT-CARDED(RET-X) NOT = "Y"
005280         GO TO 3000-EXIT
005290     END-IF.
005300     MOVE ZERO TO WS-BEFORE-COUNT WS-AGED-COUNT WS-AFTER-COUNT
005310         WS-YOUNG-COUNT WS-ACTIVE-COUNT WS-UNBILLED-COUNT
005320         WS-UNDATED-COUNT WS-BYTES-RECLAIMED.
005330     MOVE "N" TO WS-SNAP-HELD-SW.
005340     MOVE "U" TO WS-SNAP-FATE.
005350     MOVE WS-DS-NAME(RET-X) TO NL-DATASET.
005360     MOVE SPACES TO WS-LIVE-STATUS.
005370     EVALUATE RET-X
005380         WHEN 1
005390             OPEN INPUT OPS-LOG-FILE
005400         WHEN 2
005410             OPEN INPUT ACCOUNTING-FILE
005420         WHEN 3
005430             OPEN INPUT CONFIG-ARCHIVE-FILE
005440         WHEN 4
005450             OPEN INPUT MANIFEST-FILE
005460         WHEN 5
005470             OPEN INPUT COUPLING-CONTROL-LOG
005480         WHEN 6
005490             OPEN INPUT SNAP-REPORT-FILE
005500     END-EVALUATE.
005510     IF NOT LIVE-STATUS-OK
005520         ADD 1 TO WS-UNAVAILABLE-COUNT
005530         MOVE "NOT AVAILABLE - NOT TRIMMED" TO NL-TEXT
005540         MOVE WS-NOTE-LINE TO REPORT-LINE
005550         WRITE REPORT-LINE
005560         GO TO 3000-EXIT
005570     END-IF.
005580     IF RT-TARGET(RET-X) = "A"
005590         PERFORM 3050-OPEN-ARCHIVE THRU 3050-EXIT
005600         IF NOT ARCHIVE-STATUS-OK
005610             PERFORM 3800-CLOSE-LIVE THRU 3800-EXIT
005620             ADD 1 TO WS-NO-ARCHIVE-COUNT
005630             MOVE "ARCHIVE NOT AVAILABLE - NOT TRIMMED" TO NL-TEXT
005640             MOVE WS-NOTE-LINE TO REPORT-LINE
005650             WRITE REPORT-LINE
005660             GO TO 3000-EXIT
005670         END-IF
005680     END-IF.
005690     OPEN OUTPUT RETAIN-WORK-FILE.
005700     IF NOT WORK-STATUS-OK
005710         DISPLAY "WITNESS-RETAIN: RETWORK NOT AVAILABLE - "
005720             "ABENDING"
005730         STOP RUN WITH ERROR STATUS 16
005740     END-IF.
005750     PERFORM 3100-AGE-ONE-RECORD THRU 3100-EXIT
005760         UNTIL LIVE-STATUS-EOF.
005770     IF SNAP-TITLE-HELD
005780         MOVE WS-SNAP-HELD TO WS-REC-DATA
005790         SET FATE-UNDATED TO TRUE
005800         PERFORM 3400-ROUTE-RECORD THRU 3400-EXIT
005810     END-IF.
005820     PERFORM 3800-CLOSE-LIVE THRU 3800-EXIT.
005830     IF RT-TARGET(RET-X) = "A"
005840         PERFORM 3850-CLOSE-ARCHIVE THRU 3850-EXIT
005850     END-IF.
005860     CLOSE RETAIN-WORK-FILE.
005870     IF WS-AGED-COUNT > ZERO
005880         PERFORM 3500-REWRITE-LIVE THRU 3500-EXIT
005890         ADD 1 TO WS-TRIMMED-COUNT
005900     END-IF.
005910     COMPUTE WS-BYTES-RECLAIMED =
005920         WS-AGED-COUNT * WS-DS-LENGTH(RET-X).
005930     ADD WS-AGED-COUNT TO WS-TOTAL-AGED.
005940     ADD WS-BYTES-RECLAIMED TO WS-TOTAL-BYTES.
005950     PERFORM 3600-REPORT-DATASET THRU 3600-EXIT.
005960 3000-EXIT.
005970     EXIT.

005980*----------------------------------------------------------------
005990 3050-OPEN-ARCHIVE.
006000*----------------------------------------------------------------
006010     MOVE SPACES TO WS-ARCHIVE-STATUS.
006020     EVALUATE RET-X
006030         WHEN 1
006040             OPEN OUTPUT OPS-LOG-ARCHIVE
006050         WHEN 2
006060             OPEN OUTPUT ACCOUNTING-ARCHIVE
006070         WHEN 3
006080             OPEN OUTPUT CONFIG-ARCHIVE-ARCHIVE
006090         WHEN 4
006100             OPEN OUTPUT MANIFEST-ARCHIVE
006110         WHEN 5
006120             OPEN OUTPUT COUPLING-LOG-ARCHIVE
006130         WHEN 6
006140             OPEN OUTPUT SNAP-REPORT-ARCHIVE
006150     END-EVALUATE.
006160 3050-EXIT.
006170     EXIT.

006180*----------------------------------------------------------------
006190 3100-AGE-ONE-RECORD.
006200*----------------------------------------------------------------
006210     MOVE SPACES TO WS-REC-DATA.
006220     EVALUATE RET-X
006230         WHEN 1
006240             READ OPS-LOG-FILE INTO WS-REC-DATA
006250                 AT END
006260                     SET LIVE-STATUS-EOF TO TRUE
006270             END-READ
006280         WHEN 2
006290             READ ACCOUNTING-FILE INTO WS-REC-DATA
006300                 AT END
006310                     SET LIVE-STATUS-EOF TO TRUE
006320             END-READ
006330         WHEN 3
006340             READ CONFIG-ARCHIVE-FILE INTO WS-REC-DATA
006350                 AT END
006360                     SET LIVE-STATUS-EOF TO TRUE
006370             END-READ
006380         WHEN 4
006390             READ MANIFEST-FILE INTO WS-REC-DATA
006400                 AT END
006410                     SET LIVE-STATUS-EOF TO TRUE
006420             END-READ
006430         WHEN 5
006440             READ COUPLING-CONTROL-LOG INTO WS-REC-DATA
006450                 AT END
006460                     SET LIVE-STATUS-EOF TO TRUE
006470             END-READ
006480         WHEN 6
006490             READ SNAP-REPORT-FILE INTO WS-REC-DATA
006500                 AT END
006510                     SET LIVE-STATUS-EOF TO TRUE
006520             END-READ
006530     END-EVALUATE.
006540     IF LIVE-STATUS-EOF
006550         GO TO 3100-EXIT
006560     END-IF.
006570     ADD 1 TO WS-BEFORE-COUNT.
006580     IF RET-X = 6
006590         PERFORM 3300-AGE-SNAP-LINE THRU 3300-EXIT
006600         GO TO 3100-EXIT
006610     END-IF.
006620     PERFORM 3200-EXTRACT-KEYS THRU 3200-EXIT.
006630     PERFORM 4000-AGE-RECORD THRU 4000-EXIT.
006640     PERFORM 3400-ROUTE-RECORD THRU 3400-EXIT.
006650 3100-EXIT.
006660     EXIT.

006670*----------------------------------------------------------------
006680 3200-EXTRACT-KEYS.
006690*    RUN-ID AND DATE FROM THE POSITIONS IN WS-DATASET-TABLE.  A
006700*    FIELD THAT IS NOT NUMERIC (A BLANK RUN-ID ON AN OPSLOG EVENT
006710*    LOGGED OUTSIDE ANY RUN, SAY) COUNTS AS ABSENT.
006720*----------------------------------------------------------------
006730     MOVE ZERO TO WS-REC-RUN-ID WS-REC-DATE.
006740     IF WS-DS-RUN-POS(RET-X) > ZERO
006750         IF WS-REC-DATA(WS-DS-RUN-POS(RET-X):8) IS NUMERIC
006760             MOVE WS-REC-DATA(WS-DS-RUN-POS(RET-X):8)
006770                 TO WS-REC-RUN-ID
006780         END-IF
006790     END-IF.
006800     IF WS-DS-DATE-POS(RET-X) > ZERO
006810         IF WS-REC-DATA(WS-DS-DATE-POS(RET-X):8) IS NUMERIC
006820             MOVE WS-REC-DATA(WS-DS-DATE-POS(RET-X):8)
006830                 TO WS-REC-DATE
006840         END-IF
006850     END-IF.
006860 3200-EXIT.
006870     EXIT.

006880*----------------------------------------------------------------
006890 3300-AGE-SNAP-LINE.
006900*    A TITLE LINE IS HELD; THE LINE AFTER IT DECIDES THE BLOCK
006910*    (A "RUN" LINE IS AGED LIKE ANY RECORD, ANYTHING ELSE LEAVES
006920*    THE BLOCK UNDATED) AND THE REST OF THE BLOCK FOLLOWS IT.
006930*    LINES AHEAD OF THE FIRST TITLE ARE KEPT.
006940*----------------------------------------------------------------
006950     IF WS-REC-DATA(1:80) = WS-SNAP-TITLE
006960         IF SNAP-TITLE-HELD
006970             MOVE WS-REC-DATA TO WS-SNAP-SAVE
006980             MOVE WS-SNAP-HELD TO WS-REC-DATA
006990             SET FATE-UNDATED TO TRUE
007000             PERFORM 3400-ROUTE-RECORD THRU 3400-EXIT
007010             MOVE WS-SNAP-SAVE TO WS-REC-DATA
007020         END-IF
007030         MOVE WS-REC-DATA(1:80) TO WS-SNAP-HELD
007040         SET SNAP-TITLE-HELD TO TRUE
007050         GO TO 3300-EXIT
007060     END-IF.
007070     IF SNAP-TITLE-HELD
007080         SET FATE-UNDATED TO TRUE
007090         IF WS-REC-DATA(1:4) = "RUN "
007100             PERFORM 3200-EXTRACT-KEYS THRU 3200-EXIT
007110             IF WS-REC-RUN-ID > ZERO
007120                 PERFORM 4000-AGE-RECORD THRU 4000-EXIT
007130             END-IF
007140         END-IF
007150         MOVE WS-FATE TO WS-SNAP-FATE
007160         MOVE WS-REC-DATA TO WS-SNAP-SAVE
007170         MOVE WS-SNAP-HELD TO WS-REC-DATA
007180         PERFORM 3400-ROUTE-RECORD THRU 3400-EXIT
007190         MOVE WS-SNAP-SAVE TO WS-REC-DATA
007200         MOVE "N" TO WS-SNAP-HELD-SW
007210     END-IF.
007220     MOVE WS-SNAP-FATE TO WS-FATE.
007230     PERFORM 3400-ROUTE-RECORD THRU 3400-EXIT.
007240 3300-EXIT.
007250     EXIT.

007260*----------------------------------------------------------------
007270 3400-ROUTE-RECORD.
007280*    AN AGED RECORD GOES TO THE ARCHIVE (OR NOWHERE, FOR A D
007290*    CARD); EVERYTHING ELSE TO RETWORK, TO BE WRITTEN BACK.  A
007300*    FAILED WRITE ABENDS BEFORE THE LIVE DATASET IS TOUCHED.
007310*----------------------------------------------------------------
007320     EVALUATE TRUE
007330         WHEN FATE-AGED
007340             ADD 1 TO WS-AGED-COUNT
007350             IF RT-TARGET(RET-X) = "A"
007360                 PERFORM 3450-WRITE-ARCHIVE THRU 3450-EXIT
007370             END-IF
007380             GO TO 3400-EXIT
007390         WHEN FATE-YOUNG
007400             ADD 1 TO WS-YOUNG-COUNT
007410         WHEN FATE-ACTIVE
007420             ADD 1 TO WS-ACTIVE-COUNT
007430         WHEN FATE-UNBILLED
007440             ADD 1 TO WS-UNBILLED-COUNT
007450         WHEN OTHER
007460             ADD 1 TO WS-UNDATED-COUNT
007470     END-EVALUATE.
007480     MOVE WS-DS-LENGTH(RET-X) TO WS-WORK-SIZE.
007490     WRITE RETAIN-WORK-IMAGE FROM WS-REC-DATA.
007500     IF NOT WORK-STATUS-OK
007510         DISPLAY "WITNESS-RETAIN: RETWORK WRITE FAILED STATUS "
007520             WS-WORK-STATUS " ON " WS-DS-NAME(RET-X)
007530             " - ABENDING, LIVE DATASET NOT YET REWRITTEN"
007540         STOP RUN WITH ERROR STATUS 16
007550     END-IF.
007560     ADD 1 TO WS-AFTER-COUNT.
007570 3400-EXIT.
007580     EXIT.

007590*----------------------------------------------------------------
007600 3450-WRITE-ARCHIVE.
007610*----------------------------------------------------------------
007620     EVALUATE RET-X
007630         WHEN 1
007640             WRITE OPS-LOG-ARCHIVE-IMAGE FROM WS-REC-DATA
007650         WHEN 2
007660             WRITE ACCOUNTING-ARCHIVE-IMAGE FROM WS-REC-DATA
007670         WHEN 3
007680             WRITE CONFIG-ARCHIVE-ARCH-IMAGE FROM WS-REC-DATA
007690         WHEN 4
007700             WRITE MANIFEST-ARCHIVE-IMAGE FROM WS-REC-DATA
007710         WHEN 5
007720             WRITE COUPLING-LOG-ARCHIVE-IMAGE FROM WS-REC-DATA
007730         WHEN 6
007740             WRITE SNAP-REPORT-ARCHIVE-IMAGE FROM WS-REC-DATA
007750     END-EVALUATE.
007760     IF NOT ARCHIVE-STATUS-OK
007770         DISPLAY "WITNESS-RETAIN: ARCHIVE WRITE FAILED STATUS "
007780             WS-ARCHIVE-STATUS " ON " WS-DS-NAME(RET-X)
007790             " - ABENDING, LIVE DATASET NOT YET REWRITTEN"
007800         STOP RUN WITH ERROR STATUS 16
007810     END-IF.
007820 3450-EXIT.
007830     EXIT.

007840*----------------------------------------------------------------
007850 3500-REWRITE-LIVE.
007860*    THE LIVE DATASET IS REPLACED BY THE RETWORK COPY.  THE COUNT
007870*    WRITTEN BACK MUST MATCH THE COUNT KEPT; IF THE REWRITE FAILS
007880*    PART WAY, RETWORK (KEPT ON AN ABEND - SEE WITNESSW) STILL
007890*    HOLDS EVERY RECORD THAT BELONGS ON THE LIVE DATASET.
007900*----------------------------------------------------------------
007910     OPEN INPUT RETAIN-WORK-FILE.
007920     IF NOT WORK-STATUS-OK
007930         DISPLAY "WITNESS-RETAIN: RETWORK WILL NOT REOPEN - "
007940             "ABENDING, " WS-DS-NAME(RET-X) " NOT YET REWRITTEN"
007950         STOP RUN WITH ERROR STATUS 16
007960     END-IF.
007970     MOVE SPACES TO WS-LIVE-STATUS.
007980     EVALUATE RET-X
007990         WHEN 1
008000             OPEN OUTPUT OPS-LOG-FILE
008010         WHEN 2
008020             OPEN OUTPUT ACCOUNTING-FILE
008030         WHEN 3
008040             OPEN OUTPUT CONFIG-ARCHIVE-FILE
008050         WHEN 4
008060             OPEN OUTPUT MANIFEST-FILE
008070         WHEN 5
008080             OPEN OUTPUT COUPLING-CONTROL-LOG
008090         WHEN 6
008100             OPEN OUTPUT SNAP-REPORT-FILE
008110     END-EVALUATE.
008120     IF NOT LIVE-STATUS-OK
008130         DISPLAY "WITNESS-RETAIN: " WS-DS-NAME(RET-X)
008140             " WILL NOT OPEN FOR REWRITE - ABENDING"
008150         STOP RUN WITH ERROR STATUS 16
008160     END-IF.
008170     MOVE ZERO TO WS-REWRITTEN-COUNT.
008180     PERFORM 3510-COPY-BACK-ONE THRU 3510-EXIT
008190         UNTIL WORK-STATUS-EOF.
008200     CLOSE RETAIN-WORK-FILE.
008210     PERFORM 3800-CLOSE-LIVE THRU 3800-EXIT.
008220     IF WS-REWRITTEN-COUNT NOT = WS-AFTER-COUNT
008230         DISPLAY "WITNESS-RETAIN: " WS-DS-NAME(RET-X)
008240             " REWRITTEN WITH " WS-REWRITTEN-COUNT " RECORDS, "
008250             WS-AFTER-COUNT " KEPT - ABENDING"
008260         STOP RUN WITH ERROR STATUS 16
008270     END-IF.
008280 3500-EXIT.
008290     EXIT.

008300*----------------------------------------------------------------
008310 3510-COPY-BACK-ONE.
008320*----------------------------------------------------------------
008330     MOVE SPACES TO WS-REC-DATA.
008340     READ RETAIN-WORK-FILE INTO WS-REC-DATA
008350         AT END
008360             SET WORK-STATUS-EOF TO TRUE
008370             GO TO 3510-EXIT
008380     END-READ.
008390     EVALUATE RET-X
008400         WHEN 1
008410             WRITE OPS-LOG-IMAGE FROM WS-REC-DATA
008420         WHEN 2
008430             WRITE ACCOUNTING-IMAGE FROM WS-REC-DATA
008440         WHEN 3
008450             WRITE CONFIG-ARCHIVE-IMAGE FROM WS-REC-DATA
008460         WHEN 4
008470             WRITE MANIFEST-IMAGE FROM WS-REC-DATA
008480         WHEN 5
008490             WRITE COUPLING-CONTROL-IMAGE FROM WS-REC-DATA
008500         WHEN 6
008510             WRITE SNAP-REPORT-IMAGE FROM WS-REC-DATA
008520     END-EVALUATE.
008530     IF NOT LIVE-STATUS-OK
008540         DISPLAY "WITNESS-RETAIN: REWRITE OF " WS-DS-NAME(RET-X)
008550             " FAILED STATUS " WS-LIVE-STATUS
008560             " - ABENDING, RETWORK HOLDS THE KEPT RECORDS"
008570         STOP RUN WITH ERROR STATUS 16
008580     END-IF.
008590     ADD 1 TO WS-REWRITTEN-COUNT.
008600 3510-EXIT.
008610     EXIT.

008620*----------------------------------------------------------------
008630 3600-REPORT-DATASET.
008640*----------------------------------------------------------------
008650     MOVE WS-DS-NAME(RET-X) TO DL-DATASET.
008660     MOVE RT-KEY(RET-X) TO DL-KEY.
008670     MOVE RT-DAYS(RET-X) TO DL-DAYS.
008680     MOVE RT-CUTOFF(RET-X) TO DL-CUTOFF.
008690     MOVE WS-BEFORE-COUNT TO DL-BEFORE.
008700     MOVE WS-AGED-COUNT TO DL-AGED.
008710     MOVE WS-AFTER-COUNT TO DL-AFTER.
008720     MOVE WS-BYTES-RECLAIMED TO DL-BYTES.
008730     IF RT-TARGET(RET-X) = "A"
008740         MOVE "ARCHIVE" TO DL-TARGET
008750     ELSE
008760         MOVE "DISCARD" TO DL-TARGET
008770     END-IF.
008780     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008790     WRITE REPORT-LINE.
008800     IF WS-YOUNG-COUNT > ZERO
008810         MOVE "KEPT - INSIDE RETENTION PERIOD" TO KL-LABEL
008820         MOVE WS-YOUNG-COUNT TO KL-COUNT
008830         MOVE WS-KEPT-LINE TO REPORT-LINE
008840         WRITE REPORT-LINE
008850     END-IF.
008860     IF WS-ACTIVE-COUNT > ZERO
008870         MOVE "KEPT - RUN STILL IN STATUS R" TO KL-LABEL
008880         MOVE WS-ACTIVE-COUNT TO KL-COUNT
008890         MOVE WS-KEPT-LINE TO REPORT-LINE
008900         WRITE REPORT-LINE
008910     END-IF.
008920     IF WS-UNBILLED-COUNT > ZERO
008930         MOVE "KEPT - MONTH NOT YET BILLED" TO KL-LABEL
008940         MOVE WS-UNBILLED-COUNT TO KL-COUNT
008950         MOVE WS-KEPT-LINE TO REPORT-LINE
008960         WRITE REPORT-LINE
008970     END-IF.
008980     IF WS-UNDATED-COUNT > ZERO
008990         MOVE "KEPT - NOTHING TO AGE IT BY" TO KL-LABEL
009000         MOVE WS-UNDATED-COUNT TO KL-COUNT
009010         MOVE WS-KEPT-LINE TO REPORT-LINE
009020         WRITE REPORT-LINE
009030     END-IF.
009040 3600-EXIT.
009050     EXIT.

009060*----------------------------------------------------------------
009070 3800-CLOSE-LIVE.
009080*----------------------------------------------------------------
009090     EVALUATE RET-X
009100         WHEN 1
009110             CLOSE OPS-LOG-FILE
009120         WHEN 2
009130             CLOSE ACCOUNTING-FILE
009140         WHEN 3
009150             CLOSE CONFIG-ARCHIVE-FILE
009160         WHEN 4
009170             CLOSE MANIFEST-FILE
009180         WHEN 5
009190             CLOSE COUPLING-CONTROL-LOG
009200         WHEN 6
009210             CLOSE SNAP-REPORT-FILE
009220     END-EVALUATE.
009230 3800-EXIT.
009240     EXIT.

009250*----------------------------------------------------------------
009260 3850-CLOSE-ARCHIVE.
009270*----------------------------------------------------------------
009280     EVALUATE RET-X
009290         WHEN 1
009300             CLOSE OPS-LOG-ARCHIVE
009310         WHEN 2
009320             CLOSE ACCOUNTING-ARCHIVE
009330         WHEN 3
009340             CLOSE CONFIG-ARCHIVE-ARCHIVE
009350         WHEN 4
009360             CLOSE MANIFEST-ARCHIVE
009370         WHEN 5
009380             CLOSE COUPLING-LOG-ARCHIVE
009390         WHEN 6
009400             CLOSE SNAP-REPORT-ARCHIVE
009410     END-EVALUATE.
009420 3850-EXIT.
009430     EXIT.

009440*----------------------------------------------------------------
009450 4000-AGE-RECORD.
009460*    DECIDES WS-FATE FOR THE RUN-ID AND DATE IN WS-REC-RUN-ID AND
009470*    WS-REC-DATE, UNDER THE DATASET'S CARD.
009480*      - A RECORD FOR A RUN STILL IN STATUS "R" IS HELD, WHATEVER
009490*        ITS AGE.
009500*      - KEY T AGES BY THE RECORD'S OWN DATE.
009510*      - KEY R AGES BY THE RUN'S END DATE (ITS START DATE IF IT
009520*        NEVER CLOSED OUT).  A RUN BELOW THE LOWEST RUN-ID ON THE
009530*        REGISTRY WAS UNLOADED BY WITNESS-REGMNT AND HAS AGED OUT;
009540*        ANY OTHER RUN NOT ON THE REGISTRY CANNOT BE AGED.
009550*      - AN AGED ACCTOUT RECORD IS HELD UNTIL ITS MONTH (THE
009560*        MONTH OF ACT-START-TS) HAS BEEN MARKED BILLED.
009570*----------------------------------------------------------------
009580     MOVE "N" TO WS-CACHE-FOUND-SW.
009590     IF WS-REC-RUN-ID > ZERO
009600         PERFORM 4100-LOOK-UP-RUN THRU 4100-EXIT
009610         IF RUN-ON-REGISTRY AND WS-CACHE-STATUS = "R"
009620             SET FATE-ACTIVE TO TRUE
009630             GO TO 4000-EXIT
009640         END-IF
009650     END-IF.
009660     IF RT-KEY(RET-X) = "T"
009670         IF WS-REC-DATE = ZERO
009680             SET FATE-UNDATED TO TRUE
009690             GO TO 4000-EXIT
009700         END-IF
009710         MOVE WS-REC-DATE TO WS-AGE-DATE
009720     ELSE
009730         IF WS-REC-RUN-ID = ZERO
009740             SET FATE-UNDATED TO TRUE
009750             GO TO 4000-EXIT
009760         END-IF
009770         IF RUN-ON-REGISTRY
009780             MOVE WS-CACHE-DATE TO WS-AGE-DATE
009790         ELSE
009800             IF WS-REC-RUN-ID < WS-LOW-RUN-ID
009810                 MOVE ZERO TO WS-AGE-DATE
009820             ELSE
009830                 SET FATE-UNDATED TO TRUE
009840                 GO TO 4000-EXIT
009850             END-IF
009860         END-IF
009870     END-IF.
009880     IF WS-AGE-DATE NOT < RT-CUTOFF(RET-X)
009890         SET FATE-YOUNG TO TRUE
009900         GO TO 4000-EXIT
009910     END-IF.
009920     SET FATE-AGED TO TRUE.
009930     IF RET-X = 2
009940         IF NOT BILLMARK-FOUND
009950             OR WS-REC-DATA(9:6) IS NOT NUMERIC
009960             OR WS-REC-DATA(9:6) > WS-BILLED-MONTH
009970             SET FATE-UNBILLED TO TRUE
009980         END-IF
009990     END-IF.
010000 4000-EXIT.
010010     EXIT.

010020*----------------------------------------------------------------
010030 4100-LOOK-UP-RUN.
010040*----------------------------------------------------------------
010050     IF WS-REC-RUN-ID = WS-CACHE-RUN-ID
010060         GO TO 4100-RESTORE-FOUND
010070     END-IF.
010080     MOVE WS-REC-RUN-ID TO WS-CACHE-RUN-ID.
010090     MOVE WS-REC-RUN-ID TO REG-RUN-ID.
010100     MOVE SPACE TO WS-CACHE-STATUS.
010110     MOVE ZERO TO WS-CACHE-DATE.
010120     READ RUN-REGISTRY-FILE
010130         INVALID KEY
010140             MOVE SPACE TO WS-CACHE-STATUS
010150             GO TO 4100-EXIT
010160     END-READ.
010170     MOVE REG-STATUS TO WS-CACHE-STATUS.
010180     IF REG-END-TIMESTAMP(1:8) IS NUMERIC
010190         MOVE REG-END-TIMESTAMP(1:8) TO WS-CACHE-DATE
010200     ELSE
010210         IF REG-START-TIMESTAMP(1:8) IS NUMERIC
010220             MOVE REG-START-TIMESTAMP(1:8) TO WS-CACHE-DATE
010230         END-IF
010240     END-IF.
010250 4100-RESTORE-FOUND.
010260     IF WS-CACHE-STATUS NOT = SPACE
010270         SET RUN-ON-REGISTRY TO TRUE
010280     END-IF.
010290 4100-EXIT.
010300     EXIT.

010310*----------------------------------------------------------------
010320 8300-LOG-EVENT.
010330*----------------------------------------------------------------
010340     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
010350         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
010360 8300-EXIT.
010370     EXIT.

010380*----------------------------------------------------------------
010390 9000-TERMINATE.
010400*    RC=8 - AN ARCHIVE WOULD NOT OPEN, SO A DATASET THAT WAS DUE
010410*    FOR TRIMMING WAS NOT.  RC=4 - A CARD WAS REJECTED OR A LIVE
010420*    DATASET WAS NOT THERE TO TRIM.
010430*----------------------------------------------------------------
010440     CLOSE RUN-REGISTRY-FILE.
010450     MOVE SPACES TO REPORT-LINE.
010460     WRITE REPORT-LINE.
010470     MOVE "DATASETS TRIMMED" TO SM-LABEL.
010480     MOVE WS-TRIMMED-COUNT TO SM-COUNT.
010490     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010500     WRITE REPORT-LINE.
010510     MOVE "RECORDS AGED OUT" TO SM-LABEL.
010520     MOVE WS-TOTAL-AGED TO SM-COUNT.
010530     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010540     WRITE REPORT-LINE.
010550     MOVE "BYTES RECLAIMED" TO SM-LABEL.
010560     MOVE WS-TOTAL-BYTES TO SM-COUNT.
010570     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010580     WRITE REPORT-LINE.
010590     MOVE "CARDS REJECTED" TO SM-LABEL.
010600     MOVE WS-REJECTED-COUNT TO SM-COUNT.
010610     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010620     WRITE REPORT-LINE.
010630     MOVE "DATASETS NOT AVAILABLE" TO SM-LABEL.
010640     MOVE WS-UNAVAILABLE-COUNT TO SM-COUNT.
010650     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010660     WRITE REPORT-LINE.
010670     MOVE "ARCHIVES NOT AVAILABLE" TO SM-LABEL.
010680     MOVE WS-NO-ARCHIVE-COUNT TO SM-COUNT.
010690     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010700     WRITE REPORT-LINE.
010710     CLOSE REPORT-FILE.
010720     MOVE SPACES TO WS-EVL-TEXT.
010730     IF WS-NO-ARCHIVE-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
010740         OR WS-UNAVAILABLE-COUNT > ZERO
010750         MOVE "RETWARN" TO WS-EVL-CODE
010760         MOVE "W" TO WS-EVL-SEVERITY
010770         STRING "RETAIN INCOMPLETE - " WS-NO-ARCHIVE-COUNT
010780             " NO ARCHIVE, " WS-REJECTED-COUNT " CARDS REJECTED"
010790             DELIMITED BY SIZE INTO WS-EVL-TEXT
010800     ELSE
010810         MOVE "RETOK" TO WS-EVL-CODE
010820         MOVE "I" TO WS-EVL-SEVERITY
010830         STRING "RETENTION SWEEP - " WS-TOTAL-AGED
010840             " RECORDS AGED OUT"
010850             DELIMITED BY SIZE INTO WS-EVL-TEXT
010860     END-IF.
010870     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
010880     IF WS-NO-ARCHIVE-COUNT > ZERO
010890         MOVE 8 TO RETURN-CODE
010900     ELSE
010910         IF WS-REJECTED-COUNT > ZERO
010920             OR WS-UNAVAILABLE-COUNT > ZERO
010930             MOVE 4 TO RETURN-CODE
010940         END-IF
010950     END-IF.
010960     DISPLAY "WITNESS-RETAIN: TRIMMED " WS-TRIMMED-COUNT
010970         " AGED OUT " WS-TOTAL-AGED " BYTES " WS-TOTAL-BYTES.
010980 9000-EXIT.
010990     EXIT.
