000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-BNDRST.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  LISTS THE PER-RUN OUTPUT
000200*                  BUNDLES WITNESS-BUNDLE WRITES (COPY BNDREC) AND
000210*                  RESTORES ONE RUN'S DATASETS TO THEIR ORIGINAL
000220*                  LAYOUTS ON THE DDS OF THE SAME NAMES, SO
000230*                  WITNESS-POSTMORT, WITNESS-SPECTRUM AND
000240*                  WITNESS-EXTRACT CAN BE RUN AGAINST A RUN LONG
000250*                  AFTER ITS DATASETS WERE REALLOCATED (WITNESSB).
000260*                  BRSCARD:
000270*                    L - LIST EVERY BUNDLE ON THE BUNDLE DD, OR
000280*                        ONLY THE PUNCHED RUN'S.  THE DEFAULT.
000290*                    R - RESTORE THE PUNCHED RUN: EVERY DATASET,
000300*                        OR ONLY THOSE NAMED ON THE CARD.
000310*                  EVERY RESTORED DATASET IS COUNTED AND SUMMED
000320*                  THROUGH WITNESS-RECSUM AGAIN AND CHECKED
000330*                  AGAINST THE BUNDLE TRAILER.  RC=8 WHEN THE CARD
000340*                  IS INVALID, THE RUN IS IN NO BUNDLE, THE BUNDLE
000350*                  HAS NO TRAILER, AN OUTPUT DD WILL NOT OPEN OR A
000360*                  DATASET DOES NOT AGREE WITH THE TRAILER.  RC=4
000370*                  WHEN A DATASET ASKED FOR WAS ABSENT FROM THE
000380*                  RUN AND IS RESTORED EMPTY.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RESTORE-CARD-FILE ASSIGN TO "BRSCARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CARD-STATUS.
000460     SELECT BUNDLE-FILE ASSIGN TO "BUNDLE"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BUNDLE-STATUS.
000490     SELECT SEED-OUTPUT-FILE ASSIGN TO "SEEDOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OUT-STATUS.
000520     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-OUT-STATUS.
000550     SELECT PHASE-TREND-FILE ASSIGN TO "PHASETRD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OUT-STATUS.
000580     SELECT CLUSTER-METRIC-FILE ASSIGN TO "CLSTMET"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-OUT-STATUS.
000610     SELECT EVENT-WINDOW-FILE ASSIGN TO "EVENTWIN"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-OUT-STATUS.
000640     SELECT RECOVERY-FILE ASSIGN TO "KAIRECOV"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-OUT-STATUS.
000670     SELECT SENSOR-QUALITY-FILE ASSIGN TO "SENSQUAL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OUT-STATUS.
000700     SELECT PERFORMANCE-LOG-FILE ASSIGN TO "PERFLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-OUT-STATUS.
000730     SELECT SUMS-INFO-FILE ASSIGN TO "SUMSINF"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-OUT-STATUS.
000760     SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-OUT-STATUS.
000790     SELECT REPORT-FILE ASSIGN TO "BRSRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-REPORT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840*----------------------------------------------------------------
000850* BRSCARD: FUNCTION, RUN-ID, THEN UP TO SEVEN DATASET NAMES FROM
000860* COLUMN 12, EACH IN AN 8-COLUMN FIELD FOLLOWED BY A BLANK.  NO
000870* NAMES RESTORES EVERY DATASET IN THE BUNDLE.
000880*----------------------------------------------------------------
000890 FD  RESTORE-CARD-FILE
000900     RECORDING MODE IS F.
000910 01  RESTORE-CARD-RECORD.
000920     05  BRC-FUNCTION            PIC X(01).
000930         88  BRC-LIST            VALUE "L" " ".
000940         88  BRC-RESTORE         VALUE "R".
000950     05  FILLER                  PIC X(01).
000960     05  BRC-RUN-ID              PIC X(08).
000970     05  FILLER                  PIC X(01).
000980     05  BRC-DATASET-ENTRY       OCCURS 7 TIMES.
000990         10  BRC-DATASET         PIC X(08).
001000         10  FILLER              PIC X(01).
001010     05  FILLER                  PIC X(06).

001020 FD  BUNDLE-FILE
001030     RECORD IS VARYING IN SIZE FROM 31 TO 11110 CHARACTERS
001040         DEPENDING ON WS-BUNDLE-SIZE.
001050 01  BUNDLE-IMAGE                PIC X(11110).

001060*----------------------------------------------------------------
001070* THE RESTORED DATASETS, AT THEIR ORIGINAL RECORD LENGTHS.
001080* SEEDOUT TAKES WHICHEVER OF ITS THREE SHAPES THE RUN WROTE (SEE
001090* COPY/SEEDREC.CPY) - BND-LENGTH SAYS WHICH.
001100*----------------------------------------------------------------
001110 FD  SEED-OUTPUT-FILE.
001120 01  SEED-OUTPUT-IMAGE           PIC X(11048).
001130 01  SEED-SUMMARY-IMAGE          PIC X(48).
001140 01  SEED-SUBSET-IMAGE           PIC X(1552).
001150 FD  KAIROS-AUDIT-FILE.
001160 01  KAIROS-AUDIT-IMAGE          PIC X(130).
001170 FD  PHASE-TREND-FILE.
001180 01  PHASE-TREND-IMAGE           PIC X(26).
001190 FD  CLUSTER-METRIC-FILE.
001200 01  CLUSTER-METRIC-IMAGE        PIC X(47).
001210 FD  EVENT-WINDOW-FILE.
001220 01  EVENT-WINDOW-IMAGE          PIC X(11079).
001230 FD  RECOVERY-FILE.
001240 01  RECOVERY-IMAGE              PIC X(43).
001250 FD  SENSOR-QUALITY-FILE.
001260 01  SENSOR-QUALITY-IMAGE        PIC X(80).
001270 FD  PERFORMANCE-LOG-FILE.
001280 01  PERFORMANCE-LOG-IMAGE       PIC X(45).
001290 FD  SUMS-INFO-FILE.
001300 01  SUMS-INFO-IMAGE             PIC X(21).
001310 FD  ALERT-FILE.
001320 01  ALERT-IMAGE                 PIC X(95).

001330 FD  REPORT-FILE.
001340 01  REPORT-LINE                PIC X(80).

001350 WORKING-STORAGE SECTION.
001360 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001370     88  CARD-STATUS-OK      VALUE "00".
001380 01  WS-BUNDLE-STATUS        PIC X(02) VALUE SPACES.
001390     88  BUNDLE-STATUS-OK    VALUE "00".
001400     88  BUNDLE-STATUS-EOF   VALUE "10".
001410 01  WS-BUNDLE-OPEN-SW       PIC X(01) VALUE "N".
001420     88  BUNDLE-OPEN         VALUE "Y".
001430 01  WS-OUT-STATUS           PIC X(02) VALUE SPACES.
001440     88  OUT-STATUS-OK       VALUE "00".
001450 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001460 01  WS-FUNCTION             PIC X(01) VALUE "L".
001470     88  FUNCTION-LIST       VALUE "L".
001480     88  FUNCTION-RESTORE    VALUE "R".
001490 01  WS-RUN-ID               PIC 9(08) VALUE ZERO.
001500 01  WS-BUNDLE-SIZE          PIC 9(05) VALUE ZERO.
001510 01  WS-ERROR-COUNT          PIC 9(04) VALUE ZERO.
001520 01  WS-WARNING-COUNT        PIC 9(04) VALUE ZERO.
001530 01  WS-BUNDLE-COUNT         PIC 9(05) VALUE ZERO.
001540 01  WS-RESTORED-COUNT       PIC 9(09) VALUE ZERO.
001550 01  WS-NAMED-COUNT          PIC 9(02) VALUE ZERO.
001560 01  BRC-X                   PIC 9(02).
001570 01  WS-FIND-NAME            PIC X(08).
001580 01  WS-FIND-X               PIC 9(02).
001590 01  WS-PENDING-SW           PIC X(01) VALUE "N".
001600     88  BUNDLE-PENDING      VALUE "Y".
001610 01  WS-RESTORE-STATE        PIC X(01) VALUE "S".
001620     88  RESTORE-SEEKING     VALUE "S".
001630     88  RESTORE-UNPACKING   VALUE "U".
001640     88  RESTORE-DONE        VALUE "D".

001650*----------------------------------------------------------------
001660* THE DATASETS IN BUNDLE ORDER - THE SAME TABLE AS
001670* WITNESS-BUNDLE'S.
001680*----------------------------------------------------------------
001690 01  WS-DATASET-VALUES.
001700     05  FILLER  PIC X(13) VALUE "SEEDOUT 11048".
001710     05  FILLER  PIC X(13) VALUE "KAIROSAU00130".
001720     05  FILLER  PIC X(13) VALUE "PHASETRD00026".
001730     05  FILLER  PIC X(13) VALUE "CLSTMET 00047".
001740     05  FILLER  PIC X(13) VALUE "EVENTWIN11079".
001750     05  FILLER  PIC X(13) VALUE "KAIRECOV00043".
001760     05  FILLER  PIC X(13) VALUE "SENSQUAL00080".
001770     05  FILLER  PIC X(13) VALUE "PERFLOG 00045".
001780     05  FILLER  PIC X(13) VALUE "SUMSINF 00021".
001790     05  FILLER  PIC X(13) VALUE "ALERTOUT00095".
001800 01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
001810     05  WS-DATASET-ENTRY    OCCURS 10 TIMES.
001820         10  WS-DATASET-NAME     PIC X(08).
001830         10  WS-DATASET-LENGTH   PIC 9(05).
001840 01  BND-X                   PIC 9(02).

001850*----------------------------------------------------------------
001860* WHICH DATASETS TO RESTORE, WHICH OUTPUT DDS OPENED, AND WHAT
001870* WAS WRITTEN TO EACH.
001880*----------------------------------------------------------------
001890 01  WS-RESTORE-TABLE.
001900     05  WS-RESTORE-ENTRY    OCCURS 10 TIMES.
001910         10  WS-RESTORE-SELECTED PIC X(01).
001920         10  WS-RESTORE-OPEN     PIC X(01).
001930         10  WS-RESTORE-RECORDS  PIC 9(09).
001940         10  WS-RESTORE-CHECKSUM PIC 9(09).
001950         10  WS-RESTORE-BREAK    PIC X(01).

001960*----------------------------------------------------------------
001970* THE BUNDLE BEING LISTED, FROM ITS HEADER.
001980*----------------------------------------------------------------
001990 01  WS-LIST-RUN-ID          PIC 9(08).
002000 01  WS-LIST-RECORDS         PIC 9(09).

002010     COPY BNDREC.

002020     COPY RUNREG.

002030 01  WS-HEADER-LINE.
002040     05  FILLER              PIC X(30)
002050         VALUE "OUTPUT BUNDLE LIST AND RESTORE".
002060     05  FILLER              PIC X(12) VALUE " - FUNCTION ".
002070     05  HL-FUNCTION         PIC X(01).
002080     05  FILLER              PIC X(06) VALUE "  RUN ".
002090     05  HL-RUN-ID           PIC X(08).
002100 01  WS-LIST-COLUMN-LINE.
002110     05  FILLER              PIC X(30)
002120         VALUE "RUN-ID   BUNDLED         START".
002130     05  FILLER              PIC X(30)
002140         VALUE "ED  PROFILE  S V   RECORDS  ST".
002150     05  FILLER              PIC X(03) VALUE "ATE".
002160 01  WS-LIST-LINE.
002170     05  LL-RUN-ID           PIC 9(08).
002180     05  FILLER              PIC X(01) VALUE SPACE.
002190     05  LL-BUNDLED          PIC X(14).
002200     05  FILLER              PIC X(02) VALUE SPACES.
002210     05  LL-STARTED          PIC X(08).
002220     05  FILLER              PIC X(01) VALUE SPACE.
002230     05  LL-PROFILE          PIC X(08).
002240     05  FILLER              PIC X(01) VALUE SPACE.
002250     05  LL-STATUS           PIC X(01).
002260     05  FILLER              PIC X(01) VALUE SPACE.
002270     05  LL-VERDICT          PIC X(01).
002280     05  FILLER              PIC X(01) VALUE SPACE.
002290     05  LL-RECORDS          PIC Z(8)9.
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  LL-STATE            PIC X(20).
002320 01  WS-RESTORE-COLUMN-LINE  PIC X(80) VALUE
002330     "DATASET     RECORDS   CHECKSUM  RESULT".
002340 01  WS-DETAIL-LINE.
002350     05  DL-DS-NAME          PIC X(08).
002360     05  FILLER              PIC X(02) VALUE SPACES.
002370     05  DL-RECORDS          PIC Z(8)9.
002380     05  FILLER              PIC X(02) VALUE SPACES.
002390     05  DL-CHECKSUM         PIC 9(09).
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  DL-RESULT           PIC X(48).
002420 01  WS-DISAGREE-NOTE.
002430     05  FILLER              PIC X(13) VALUE "TRAILER SAYS ".
002440     05  DN-RECORDS          PIC Z(8)9.
002450     05  FILLER              PIC X(03) VALUE " / ".
002460     05  DN-CHECKSUM         PIC 9(09).
002470     05  FILLER              PIC X(14) VALUE " - DISAGREES".
002480 01  WS-MESSAGE-LINE.
002490     05  FILLER              PIC X(04) VALUE "*** ".
002500     05  MSG-TEXT            PIC X(70).
002510 01  WS-SUMMARY-LINE.
002520     05  SM-LABEL            PIC X(30).
002530     05  SM-COUNT            PIC Z(8)9.

002540 PROCEDURE DIVISION.
002550*----------------------------------------------------------------
002560 0000-MAINLINE.
002570*----------------------------------------------------------------
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     IF WS-ERROR-COUNT = ZERO
002600         IF FUNCTION-LIST
002610             PERFORM 2000-LIST-BUNDLES THRU 2000-EXIT
002620         ELSE
002630             PERFORM 3000-RESTORE-RUN THRU 3000-EXIT
002640         END-IF
002650     END-IF.
002660     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002670     IF WS-ERROR-COUNT > ZERO
002680         STOP RUN WITH ERROR STATUS 8
002690     END-IF.
002700     IF WS-WARNING-COUNT > ZERO
002710         MOVE 4 TO RETURN-CODE
002720     END-IF.
002730     STOP RUN.

002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760*    A MISSING OR EMPTY BRSCARD LISTS EVERY BUNDLE.  A RESTORE
002770*    NEEDS A RUN-ID, AND EVERY NAME PUNCHED MUST BE ONE OF THE
002780*    BUNDLED DATASETS - A MISPUNCHED CARD RESTORES NOTHING RATHER
002790*    THAN PART OF WHAT WAS WANTED.
002800*----------------------------------------------------------------
002810     MOVE SPACES TO RESTORE-CARD-RECORD.
002820     OPEN INPUT RESTORE-CARD-FILE.
002830     IF CARD-STATUS-OK
002840         READ RESTORE-CARD-FILE
002850             AT END
002860                 MOVE SPACES TO RESTORE-CARD-RECORD
002870         END-READ
002880         CLOSE RESTORE-CARD-FILE
002890     END-IF.
002900     OPEN OUTPUT REPORT-FILE.
002910     MOVE BRC-FUNCTION TO HL-FUNCTION.
002920     MOVE BRC-RUN-ID TO HL-RUN-ID.
002930     MOVE WS-HEADER-LINE TO REPORT-LINE.
002940     WRITE REPORT-LINE.
002950     MOVE SPACES TO REPORT-LINE.
002960     WRITE REPORT-LINE.
002970     IF BRC-RUN-ID IS NUMERIC
002980         MOVE BRC-RUN-ID TO WS-RUN-ID
002990     ELSE
003000         IF BRC-RUN-ID NOT = SPACES
003010             MOVE "RUN-ID IS NOT NUMERIC - CARD REJECTED"
003020                 TO MSG-TEXT
003030             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
003040         END-IF
003050     END-IF.
003060     EVALUATE TRUE
003070         WHEN BRC-LIST
003080             SET FUNCTION-LIST TO TRUE
003090         WHEN BRC-RESTORE
003100             SET FUNCTION-RESTORE TO TRUE
003110             IF WS-RUN-ID = ZERO
003120                 MOVE "RESTORE NEEDS A RUN-ID - CARD REJECTED"
003130                     TO MSG-TEXT
003140                 PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
003150             END-IF
003160         WHEN OTHER
003170             MOVE "FUNCTION MUST BE L OR R - CARD REJECTED"
003180                 TO MSG-TEXT
003190             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
003200     END-EVALUATE.
003210     PERFORM 1100-SELECT-DATASETS THRU 1100-EXIT.
003220     IF WS-ERROR-COUNT > ZERO
003230         GO TO 1000-EXIT
003240     END-IF.
003250     OPEN INPUT BUNDLE-FILE.
003260     IF NOT BUNDLE-STATUS-OK
003270         DISPLAY "WITNESS-BNDRST: BUNDLE NOT AVAILABLE - "
003280             "ABENDING"
003290         STOP RUN WITH ERROR STATUS 16
003300     END-IF.
003310     SET BUNDLE-OPEN TO TRUE.
003320 1000-EXIT.
003330     EXIT.

003340*----------------------------------------------------------------
003350 1100-SELECT-DATASETS.
003360*----------------------------------------------------------------
003370     PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
003380         MOVE "N" TO WS-RESTORE-SELECTED(BND-X)
003390         MOVE "N" TO WS-RESTORE-OPEN(BND-X)
003400         MOVE ZERO TO WS-RESTORE-RECORDS(BND-X)
003410         MOVE ZERO TO WS-RESTORE-CHECKSUM(BND-X)
003420         MOVE "N" TO WS-RESTORE-BREAK(BND-X)
003430     END-PERFORM.
003440     PERFORM VARYING BRC-X FROM 1 BY 1 UNTIL BRC-X > 7
003450         IF BRC-DATASET(BRC-X) NOT = SPACES
003460             ADD 1 TO WS-NAMED-COUNT
003470             MOVE BRC-DATASET(BRC-X) TO WS-FIND-NAME
003480             PERFORM 7000-FIND-DATASET THRU 7000-EXIT
003490             IF WS-FIND-X = ZERO
003500                 MOVE SPACES TO MSG-TEXT
003510                 STRING "DATASET " WS-FIND-NAME
003520                     " IS NOT BUNDLED - CARD REJECTED"
003530                     DELIMITED BY SIZE INTO MSG-TEXT
003540                 PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
003550             ELSE
003560                 MOVE "Y" TO WS-RESTORE-SELECTED(WS-FIND-X)
003570             END-IF
003580         END-IF
003590     END-PERFORM.
003600     IF WS-NAMED-COUNT = ZERO
003610         PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
003620             MOVE "Y" TO WS-RESTORE-SELECTED(BND-X)
003630         END-PERFORM
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.

003670*----------------------------------------------------------------
003680 2000-LIST-BUNDLES.
003690*    ONE LINE PER BUNDLE, WRITTEN WHEN ITS TRAILER IS READ.  A
003700*    HEADER FOLLOWED BY ANOTHER HEADER, OR BY END OF FILE, IS A
003710*    BUNDLE WHOSE STEP DIED PART WAY AND IS LISTED AS SUCH.
003720*----------------------------------------------------------------
003730     MOVE WS-LIST-COLUMN-LINE TO REPORT-LINE.
003740     WRITE REPORT-LINE.
003750     PERFORM 2100-LIST-ONE-RECORD THRU 2100-EXIT
003760         UNTIL BUNDLE-STATUS-EOF.
003770     IF BUNDLE-PENDING
003780         MOVE "NO TRAILER - UNUSABLE" TO LL-STATE
003790         PERFORM 2200-WRITE-LIST-LINE THRU 2200-EXIT
003800     END-IF.
003810 2000-EXIT.
003820     EXIT.

003830*----------------------------------------------------------------
003840 2100-LIST-ONE-RECORD.
003850*----------------------------------------------------------------
003860     PERFORM 8100-READ-BUNDLE THRU 8100-EXIT.
003870     IF BUNDLE-STATUS-EOF
003880         GO TO 2100-EXIT
003890     END-IF.
003900     EVALUATE TRUE
003910         WHEN BND-HEADER
003920             IF BUNDLE-PENDING
003930                 MOVE "NO TRAILER - UNUSABLE" TO LL-STATE
003940                 PERFORM 2200-WRITE-LIST-LINE THRU 2200-EXIT
003950             END-IF
003960             MOVE "N" TO WS-PENDING-SW
003970             IF WS-RUN-ID = ZERO OR BND-RUN-ID = WS-RUN-ID
003980                 SET BUNDLE-PENDING TO TRUE
003990                 MOVE BND-RUN-ID TO WS-LIST-RUN-ID
004000                 MOVE ZERO TO WS-LIST-RECORDS
004010                 MOVE BNH-REGISTRY-IMAGE TO RUN-REGISTRY-RECORD
004020                 MOVE BND-RUN-ID TO LL-RUN-ID
004030                 MOVE BNH-BUNDLED-TS(1:14) TO LL-BUNDLED
004040                 MOVE REG-START-TIMESTAMP(1:8) TO LL-STARTED
004050                 MOVE REG-PROFILE TO LL-PROFILE
004060                 MOVE REG-STATUS TO LL-STATUS
004070                 IF BNH-MANIFEST-FOUND
004080                     MOVE BNH-MANIFEST-IMAGE(102:1) TO LL-VERDICT
004090                 ELSE
004100                     MOVE "-" TO LL-VERDICT
004110                 END-IF
004120             END-IF
004130         WHEN BND-DATA-RECORD
004140             IF BUNDLE-PENDING
004150                 ADD 1 TO WS-LIST-RECORDS
004160             END-IF
004170         WHEN BND-TRAILER
004180             IF BUNDLE-PENDING
004190                 IF BNT-TOTAL-RECORDS = WS-LIST-RECORDS
004200                     MOVE "COMPLETE" TO LL-STATE
004210                 ELSE
004220                     MOVE "RECORDS MISSING" TO LL-STATE
004230                 END-IF
004240                 PERFORM 2200-WRITE-LIST-LINE THRU 2200-EXIT
004250                 MOVE "N" TO WS-PENDING-SW
004260             END-IF
004270     END-EVALUATE.
004280 2100-EXIT.
004290     EXIT.

004300*----------------------------------------------------------------
004310 2200-WRITE-LIST-LINE.
004320*----------------------------------------------------------------
004330     ADD 1 TO WS-BUNDLE-COUNT.
004340     MOVE WS-LIST-RECORDS TO LL-RECORDS.
004350     MOVE WS-LIST-LINE TO REPORT-LINE.
004360     WRITE REPORT-LINE.
004370 2200-EXIT.
004380     EXIT.

004390*----------------------------------------------------------------
004400 3000-RESTORE-RUN.
004410*    THE BUNDLE DD IS THE GDG BASE NAME, NEWEST GENERATION FIRST,
004420*    SO THE FIRST BUNDLE FOUND FOR THE RUN IS ITS LATEST - A RUN
004430*    BUNDLED AGAIN AFTER A RESTART IS RESTORED AS LAST BUNDLED.
004440*----------------------------------------------------------------
004450     PERFORM 3100-RESTORE-ONE-RECORD THRU 3100-EXIT
004460         UNTIL BUNDLE-STATUS-EOF OR RESTORE-DONE.
004470     EVALUATE TRUE
004480         WHEN RESTORE-SEEKING
004490             MOVE SPACES TO MSG-TEXT
004500             STRING "RUN " WS-RUN-ID " IS IN NO BUNDLE ON THE "
004510                 "BUNDLE DD - NOTHING RESTORED"
004520                 DELIMITED BY SIZE INTO MSG-TEXT
004530             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
004540         WHEN RESTORE-UNPACKING
004550             MOVE "BUNDLE HAS NO TRAILER - RESTORE IS INCOMPLETE"
004560                 TO MSG-TEXT
004570             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
004580     END-EVALUATE.
004590     PERFORM 3400-CLOSE-OUTPUTS THRU 3400-EXIT.
004600 3000-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------
004630 3100-RESTORE-ONE-RECORD.
004640*----------------------------------------------------------------
004650     PERFORM 8100-READ-BUNDLE THRU 8100-EXIT.
004660     IF BUNDLE-STATUS-EOF
004670         GO TO 3100-EXIT
004680     END-IF.
004690     IF RESTORE-SEEKING
004700         IF BND-HEADER AND BND-RUN-ID = WS-RUN-ID
004710             SET RESTORE-UNPACKING TO TRUE
004720             PERFORM 3200-START-RESTORE THRU 3200-EXIT
004730         END-IF
004740         GO TO 3100-EXIT
004750     END-IF.
004760     EVALUATE TRUE
004770         WHEN BND-HEADER
004780             GO TO 3100-EXIT
004790         WHEN BND-TRAILER
004800             PERFORM 3300-CHECK-TRAILER THRU 3300-EXIT
004810             SET RESTORE-DONE TO TRUE
004820             GO TO 3100-EXIT
004830     END-EVALUATE.
004840     MOVE BND-DATASET TO WS-FIND-NAME.
004850     PERFORM 7000-FIND-DATASET THRU 7000-EXIT.
004860     IF WS-FIND-X = ZERO
004870         GO TO 3100-EXIT
004880     END-IF.
004890     MOVE WS-FIND-X TO BND-X.
004900     IF WS-RESTORE-OPEN(BND-X) NOT = "Y"
004910         GO TO 3100-EXIT
004920     END-IF.
004930     ADD 1 TO WS-RESTORE-RECORDS(BND-X).
004940     IF BND-SEQ NOT = WS-RESTORE-RECORDS(BND-X)
004950         MOVE "Y" TO WS-RESTORE-BREAK(BND-X)
004960     END-IF.
004970     CALL "WITNESS-RECSUM" USING BND-DATA BND-LENGTH
004980         WS-RESTORE-CHECKSUM(BND-X).
004990     ADD 1 TO WS-RESTORED-COUNT.
005000     EVALUATE BND-X
005010         WHEN 1
005020             EVALUATE BND-LENGTH
005030                 WHEN 48
005040                     WRITE SEED-SUMMARY-IMAGE FROM BND-DATA
005050                 WHEN 1552
005060                     WRITE SEED-SUBSET-IMAGE FROM BND-DATA
005070                 WHEN OTHER
005080                     WRITE SEED-OUTPUT-IMAGE FROM BND-DATA
005090             END-EVALUATE
005100         WHEN 2
005110             WRITE KAIROS-AUDIT-IMAGE FROM BND-DATA
005120         WHEN 3
005130             WRITE PHASE-TREND-IMAGE FROM BND-DATA
005140         WHEN 4
005150             WRITE CLUSTER-METRIC-IMAGE FROM BND-DATA
005160         WHEN 5
005170             WRITE EVENT-WINDOW-IMAGE FROM BND-DATA
005180         WHEN 6
005190             WRITE RECOVERY-IMAGE FROM BND-DATA
005200         WHEN 7
005210             WRITE SENSOR-QUALITY-IMAGE FROM BND-DATA
005220         WHEN 8
005230             WRITE PERFORMANCE-LOG-IMAGE FROM BND-DATA
005240         WHEN 9
005250             WRITE SUMS-INFO-IMAGE FROM BND-DATA
005260         WHEN 10
005270             WRITE ALERT-IMAGE FROM BND-DATA
005280     END-EVALUATE.
005290 3100-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------
005320 3200-START-RESTORE.
005330*    EVERY DATASET ASKED FOR IS OPENED NOW, SO ONE THE RUN LEFT
005340*    EMPTY COMES BACK EMPTY RATHER THAN NOT AT ALL.
005350*----------------------------------------------------------------
005360     MOVE BNH-REGISTRY-IMAGE TO RUN-REGISTRY-RECORD.
005370     MOVE SPACES TO REPORT-LINE.
005380     STRING "RESTORING RUN " WS-RUN-ID " BUNDLED "
005390         BNH-BUNDLED-TS(1:14) " PROFILE " REG-PROFILE
005400         DELIMITED BY SIZE INTO REPORT-LINE.
005410     WRITE REPORT-LINE.
005420     MOVE SPACES TO REPORT-LINE.
005430     WRITE REPORT-LINE.
005440     MOVE WS-RESTORE-COLUMN-LINE TO REPORT-LINE.
005450     WRITE REPORT-LINE.
005460     PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
005470         IF WS-RESTORE-SELECTED(BND-X) = "Y"
005480             PERFORM 3210-OPEN-OUTPUT THRU 3210-EXIT
005490         END-IF
005500     END-PERFORM.
005510 3200-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540 3210-OPEN-OUTPUT.
005550*----------------------------------------------------------------
005560     MOVE SPACES TO WS-OUT-STATUS.
005570     EVALUATE BND-X
005580         WHEN 1
005590             OPEN OUTPUT SEED-OUTPUT-FILE
005600         WHEN 2
005610             OPEN OUTPUT KAIROS-AUDIT-FILE
005620         WHEN 3
005630             OPEN OUTPUT PHASE-TREND-FILE
005640         WHEN 4
005650             OPEN OUTPUT CLUSTER-METRIC-FILE
005660         WHEN 5
005670             OPEN OUTPUT EVENT-WINDOW-FILE
005680         WHEN 6
005690             OPEN OUTPUT RECOVERY-FILE
005700         WHEN 7
005710             OPEN OUTPUT SENSOR-QUALITY-FILE
005720         WHEN 8
005730             OPEN OUTPUT PERFORMANCE-LOG-FILE
005740         WHEN 9
005750             OPEN OUTPUT SUMS-INFO-FILE
005760         WHEN 10
005770             OPEN OUTPUT ALERT-FILE
005780     END-EVALUATE.
005790     IF OUT-STATUS-OK
005800         MOVE "Y" TO WS-RESTORE-OPEN(BND-X)
005810     ELSE
005820         MOVE SPACES TO MSG-TEXT
005830         STRING "OUTPUT DD " WS-DATASET-NAME(BND-X)
005840             " WILL NOT OPEN - NOT RESTORED"
005850             DELIMITED BY SIZE INTO MSG-TEXT
005860         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005870     END-IF.
005880 3210-EXIT.
005890     EXIT.

005900*----------------------------------------------------------------
005910 3300-CHECK-TRAILER.
005920*    EVERY RESTORED DATASET MUST COME BACK WITH THE TRAILER'S
005930*    COUNT AND CHECKSUM, IN UNBROKEN SEQUENCE.
005940*----------------------------------------------------------------
005950     PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
005960         IF WS-RESTORE-OPEN(BND-X) = "Y"
005970             PERFORM 3310-CHECK-ONE-DATASET THRU 3310-EXIT
005980         END-IF
005990     END-PERFORM.
006000 3300-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030 3310-CHECK-ONE-DATASET.
006040*----------------------------------------------------------------
006050     MOVE WS-DATASET-NAME(BND-X) TO DL-DS-NAME.
006060     MOVE WS-RESTORE-RECORDS(BND-X) TO DL-RECORDS.
006070     MOVE WS-RESTORE-CHECKSUM(BND-X) TO DL-CHECKSUM.
006080     EVALUATE TRUE
006090         WHEN BNT-DATASET(BND-X) NOT = WS-DATASET-NAME(BND-X)
006100             ADD 1 TO WS-ERROR-COUNT
006110             MOVE "NOT ON THE TRAILER - CANNOT BE CHECKED"
006120                 TO DL-RESULT
006130         WHEN BNT-PRESENT(BND-X) = "N"
006140             ADD 1 TO WS-WARNING-COUNT
006150             MOVE "ABSENT FROM THE RUN - RESTORED EMPTY"
006160                 TO DL-RESULT
006170         WHEN WS-RESTORE-BREAK(BND-X) = "Y"
006180             ADD 1 TO WS-ERROR-COUNT
006190             MOVE "RECORD SEQUENCE BROKEN IN THE BUNDLE"
006200                 TO DL-RESULT
006210         WHEN BNT-RECORDS(BND-X) NOT = WS-RESTORE-RECORDS(BND-X)
006220           OR BNT-CHECKSUM(BND-X) NOT = WS-RESTORE-CHECKSUM(BND-X)
006230             ADD 1 TO WS-ERROR-COUNT
006240             MOVE BNT-RECORDS(BND-X) TO DN-RECORDS
006250             MOVE BNT-CHECKSUM(BND-X) TO DN-CHECKSUM
006260             MOVE WS-DISAGREE-NOTE TO DL-RESULT
006270         WHEN OTHER
006280             MOVE "RESTORED - AGREES WITH THE TRAILER"
006290                 TO DL-RESULT
006300     END-EVALUATE.
006310     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006320     WRITE REPORT-LINE.
006330 3310-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------
006360 3400-CLOSE-OUTPUTS.
006370*----------------------------------------------------------------
006380     PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
006390         IF WS-RESTORE-OPEN(BND-X) = "Y"
006400             EVALUATE BND-X
006410                 WHEN 1
006420                     CLOSE SEED-OUTPUT-FILE
006430                 WHEN 2
006440                     CLOSE KAIROS-AUDIT-FILE
006450                 WHEN 3
006460                     CLOSE PHASE-TREND-FILE
006470                 WHEN 4
006480                     CLOSE CLUSTER-METRIC-FILE
006490                 WHEN 5
006500                     CLOSE EVENT-WINDOW-FILE
006510                 WHEN 6
006520                     CLOSE RECOVERY-FILE
006530                 WHEN 7
006540                     CLOSE SENSOR-QUALITY-FILE
006550                 WHEN 8
006560                     CLOSE PERFORMANCE-LOG-FILE
006570                 WHEN 9
006580                     CLOSE SUMS-INFO-FILE
006590                 WHEN 10
006600                     CLOSE ALERT-FILE
006610             END-EVALUATE
006620         END-IF
006630     END-PERFORM.
006640 3400-EXIT.
006650     EXIT.

006660*----------------------------------------------------------------
006670 7000-FIND-DATASET.
006680*----------------------------------------------------------------
006690     MOVE ZERO TO WS-FIND-X.
006700     PERFORM VARYING BND-X FROM 1 BY 1
006710             UNTIL BND-X > 10 OR WS-FIND-X > ZERO
006720         IF WS-DATASET-NAME(BND-X) = WS-FIND-NAME
006730             MOVE BND-X TO WS-FIND-X
006740         END-IF
006750     END-PERFORM.
006760 7000-EXIT.
006770     EXIT.

006780*----------------------------------------------------------------
006790 8000-REPORT-ERROR.
006800*----------------------------------------------------------------
006810     ADD 1 TO WS-ERROR-COUNT.
006820     MOVE WS-MESSAGE-LINE TO REPORT-LINE.
006830     WRITE REPORT-LINE.
006840     DISPLAY "WITNESS-BNDRST: " MSG-TEXT.
006850 8000-EXIT.
006860     EXIT.

006870*----------------------------------------------------------------
006880 8100-READ-BUNDLE.
006890*----------------------------------------------------------------
006900     MOVE SPACES TO BUNDLE-RECORD.
006910     READ BUNDLE-FILE INTO BUNDLE-RECORD
006920         AT END
006930             SET BUNDLE-STATUS-EOF TO TRUE
006940     END-READ.
006950 8100-EXIT.
006960     EXIT.

006970*----------------------------------------------------------------
006980 9000-TERMINATE.
006990*----------------------------------------------------------------
007000     IF BUNDLE-OPEN
007010         CLOSE BUNDLE-FILE
007020     END-IF.
007030     MOVE SPACES TO REPORT-LINE.
007040     WRITE REPORT-LINE.
007050     IF FUNCTION-LIST
007060         MOVE "BUNDLES LISTED" TO SM-LABEL
007070         MOVE WS-BUNDLE-COUNT TO SM-COUNT
007080     ELSE
007090         MOVE "RECORDS RESTORED" TO SM-LABEL
007100         MOVE WS-RESTORED-COUNT TO SM-COUNT
007110     END-IF.
007120     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140     MOVE "ERRORS" TO SM-LABEL.
007150     MOVE WS-ERROR-COUNT TO SM-COUNT.
007160     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007170     WRITE REPORT-LINE.
007180     MOVE "WARNINGS" TO SM-LABEL.
007190     MOVE WS-WARNING-COUNT TO SM-COUNT.
007200     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007210     WRITE REPORT-LINE.
007220     CLOSE REPORT-FILE.
007230     DISPLAY "WITNESS-BNDRST: FUNCTION " WS-FUNCTION " BUNDLES "
007240         WS-BUNDLE-COUNT " RESTORED " WS-RESTORED-COUNT
007250         " ERRORS " WS-ERROR-COUNT.
007260 9000-EXIT.
007270     EXIT.
