000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-BUNDLE.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  PHASETRD, CLSTMET, EVENTWIN,
000200*                  KAIRECOV, SENSQUAL, PERFLOG, SUMSINF AND
000210*                  ALERTOUT ARE REALLOCATED EVERY NIGHT, SO ONLY
000220*                  THE SEEDOUT AND KAIROSAU GENERATIONS OUTLIVED
000230*                  THE NEXT RUN AND A POST-MORTEM OF LAST MONTH'S
000240*                  RUN HAD NOTHING TO WORK FROM.  THIS STEP (THE
000250*                  BUNDLE STEP IN WITNESSJ AND WITNESSR) PACKS
000260*                  EVERY OUTPUT DATASET OF THE RUN NAMED ON
000270*                  BNDCARD (UNPUNCHED: THE HIGHEST RUN-ID ON THE
000280*                  REGISTRY) INTO ONE NEW GENERATION OF THE BUNDLE
000290*                  GDG (COPY BNDREC): A HEADER WITH THE REGISTRY
000300*                  ENTRY AND THE RUN'S MANIFEST RECORD, EVERY
000310*                  RECORD TAGGED WITH ITS DATASET AND SEQUENCE,
000320*                  AND A TRAILER OF PER-DATASET COUNTS AND
000330*                  WITNESS-RECSUM CHECKSUMS.  WITNESS-BNDRST LISTS
000340*                  THE BUNDLES AND RESTORES ONE.  A DATASET THAT
000350*                  WILL NOT OPEN IS BUNDLED AS ABSENT, AND A
000360*                  PACKED COUNT THAT DIFFERS FROM THE MANIFEST IS
000370*                  LISTED; EITHER GIVES RC=4 AND A BNDWARN EVENT
000380*                  ON OPSLOG.
000382* 2026-10-15  DLA  THE REGISTRY ENTRY IS 230 BYTES; THE HEADER
000384*                  KEEPS THE FIRST 219 WHERE THEY WERE AND CARRIES
000386*                  REG-COST-CENTER/REG-PROJECT IN
000388*                  BNH-REGISTRY-CHARGE (HEADER NOW 359 BYTES).
000390* 2026-10-15  DLA  REGISTRY ENTRY NOW 250 BYTES; THE OUTPUT
000392*                  CADENCES RIDE IN BNH-REGISTRY-CADENCE (HEADER
000394*                  NOW 379 BYTES).
000396*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT BUNDLE-CARD-FILE ASSIGN TO "BNDCARD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CARD-STATUS.
000460     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS REG-RUN-ID
000500         FILE STATUS IS WS-REGISTRY-STATUS.
000510     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-MANIFEST-STATUS.
000540     SELECT SEED-OUTPUT-FILE ASSIGN TO "SEEDOUT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-IN-STATUS.
000570     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-IN-STATUS.
000600     SELECT PHASE-TREND-FILE ASSIGN TO "PHASETRD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-IN-STATUS.
000630     SELECT CLUSTER-METRIC-FILE ASSIGN TO "CLSTMET"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-IN-STATUS.
000660     SELECT EVENT-WINDOW-FILE ASSIGN TO "EVENTWIN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-IN-STATUS.
000690     SELECT RECOVERY-FILE ASSIGN TO "KAIRECOV"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-IN-STATUS.
000720     SELECT SENSOR-QUALITY-FILE ASSIGN TO "SENSQUAL"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-IN-STATUS.
000750     SELECT PERFORMANCE-LOG-FILE ASSIGN TO "PERFLOG"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-IN-STATUS.
000780     SELECT SUMS-INFO-FILE ASSIGN TO "SUMSINF"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-IN-STATUS.
000810     SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-IN-STATUS.
000840     SELECT BUNDLE-FILE ASSIGN TO "BUNDLE"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-BUNDLE-STATUS.
000870     SELECT REPORT-FILE ASSIGN TO "BNDRPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-REPORT-STATUS.

000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  BUNDLE-CARD-FILE
000930     RECORDING MODE IS F.
000940 01  BUNDLE-CARD-RECORD.
000950     05  BNC-RUN-ID              PIC 9(08).
000960     05  FILLER                  PIC X(72).

000970 FD  RUN-REGISTRY-FILE.
000980     COPY RUNREG.

000990 FD  MANIFEST-FILE.
001000 01  MANIFEST-RECORD             PIC X(102).

001010*----------------------------------------------------------------
001020* THE OUTPUT DATASETS ARE READ AS PLAIN IMAGES - THE BUNDLE KEEPS
001030* EVERY RECORD BYTE FOR BYTE AND NEVER LOOKS INSIDE ONE.  SEEDOUT
001040* IS READ AT ITS LONGEST SHAPE; THE REGISTRY ENTRY'S
001050* REG-SEEDOUT-MODE SAYS HOW MUCH OF EACH RECORD IS REAL.
001060*----------------------------------------------------------------
001070 FD  SEED-OUTPUT-FILE.
001080 01  SEED-OUTPUT-IMAGE           PIC X(11048).
001090 FD  KAIROS-AUDIT-FILE.
001100 01  KAIROS-AUDIT-IMAGE          PIC X(130).
001110 FD  PHASE-TREND-FILE.
001120 01  PHASE-TREND-IMAGE           PIC X(26).
001130 FD  CLUSTER-METRIC-FILE.
001140 01  CLUSTER-METRIC-IMAGE        PIC X(47).
001150 FD  EVENT-WINDOW-FILE.
001160 01  EVENT-WINDOW-IMAGE          PIC X(11079).
001170 FD  RECOVERY-FILE.
001180 01  RECOVERY-IMAGE              PIC X(43).
001190 FD  SENSOR-QUALITY-FILE.
001200 01  SENSOR-QUALITY-IMAGE        PIC X(80).
001210 FD  PERFORMANCE-LOG-FILE.
001220 01  PERFORMANCE-LOG-IMAGE       PIC X(45).
001230 FD  SUMS-INFO-FILE.
001240 01  SUMS-INFO-IMAGE             PIC X(21).
001250 FD  ALERT-FILE.
001260 01  ALERT-IMAGE                 PIC X(95).

001270 FD  BUNDLE-FILE
001280     RECORD IS VARYING IN SIZE FROM 31 TO 11110 CHARACTERS
001290         DEPENDING ON WS-BUNDLE-SIZE.
001300 01  BUNDLE-IMAGE                PIC X(11110).

001310 FD  REPORT-FILE.
001320 01  REPORT-LINE                PIC X(80).

001330 WORKING-STORAGE SECTION.
001340 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001350     88  CARD-STATUS-OK      VALUE "00".
001360 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001370     88  REGISTRY-STATUS-OK  VALUE "00".
001380     88  REGISTRY-STATUS-EOF VALUE "10".
001390 01  WS-MANIFEST-STATUS      PIC X(02) VALUE SPACES.
001400     88  MANIFEST-STATUS-OK  VALUE "00".
001410     88  MANIFEST-STATUS-EOF VALUE "10".
001420 01  WS-IN-STATUS            PIC X(02) VALUE SPACES.
001430     88  IN-STATUS-OK        VALUE "00".
001440     88  IN-STATUS-EOF       VALUE "10".
001450 01  WS-BUNDLE-STATUS        PIC X(02) VALUE SPACES.
001460     88  BUNDLE-STATUS-OK    VALUE "00".
001470 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001480 01  WS-RUN-ID               PIC 9(08) VALUE ZERO.
001490 01  WS-SEEDOUT-MODE         PIC X(01).
001500 01  WS-REGISTRY-IMAGE       PIC X(250).
001510 01  WS-BUNDLE-SIZE          PIC 9(05) VALUE ZERO.
001520 01  WS-MISSING-COUNT        PIC 9(04) VALUE ZERO.
001530 01  WS-DIFFER-COUNT         PIC 9(04) VALUE ZERO.
001540 01  WS-TOTAL-RECORDS        PIC 9(09) VALUE ZERO.

001550*----------------------------------------------------------------
001560* THE RUN'S LAST MANIFEST RECORD (WITNESS-OUTVFY WRITES ONE PER
001570* VERIFICATION; A RE-VERIFIED RUN HAS MORE THAN ONE).
001580*----------------------------------------------------------------
001590 01  WS-MANIFEST-SW          PIC X(01) VALUE "N".
001600     88  MANIFEST-FOUND      VALUE "Y".
001610 01  WS-MANIFEST-SAVE.
001620     05  MNS-RUN-ID              PIC 9(08).
001630     05  MNS-TIMESTAMP           PIC X(26).
001640     05  MNS-SEEDOUT-COUNT       PIC 9(09).
001650     05  MNS-PHASETRD-COUNT      PIC 9(09).
001660     05  MNS-KAIROSAU-COUNT      PIC 9(09).
001670     05  MNS-CLSTMET-COUNT       PIC 9(09).
001680     05  MNS-EVENTWIN-COUNT      PIC 9(09).
001690     05  MNS-KAIRECOV-COUNT      PIC 9(09).
001700     05  MNS-ALERTOUT-COUNT      PIC 9(09).
001710     05  MNS-MISMATCH-COUNT      PIC 9(04).
001720     05  MNS-VERDICT             PIC X(01).
001730 01  WS-MANIFEST-COUNT       PIC 9(09).
001740 01  WS-MANIFEST-COUNTED-SW  PIC X(01).
001750     88  MANIFEST-COUNTS-IT  VALUE "Y".

001760*----------------------------------------------------------------
001770* THE DATASETS IN BUNDLE ORDER WITH THEIR RECORD LENGTHS - THE
001780* SAME TABLE AS WITNESS-BNDRST'S.  SEEDOUT'S LENGTH DEPENDS ON
001790* THE RUN'S SEEDOUT MODE AND IS SET IN 3000.
001800*----------------------------------------------------------------
001810 01  WS-DATASET-VALUES.
001820     05  FILLER  PIC X(13) VALUE "SEEDOUT 11048".
001830     05  FILLER  PIC X(13) VALUE "KAIROSAU00130".
001840     05  FILLER  PIC X(13) VALUE "PHASETRD00026".
001850     05  FILLER  PIC X(13) VALUE "CLSTMET 00047".
001860     05  FILLER  PIC X(13) VALUE "EVENTWIN11079".
001870     05  FILLER  PIC X(13) VALUE "KAIRECOV00043".
001880     05  FILLER  PIC X(13) VALUE "SENSQUAL00080".
001890     05  FILLER  PIC X(13) VALUE "PERFLOG 00045".
001900     05  FILLER  PIC X(13) VALUE "SUMSINF 00021".
001910     05  FILLER  PIC X(13) VALUE "ALERTOUT00095".
001920 01  WS-DATASET-TABLE REDEFINES WS-DATASET-VALUES.
001930     05  WS-DATASET-ENTRY    OCCURS 10 TIMES.
001940         10  WS-DATASET-NAME     PIC X(08).
001950         10  WS-DATASET-LENGTH   PIC 9(05).
001960 01  BND-X                   PIC 9(02).

001970*----------------------------------------------------------------
001980* WHAT WAS PACKED OF EACH DATASET, FOR THE TRAILER.
001990*----------------------------------------------------------------
002000 01  WS-PACKED-TABLE.
002010     05  WS-PACKED-ENTRY     OCCURS 10 TIMES.
002020         10  WS-PACKED-PRESENT   PIC X(01).
002030         10  WS-PACKED-RECORDS   PIC 9(09).
002040         10  WS-PACKED-CHECKSUM  PIC 9(09).

002050*----------------------------------------------------------------
002060* ONE RECORD OF THE DATASET BEING PACKED, AND ITS LENGTH.
002070*----------------------------------------------------------------
002080 01  WS-PACK-DATA            PIC X(11079).
002090 01  WS-PACK-LENGTH          PIC 9(05).

002100     COPY BNDREC.

002110*----------------------------------------------------------------
002120* OPSLOG EVENT (SEE WITNESS-EVLOG).
002130*----------------------------------------------------------------
002140 01  WS-EVL-PROGRAM          PIC X(12) VALUE "BUNDLE".
002150 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
002160 01  WS-EVL-CODE             PIC X(08).
002170 01  WS-EVL-SEVERITY         PIC X(01).
002180 01  WS-EVL-TEXT             PIC X(60).

002190 01  WS-HEADER-LINE.
002200     05  FILLER              PIC X(22)
002210         VALUE "OUTPUT BUNDLE FOR RUN ".
002220     05  HL-RUN-ID           PIC 9(08).
002230     05  FILLER              PIC X(10) VALUE "  PROFILE ".
002240     05  HL-PROFILE          PIC X(08).
002250     05  FILLER              PIC X(09) VALUE "  STATUS ".
002260     05  HL-STATUS           PIC X(01).
002270 01  WS-MANIFEST-LINE.
002280     05  FILLER              PIC X(17)
002290         VALUE "MANIFEST VERDICT ".
002300     05  ML-VERDICT          PIC X(01).
002310     05  FILLER              PIC X(13) VALUE "  VERIFIED AT".
002320     05  FILLER              PIC X(01) VALUE SPACE.
002330     05  ML-TIMESTAMP        PIC X(14).
002340 01  WS-NO-MANIFEST-LINE     PIC X(80) VALUE
002350     "NO MANIFEST RECORD FOR THIS RUN - COUNTS NOT CROSS-CHECKED".
002360 01  WS-COLUMN-LINE          PIC X(80) VALUE
002370     "DATASET     RECORDS   CHECKSUM  NOTE".
002380 01  WS-DETAIL-LINE.
002390     05  DL-DS-NAME          PIC X(08).
002400     05  FILLER              PIC X(02) VALUE SPACES.
002410     05  DL-RECORDS          PIC Z(8)9.
002420     05  FILLER              PIC X(02) VALUE SPACES.
002430     05  DL-CHECKSUM         PIC 9(09).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  DL-NOTE             PIC X(48).
002460 01  WS-DIFFER-NOTE.
002470     05  FILLER              PIC X(14) VALUE "MANIFEST SAYS ".
002480     05  DN-COUNT            PIC Z(8)9.
002490 01  WS-SUMMARY-LINE.
002500     05  SM-LABEL            PIC X(30).
002510     05  SM-COUNT            PIC Z(8)9.

002520 PROCEDURE DIVISION.
002530*----------------------------------------------------------------
002540 0000-MAINLINE.
002550*----------------------------------------------------------------
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002570     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
002580     PERFORM 3000-PACK-DATASET THRU 3000-EXIT
002590         VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10.
002600     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     STOP RUN.

002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650*    AN UNPUNCHED BNDCARD (OR NONE) BUNDLES THE HIGHEST RUN-ID ON
002660*    THE REGISTRY - TONIGHT'S RUN IN THE JOB STREAM.
002670*----------------------------------------------------------------
002680     OPEN INPUT BUNDLE-CARD-FILE.
002690     IF CARD-STATUS-OK
002700         READ BUNDLE-CARD-FILE
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 IF BNC-RUN-ID IS NUMERIC
002750                     MOVE BNC-RUN-ID TO WS-RUN-ID
002760                 END-IF
002770         END-READ
002780         CLOSE BUNDLE-CARD-FILE
002790     END-IF.
002800     OPEN INPUT RUN-REGISTRY-FILE.
002810     IF NOT REGISTRY-STATUS-OK
002820         DISPLAY "WITNESS-BUNDLE: RUNREGST NOT AVAILABLE - "
002830             "ABENDING"
002840         STOP RUN WITH ERROR STATUS 16
002850     END-IF.
002860     IF WS-RUN-ID = ZERO
002870         PERFORM 1100-FIND-LATEST-RUN THRU 1100-EXIT
002880     END-IF.
002890     MOVE WS-RUN-ID TO REG-RUN-ID.
002900     READ RUN-REGISTRY-FILE
002910         INVALID KEY
002920             DISPLAY "WITNESS-BUNDLE: RUN-ID " WS-RUN-ID
002930                 " NOT ON THE REGISTRY - ABENDING"
002940             STOP RUN WITH ERROR STATUS 16
002950     END-READ.
002960     MOVE RUN-REGISTRY-RECORD TO WS-REGISTRY-IMAGE.
002970     MOVE REG-SEEDOUT-MODE TO WS-SEEDOUT-MODE.
002980     MOVE WS-RUN-ID TO HL-RUN-ID.
002990     MOVE REG-PROFILE TO HL-PROFILE.
003000     MOVE REG-STATUS TO HL-STATUS.
003010     CLOSE RUN-REGISTRY-FILE.
003020     MOVE WS-RUN-ID TO WS-EVL-RUN-ID.
003030     PERFORM 1200-FIND-MANIFEST THRU 1200-EXIT.
003040     OPEN OUTPUT BUNDLE-FILE.
003050     IF NOT BUNDLE-STATUS-OK
003060         DISPLAY "WITNESS-BUNDLE: BUNDLE NOT AVAILABLE - "
003070             "ABENDING"
003080         STOP RUN WITH ERROR STATUS 16
003090     END-IF.
003100     OPEN OUTPUT REPORT-FILE.
003110     MOVE WS-HEADER-LINE TO REPORT-LINE.
003120     WRITE REPORT-LINE.
003130     IF MANIFEST-FOUND
003140         MOVE MNS-VERDICT TO ML-VERDICT
003150         MOVE MNS-TIMESTAMP(1:14) TO ML-TIMESTAMP
003160         MOVE WS-MANIFEST-LINE TO REPORT-LINE
003170     ELSE
003180         MOVE WS-NO-MANIFEST-LINE TO REPORT-LINE
003190     END-IF.
003200     WRITE REPORT-LINE.
003210     MOVE SPACES TO REPORT-LINE.
003220     WRITE REPORT-LINE.
003230     MOVE WS-COLUMN-LINE TO REPORT-LINE.
003240     WRITE REPORT-LINE.
003250     DISPLAY "WITNESS-BUNDLE: BUNDLING RUN " WS-RUN-ID.
003260 1000-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290 1100-FIND-LATEST-RUN.
003300*----------------------------------------------------------------
003310     MOVE ZERO TO REG-RUN-ID.
003320     START RUN-REGISTRY-FILE KEY > REG-RUN-ID
003330         INVALID KEY
003340             DISPLAY "WITNESS-BUNDLE: REGISTRY EMPTY - ABENDING"
003350             STOP RUN WITH ERROR STATUS 16
003360     END-START.
003370     PERFORM 1110-READ-NEXT-REGISTRY THRU 1110-EXIT
003380         UNTIL REGISTRY-STATUS-EOF.
003390 1100-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420 1110-READ-NEXT-REGISTRY.
003430*----------------------------------------------------------------
003440     READ RUN-REGISTRY-FILE NEXT RECORD
003450         AT END
003460             SET REGISTRY-STATUS-EOF TO TRUE
003470             GO TO 1110-EXIT
003480     END-READ.
003490     MOVE REG-RUN-ID TO WS-RUN-ID.
003500 1110-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530 1200-FIND-MANIFEST.
003540*    MANIFEST ACCUMULATES A RECORD PER VERIFICATION - THE LAST ONE
003550*    FOR THE RUN-ID WINS, AS FOR ACCTOUT IN WITNESS-OUTVFY.  A RUN
003560*    THAT WAS NEVER VERIFIED IS STILL BUNDLED.
003570*----------------------------------------------------------------
003580     OPEN INPUT MANIFEST-FILE.
003590     IF NOT MANIFEST-STATUS-OK
003600         GO TO 1200-EXIT
003610     END-IF.
003620     PERFORM 1210-READ-ONE-MANIFEST THRU 1210-EXIT
003630         UNTIL MANIFEST-STATUS-EOF.
003640     CLOSE MANIFEST-FILE.
003650 1200-EXIT.
003660     EXIT.

003670*----------------------------------------------------------------
003680 1210-READ-ONE-MANIFEST.
003690*----------------------------------------------------------------
003700     READ MANIFEST-FILE
003710         AT END
003720             SET MANIFEST-STATUS-EOF TO TRUE
003730             GO TO 1210-EXIT
003740     END-READ.
003750     IF MANIFEST-RECORD(1:8) = WS-RUN-ID
003760         MOVE MANIFEST-RECORD TO WS-MANIFEST-SAVE
003770         SET MANIFEST-FOUND TO TRUE
003780     END-IF.
003790 1210-EXIT.
003800     EXIT.

003810*----------------------------------------------------------------
003820 2000-WRITE-HEADER.
003830*----------------------------------------------------------------
003840     MOVE SPACES TO BUNDLE-RECORD.
003850     MOVE WS-RUN-ID TO BND-RUN-ID.
003860     SET BND-HEADER TO TRUE.
003870     MOVE ZERO TO BND-SEQ.
003880     MOVE 379 TO BND-LENGTH.
003890     MOVE FUNCTION CURRENT-DATE TO BNH-BUNDLED-TS.
003900     MOVE WS-REGISTRY-IMAGE(1:219) TO BNH-REGISTRY-IMAGE.
003905     MOVE WS-REGISTRY-IMAGE(220:11) TO BNH-REGISTRY-CHARGE.
003907     MOVE WS-REGISTRY-IMAGE(231:20) TO BNH-REGISTRY-CADENCE.
003910     MOVE WS-MANIFEST-SW TO BNH-MANIFEST-SW.
003920     IF MANIFEST-FOUND
003930         MOVE WS-MANIFEST-SAVE TO BNH-MANIFEST-IMAGE
003940     END-IF.
003950     PERFORM 8000-WRITE-BUNDLE THRU 8000-EXIT.
003960 2000-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990 3000-PACK-DATASET.
004000*    ONE DATASET, BND-X IN THE TABLE, INTO THE BUNDLE.  A DATASET
004010*    THAT WILL NOT OPEN IS MARKED ABSENT - AN EMPTY-RUN ALERTOUT
004020*    IS NORMAL, BUT ANY MISSING DATASET IS WORTH A LOOK BEFORE THE
004030*    NEXT NIGHT REALLOCATES IT.
004040*----------------------------------------------------------------
004050     MOVE "N" TO WS-PACKED-PRESENT(BND-X).
004060     MOVE ZERO TO WS-PACKED-RECORDS(BND-X).
004070     MOVE ZERO TO WS-PACKED-CHECKSUM(BND-X).
004080     MOVE WS-DATASET-LENGTH(BND-X) TO WS-PACK-LENGTH.
004090     IF BND-X = 1
004100         EVALUATE WS-SEEDOUT-MODE
004110             WHEN "S"
004120                 MOVE 48 TO WS-PACK-LENGTH
004130             WHEN "X"
004140                 MOVE 1552 TO WS-PACK-LENGTH
004150         END-EVALUATE
004160     END-IF.
004170     MOVE SPACES TO WS-IN-STATUS.
004180     EVALUATE BND-X
004190         WHEN 1
004200             OPEN INPUT SEED-OUTPUT-FILE
004210         WHEN 2
004220             OPEN INPUT KAIROS-AUDIT-FILE
004230         WHEN 3
004240             OPEN INPUT PHASE-TREND-FILE
004250         WHEN 4
004260             OPEN INPUT CLUSTER-METRIC-FILE
004270         WHEN 5
004280             OPEN INPUT EVENT-WINDOW-FILE
004290         WHEN 6
004300             OPEN INPUT RECOVERY-FILE
004310         WHEN 7
004320             OPEN INPUT SENSOR-QUALITY-FILE
004330         WHEN 8
004340             OPEN INPUT PERFORMANCE-LOG-FILE
004350         WHEN 9
004360             OPEN INPUT SUMS-INFO-FILE
004370         WHEN 10
004380             OPEN INPUT ALERT-FILE
004390     END-EVALUATE.
004400     MOVE WS-DATASET-NAME(BND-X) TO DL-DS-NAME.
004410     IF NOT IN-STATUS-OK
004420         ADD 1 TO WS-MISSING-COUNT
004430         MOVE ZERO TO DL-RECORDS
004440         MOVE ZERO TO DL-CHECKSUM
004450         MOVE "NOT AVAILABLE - BUNDLED AS ABSENT" TO DL-NOTE
004460         MOVE WS-DETAIL-LINE TO REPORT-LINE
004470         WRITE REPORT-LINE
004480         GO TO 3000-EXIT
004490     END-IF.
004500     MOVE "Y" TO WS-PACKED-PRESENT(BND-X).
004510     PERFORM 3100-PACK-ONE-RECORD THRU 3100-EXIT
004520         UNTIL IN-STATUS-EOF.
004530     EVALUATE BND-X
004540         WHEN 1
004550             CLOSE SEED-OUTPUT-FILE
004560         WHEN 2
004570             CLOSE KAIROS-AUDIT-FILE
004580         WHEN 3
004590             CLOSE PHASE-TREND-FILE
004600         WHEN 4
004610             CLOSE CLUSTER-METRIC-FILE
004620         WHEN 5
004630             CLOSE EVENT-WINDOW-FILE
004640         WHEN 6
004650             CLOSE RECOVERY-FILE
004660         WHEN 7
004670             CLOSE SENSOR-QUALITY-FILE
004680         WHEN 8
004690             CLOSE PERFORMANCE-LOG-FILE
004700         WHEN 9
004710             CLOSE SUMS-INFO-FILE
004720         WHEN 10
004730             CLOSE ALERT-FILE
004740     END-EVALUATE.
004750     MOVE WS-PACKED-RECORDS(BND-X) TO DL-RECORDS.
004760     MOVE WS-PACKED-CHECKSUM(BND-X) TO DL-CHECKSUM.
004770     MOVE SPACES TO DL-NOTE.
004780     PERFORM 3200-CHECK-MANIFEST THRU 3200-EXIT.
004790     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004800     WRITE REPORT-LINE.
004810 3000-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840 3100-PACK-ONE-RECORD.
004850*----------------------------------------------------------------
004860     MOVE SPACES TO WS-PACK-DATA.
004870     EVALUATE BND-X
004880         WHEN 1
004890             READ SEED-OUTPUT-FILE INTO WS-PACK-DATA
004900                 AT END
004910                     SET IN-STATUS-EOF TO TRUE
004920             END-READ
004930         WHEN 2
004940             READ KAIROS-AUDIT-FILE INTO WS-PACK-DATA
004950                 AT END
004960                     SET IN-STATUS-EOF TO TRUE
004970             END-READ
004980         WHEN 3
004990             READ PHASE-TREND-FILE INTO WS-PACK-DATA
005000                 AT END
005010                     SET IN-STATUS-EOF TO TRUE
005020             END-READ
005030         WHEN 4
005040             READ CLUSTER-METRIC-FILE INTO WS-PACK-DATA
005050                 AT END
005060                     SET IN-STATUS-EOF TO TRUE
005070             END-READ
005080         WHEN 5
005090             READ EVENT-WINDOW-FILE INTO WS-PACK-DATA
005100                 AT END
005110                     SET IN-STATUS-EOF TO TRUE
005120             END-READ
005130         WHEN 6
005140             READ RECOVERY-FILE INTO WS-PACK-DATA
005150                 AT END
005160                     SET IN-STATUS-EOF TO TRUE
005170             END-READ
005180         WHEN 7
005190             READ SENSOR-QUALITY-FILE INTO WS-PACK-DATA
005200                 AT END
005210                     SET IN-STATUS-EOF TO TRUE
005220             END-READ
005230         WHEN 8
005240             READ PERFORMANCE-LOG-FILE INTO WS-PACK-DATA
005250                 AT END
005260                     SET IN-STATUS-EOF TO TRUE
005270             END-READ
005280         WHEN 9
005290             READ SUMS-INFO-FILE INTO WS-PACK-DATA
005300                 AT END
005310                     SET IN-STATUS-EOF TO TRUE
005320             END-READ
005330         WHEN 10
005340             READ ALERT-FILE INTO WS-PACK-DATA
005350                 AT END
005360                     SET IN-STATUS-EOF TO TRUE
005370             END-READ
005380     END-EVALUATE.
005390     IF IN-STATUS-EOF
005400         GO TO 3100-EXIT
005410     END-IF.
005420     ADD 1 TO WS-PACKED-RECORDS(BND-X).
005430     ADD 1 TO WS-TOTAL-RECORDS.
005440     CALL "WITNESS-RECSUM" USING WS-PACK-DATA WS-PACK-LENGTH
005450         WS-PACKED-CHECKSUM(BND-X).
005460     MOVE WS-RUN-ID TO BND-RUN-ID.
005470     SET BND-DATA-RECORD TO TRUE.
005480     MOVE WS-DATASET-NAME(BND-X) TO BND-DATASET.
005490     MOVE WS-PACKED-RECORDS(BND-X) TO BND-SEQ.
005500     MOVE WS-PACK-LENGTH TO BND-LENGTH.
005510     MOVE WS-PACK-DATA TO BND-DATA.
005520     PERFORM 8000-WRITE-BUNDLE THRU 8000-EXIT.
005530 3100-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560 3200-CHECK-MANIFEST.
005570*    THE MANIFEST COUNTS SEVEN OF THE DATASETS.  A DIFFERENT
005580*    PACKED COUNT MEANS THE DATASET CHANGED AFTER IT WAS VERIFIED,
005590*    OR THE BUNDLE WAS POINTED AT ANOTHER RUN'S OUTPUT.
005600*----------------------------------------------------------------
005610     IF NOT MANIFEST-FOUND
005620         GO TO 3200-EXIT
005630     END-IF.
005640     MOVE "Y" TO WS-MANIFEST-COUNTED-SW.
005650     EVALUATE BND-X
005660         WHEN 1
005670             MOVE MNS-SEEDOUT-COUNT TO WS-MANIFEST-COUNT
005680         WHEN 2
005690             MOVE MNS-KAIROSAU-COUNT TO WS-MANIFEST-COUNT
005700         WHEN 3
005710             MOVE MNS-PHASETRD-COUNT TO WS-MANIFEST-COUNT
005720         WHEN 4
005730             MOVE MNS-CLSTMET-COUNT TO WS-MANIFEST-COUNT
005740         WHEN 5
005750             MOVE MNS-EVENTWIN-COUNT TO WS-MANIFEST-COUNT
005760         WHEN 6
005770             MOVE MNS-KAIRECOV-COUNT TO WS-MANIFEST-COUNT
005780         WHEN 10
005790             MOVE MNS-ALERTOUT-COUNT TO WS-MANIFEST-COUNT
005800         WHEN OTHER
005810             MOVE "N" TO WS-MANIFEST-COUNTED-SW
005820     END-EVALUATE.
005830     IF MANIFEST-COUNTS-IT
005840         IF WS-MANIFEST-COUNT NOT = WS-PACKED-RECORDS(BND-X)
005850             ADD 1 TO WS-DIFFER-COUNT
005860             MOVE WS-MANIFEST-COUNT TO DN-COUNT
005870             MOVE WS-DIFFER-NOTE TO DL-NOTE
005880         END-IF
005890     END-IF.
005900 3200-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930 4000-WRITE-TRAILER.
005940*----------------------------------------------------------------
005950     MOVE SPACES TO BUNDLE-RECORD.
005960     MOVE WS-RUN-ID TO BND-RUN-ID.
005970     SET BND-TRAILER TO TRUE.
005980     MOVE ZERO TO BND-SEQ.
005990     MOVE 279 TO BND-LENGTH.
006000     PERFORM VARYING BND-X FROM 1 BY 1 UNTIL BND-X > 10
006010         MOVE WS-DATASET-NAME(BND-X) TO BNT-DATASET(BND-X)
006020         MOVE WS-PACKED-PRESENT(BND-X) TO BNT-PRESENT(BND-X)
006030         MOVE WS-PACKED-RECORDS(BND-X) TO BNT-RECORDS(BND-X)
006040         MOVE WS-PACKED-CHECKSUM(BND-X) TO BNT-CHECKSUM(BND-X)
006050     END-PERFORM.
006060     MOVE WS-TOTAL-RECORDS TO BNT-TOTAL-RECORDS.
006070     PERFORM 8000-WRITE-BUNDLE THRU 8000-EXIT.
006080 4000-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------
006110 8000-WRITE-BUNDLE.
006120*    EACH RECORD GOES OUT AT THE 31-BYTE PREFIX PLUS BND-LENGTH.
006130*    A FAILED WRITE (OUT OF SPACE) LEAVES A BUNDLE WITH NO
006140*    TRAILER, WHICH WITNESS-BNDRST REFUSES - ABEND SO THE STEP
006150*    IS RERUN.
006160*----------------------------------------------------------------
006170     COMPUTE WS-BUNDLE-SIZE = 31 + BND-LENGTH.
006180     WRITE BUNDLE-IMAGE FROM BUNDLE-RECORD.
006190     IF NOT BUNDLE-STATUS-OK
006200         DISPLAY "WITNESS-BUNDLE: BUNDLE WRITE FAILED STATUS "
006210             WS-BUNDLE-STATUS " - ABENDING"
006220         STOP RUN WITH ERROR STATUS 16
006230     END-IF.
006240 8000-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270 8300-LOG-EVENT.
006280*----------------------------------------------------------------
006290     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
006300         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
006310 8300-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------
006340 9000-TERMINATE.
006350*----------------------------------------------------------------
006360     CLOSE BUNDLE-FILE.
006370     MOVE SPACES TO REPORT-LINE.
006380     WRITE REPORT-LINE.
006390     MOVE "RECORDS BUNDLED" TO SM-LABEL.
006400     MOVE WS-TOTAL-RECORDS TO SM-COUNT.
006410     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006420     WRITE REPORT-LINE.
006430     MOVE "DATASETS ABSENT" TO SM-LABEL.
006440     MOVE WS-MISSING-COUNT TO SM-COUNT.
006450     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006460     WRITE REPORT-LINE.
006470     MOVE "COUNTS DIFFERING FROM MANIFEST" TO SM-LABEL.
006480     MOVE WS-DIFFER-COUNT TO SM-COUNT.
006490     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006500     WRITE REPORT-LINE.
006510     CLOSE REPORT-FILE.
006520     MOVE SPACES TO WS-EVL-TEXT.
006530     IF WS-MISSING-COUNT > ZERO OR WS-DIFFER-COUNT > ZERO
006540         MOVE "BNDWARN" TO WS-EVL-CODE
006550         MOVE "W" TO WS-EVL-SEVERITY
006560         STRING "BUNDLED WITH " WS-MISSING-COUNT " ABSENT, "
006570             WS-DIFFER-COUNT " OFF MANIFEST - SEE BNDRPT"
006580             DELIMITED BY SIZE INTO WS-EVL-TEXT
006590         MOVE 4 TO RETURN-CODE
006600     ELSE
006610         MOVE "BNDOK" TO WS-EVL-CODE
006620         MOVE "I" TO WS-EVL-SEVERITY
006630         STRING "OUTPUT BUNDLED - " WS-TOTAL-RECORDS " RECORDS"
006640             DELIMITED BY SIZE INTO WS-EVL-TEXT
006650     END-IF.
006660     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
006670     DISPLAY "WITNESS-BUNDLE: RUN " WS-RUN-ID " RECORDS "
006680         WS-TOTAL-RECORDS " ABSENT " WS-MISSING-COUNT
006690         " OFF MANIFEST " WS-DIFFER-COUNT.
006700 9000-EXIT.
006710     EXIT.
