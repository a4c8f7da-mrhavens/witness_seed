000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CAPCAT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  SENSVAL IS REBUILT EVERY
000200*                  NIGHT AND KEEPS ONLY SEVEN GENERATIONS, SO A
000210*                  RERUN OF AN OLDER NIGHT THROUGH WITNESS-QUEUE,
000220*                  WITNESS-CALIB OR WITNESS-FREQEST MEANT PULLING
000230*                  A TAPE OFF THE BACKUP SCHEDULE.  THIS STEP RUNS
000240*                  AFTER THE EDIT STEP (AND AFTER A WITNESSX
000250*                  RE-ENTRY), COPIES THE VALIDATED CAPTURE FRAME
000260*                  FOR FRAME INTO THE NEXT GENERATION OF THE
000270*                  CAPTURE LIBRARY GDG AND INDEXES IT ON THE
000280*                  CAPLIB KSDS (COPY CAPREC) UNDER ITS CAPTURE
000290*                  DATE AND ABSOLUTE GENERATION: FIRST AND LAST
000300*                  SEQUENCE AND TIMESTAMP, FRAME AND REJECT COUNTS
000310*                  AND THE DEVUSED UNITS MERGED.  IT THEN APPLIES
000320*                  THE LIBRARY RETENTION PERIOD (CAPCARD): INDEX
000330*                  ENTRIES FOR CAPTURES OLDER THAN THAT ARE
000340*                  DELETED AND AN IDCAMS DELETE FOR EACH OF THEIR
000350*                  GENERATIONS IS PUNCHED TO CAPDEL FOR THE NEXT
000360*                  STEP.  WITNESS-CAPSEL TURNS A DATE RANGE BACK
000370*                  INTO A SENSORIN ALLOCATION FOR A RERUN.  CAPRPT
000380*                  SHOWS WHAT WAS CATALOGED AND WHAT WAS PURGED.
000390*                  RETURN CODE 4 WHEN SENSVAL HELD NO FRAMES.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CAPTURE-CARD-FILE ASSIGN TO "CAPCARD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CARD-STATUS.
000470     SELECT SENSOR-VALID-FILE ASSIGN TO "SENSVAL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-VALID-STATUS.
000500     SELECT SENSOR-REJECT-FILE ASSIGN TO "SENSOREJ"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-REJECT-STATUS.
000530     SELECT DEVICE-USED-FILE ASSIGN TO "DEVUSED"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-USED-STATUS.
000560     SELECT CAPTURE-OUT-FILE ASSIGN TO "CAPTURE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-CAPTURE-STATUS.
000590     SELECT CAPTURE-LIBRARY-FILE ASSIGN TO "CAPLIB"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CAP-KEY
000630         FILE STATUS IS WS-LIBRARY-STATUS.
000640     SELECT DELETE-CARD-FILE ASSIGN TO "CAPDEL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DELETE-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "CAPRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------
000730* CAPCARD: CPC-SOURCE SAYS WHICH STEP PRODUCED THE CAPTURE - E THE
000740* NIGHTLY EDIT STEP (UNPUNCHED), X THE WITNESSX RE-ENTRY, WHICH
000750* KEEPS ITS OWN MEMBER OF THE CARD.  CPC-RETAIN-DAYS IS HOW LONG A
000760* CAPTURE STAYS IN THE LIBRARY (UNPUNCHED 90 DAYS); KEEP THE GDG
000770* LIMIT ABOVE IT.  CPC-RESYNC-GEN, PUNCHED ONLY TO REPAIR THE
000780* GENERATION COUNT AFTER A CAPCAT STEP FAILED BEFORE IT COULD
000790* ADVANCE IT, IS THE ABSOLUTE GENERATION THIS STEP'S CAPTURE DD
000800* WILL CATALOG (LISTCAT THE GDG).  CPC-LIBRARY IS THE GDG BASE
000810* NAME (UNPUNCHED DLOOP.WITNESS.CAPTURE).
000820*----------------------------------------------------------------
000830 FD  CAPTURE-CARD-FILE
000840     RECORDING MODE IS F.
000850 01  CAPTURE-CARD-RECORD.
000860     05  CPC-SOURCE              PIC X(01).
000870     05  FILLER                  PIC X(01).
000880     05  CPC-RETAIN-DAYS         PIC 9(04).
000890     05  FILLER                  PIC X(01).
000900     05  CPC-RESYNC-GEN          PIC 9(04).
000910     05  FILLER                  PIC X(01).
000920     05  CPC-LIBRARY             PIC X(35).
000930     05  FILLER                  PIC X(33).

000940 FD  SENSOR-VALID-FILE.
000950     COPY SENSREC.

000960 FD  SENSOR-REJECT-FILE.
000970 01  SENSOR-REJECT-RECORD        PIC X(27).

000980 FD  DEVICE-USED-FILE
000990     RECORDING MODE IS F.
001000     COPY DEVUREC.

001010 FD  CAPTURE-OUT-FILE.
001020 01  CAPTURE-FRAME-RECORD        PIC X(11035).

001030 FD  CAPTURE-LIBRARY-FILE.
001040     COPY CAPREC.

001050 FD  DELETE-CARD-FILE
001060     RECORDING MODE IS F.
001070 01  DELETE-CARD-RECORD          PIC X(80).

001080 FD  REPORT-FILE.
001090 01  REPORT-LINE                PIC X(80).

001100 WORKING-STORAGE SECTION.
001110 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001120     88  CARD-STATUS-OK      VALUE "00".
001130 01  WS-VALID-STATUS         PIC X(02) VALUE SPACES.
001140     88  VALID-STATUS-OK     VALUE "00".
001150     88  VALID-STATUS-EOF    VALUE "10".
001160 01  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
001170     88  REJECT-STATUS-OK    VALUE "00".
001180     88  REJECT-STATUS-EOF   VALUE "10".
001190 01  WS-USED-STATUS          PIC X(02) VALUE SPACES.
001200     88  USED-STATUS-OK      VALUE "00".
001210     88  USED-STATUS-EOF     VALUE "10".
001220 01  WS-CAPTURE-STATUS       PIC X(02) VALUE SPACES.
001230     88  CAPTURE-STATUS-OK   VALUE "00".
001240 01  WS-LIBRARY-STATUS       PIC X(02) VALUE SPACES.
001250     88  LIBRARY-STATUS-OK   VALUE "00".
001260     88  LIBRARY-STATUS-EOF  VALUE "10".
001270 01  WS-DELETE-STATUS        PIC X(02) VALUE SPACES.
001280 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001290 01  WS-SOURCE               PIC X(01) VALUE "E".
001300 01  WS-RETAIN-DAYS          PIC 9(04) VALUE 90.
001310 01  WS-LIBRARY              PIC X(35)
001320     VALUE "DLOOP.WITNESS.CAPTURE".
001330 01  WS-TIMESTAMP            PIC X(21).
001340 01  WS-AS-OF                PIC 9(08).
001350 01  WS-CUTOFF-DAY           PIC S9(07).
001360 01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
001370 01  WS-CAPTURE-DATE         PIC 9(08) VALUE ZERO.
001380 01  WS-LAST-GEN             PIC 9(04) VALUE ZERO.
001390 01  WS-NEW-GEN              PIC 9(04) VALUE ZERO.
001400 01  WS-CONTROL-SW           PIC X(01) VALUE "N".
001410     88  CONTROL-ON-FILE     VALUE "Y".
001420 01  SLOT-X                  PIC 9(01).

001430*----------------------------------------------------------------
001440* TONIGHT'S CAPTURE AS COPIED - THE INDEX ENTRY IS BUILT FROM
001450* THESE ONCE THE LAST FRAME IS IN THE LIBRARY.
001460*----------------------------------------------------------------
001470 01  WS-FRAME-COUNT          PIC 9(09) VALUE ZERO.
001480 01  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
001490 01  WS-FIRST-SEQ            PIC 9(09) VALUE ZERO.
001500 01  WS-LAST-SEQ             PIC 9(09) VALUE ZERO.
001510 01  WS-FIRST-TS             PIC X(26) VALUE SPACES.
001520 01  WS-LAST-TS              PIC X(26) VALUE SPACES.
001530 01  WS-DEVICE-TABLE.
001540     05  WS-DEVICE OCCURS 3 TIMES.
001550         10  WS-DEV-DISP     PIC X(01).
001560         10  WS-DEV-SERIAL   PIC X(12).

001570 01  WS-PURGED-COUNT         PIC 9(05) VALUE ZERO.
001580 01  WS-RETAINED-COUNT       PIC 9(05) VALUE ZERO.

001590*----------------------------------------------------------------
001600* LIBRARY GENERATION DATASET NAME, AS IDCAMS AND JCL SEE IT.
001610*----------------------------------------------------------------
001620 01  WS-GEN-NAME.
001630     05  FILLER              PIC X(01) VALUE "G".
001640     05  WS-GEN-NUMBER       PIC 9(04).
001650     05  FILLER              PIC X(03) VALUE "V00".
001660 01  WS-DSN                  PIC X(44).

001670 01  WS-HEADER-LINE.
001680     05  FILLER              PIC X(30)
001690         VALUE "SENSOR CAPTURE LIBRARY CATALO".
001700     05  FILLER              PIC X(11)
001710         VALUE "G - AS OF ".
001720     05  HL-AS-OF            PIC 9(08).
001730 01  WS-ENTRY-LINE.
001740     05  FILLER              PIC X(13) VALUE "CAPTURE DATE ".
001750     05  EL-DATE             PIC 9(08).
001760     05  FILLER              PIC X(13) VALUE "  GENERATION ".
001770     05  EL-GEN              PIC X(08).
001780     05  FILLER              PIC X(09) VALUE "  SOURCE ".
001790     05  EL-SOURCE           PIC X(01).
001800 01  WS-FRAME-LINE.
001810     05  FL-LABEL            PIC X(12).
001820     05  FL-SEQ              PIC Z(8)9.
001830     05  FILLER              PIC X(02) VALUE SPACES.
001840     05  FL-TS               PIC X(26).
001850 01  WS-DEVICE-LINE.
001860     05  FILLER              PIC X(12) VALUE "CAPTURE SLOT".
001870     05  DV-SLOT             PIC Z9.
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  DV-DISP             PIC X(01).
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  DV-SERIAL           PIC X(12).
001920 01  WS-RETAIN-LINE.
001930     05  FILLER              PIC X(10) VALUE "RETENTION ".
001940     05  RL-DAYS             PIC ZZZ9.
001950     05  FILLER              PIC X(30)
001960         VALUE " DAYS - PURGING CAPTURES DATED".
001970     05  FILLER              PIC X(08) VALUE " BEFORE ".
001980     05  RL-CUTOFF           PIC 9(08).
001990 01  WS-PURGE-LINE.
002000     05  FILLER              PIC X(07) VALUE "PURGED ".
002010     05  PL-DATE             PIC 9(08).
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  PL-GEN              PIC X(08).
002040     05  FILLER              PIC X(09) VALUE "  FRAMES ".
002050     05  PL-FRAMES           PIC Z(8)9.
002060 01  WS-SUMMARY-LINE.
002070     05  SM-LABEL            PIC X(32).
002080     05  SM-COUNT            PIC Z(8)9.

002090 PROCEDURE DIVISION.
002100*----------------------------------------------------------------
002110 0000-MAINLINE.
002120*----------------------------------------------------------------
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-COPY-ONE-FRAME THRU 2000-EXIT
002150         UNTIL VALID-STATUS-EOF.
002160     PERFORM 3000-COUNT-REJECTS THRU 3000-EXIT.
002170     PERFORM 3100-LOAD-DEVICES THRU 3100-EXIT.
002180     PERFORM 4000-INDEX-CAPTURE THRU 4000-EXIT.
002190     PERFORM 5000-APPLY-RETENTION THRU 5000-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     IF WS-FRAME-COUNT = ZERO
002220         STOP RUN WITH ERROR STATUS 4
002230     END-IF.
002240     STOP RUN.

002250*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270*    THE CAPTURE DD HAS ALREADY CATALOGED THIS STEP'S GENERATION,
002280*    SO THE LIBRARY'S GENERATION COUNT IS ADVANCED BEFORE A SINGLE
002290*    FRAME IS COPIED - A FAILURE PART WAY THROUGH THEN LEAVES AN
002300*    UNINDEXED GENERATION BEHIND BUT THE COUNT STILL IN STEP WITH
002310*    THE GDG.  CAPLIB IS CREATED EMPTY ON THE FIRST RUN.
002320*----------------------------------------------------------------
002330     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002340     MOVE WS-TIMESTAMP (1:8) TO WS-AS-OF.
002350     PERFORM 1100-READ-CAPTURE-CARD THRU 1100-EXIT.
002360     OPEN INPUT SENSOR-VALID-FILE.
002370     IF NOT VALID-STATUS-OK
002380         DISPLAY "WITNESS-CAPCAT: SENSVAL NOT AVAILABLE - "
002390             "ABENDING"
002400         STOP RUN WITH ERROR STATUS 16
002410     END-IF.
002420     OPEN I-O CAPTURE-LIBRARY-FILE.
002430     IF NOT LIBRARY-STATUS-OK
002440         OPEN OUTPUT CAPTURE-LIBRARY-FILE
002450         CLOSE CAPTURE-LIBRARY-FILE
002460         OPEN I-O CAPTURE-LIBRARY-FILE
002470     END-IF.
002480     IF NOT LIBRARY-STATUS-OK
002490         DISPLAY "WITNESS-CAPCAT: CAPLIB OPEN FAILED, STATUS "
002500             WS-LIBRARY-STATUS " - ABENDING"
002510         STOP RUN WITH ERROR STATUS 16
002520     END-IF.
002530     PERFORM 1200-ADVANCE-GENERATION THRU 1200-EXIT.
002540     OPEN OUTPUT CAPTURE-OUT-FILE.
002550     IF NOT CAPTURE-STATUS-OK
002560         DISPLAY "WITNESS-CAPCAT: CAPTURE OPEN FAILED, STATUS "
002570             WS-CAPTURE-STATUS " - ABENDING"
002580         STOP RUN WITH ERROR STATUS 16
002590     END-IF.
002600     OPEN OUTPUT DELETE-CARD-FILE.
002610     OPEN OUTPUT REPORT-FILE.
002620     MOVE WS-AS-OF TO HL-AS-OF.
002630     MOVE WS-HEADER-LINE TO REPORT-LINE.
002640     WRITE REPORT-LINE.
002650     MOVE SPACES TO WS-DEVICE-TABLE.
002660     PERFORM 2100-READ-VALID THRU 2100-EXIT.
002670 1000-EXIT.
002680     EXIT.

002690*----------------------------------------------------------------
002700 1100-READ-CAPTURE-CARD.
002710*    NO CAPCARD, OR AN EMPTY ONE, LEAVES THE DEFAULTS.
002720*----------------------------------------------------------------
002730     OPEN INPUT CAPTURE-CARD-FILE.
002740     IF NOT CARD-STATUS-OK
002750         GO TO 1100-EXIT
002760     END-IF.
002770     READ CAPTURE-CARD-FILE
002780         AT END
002790             MOVE SPACES TO CAPTURE-CARD-RECORD
002800     END-READ.
002810     CLOSE CAPTURE-CARD-FILE.
002820     IF CPC-SOURCE = "E" OR CPC-SOURCE = "X"
002830         MOVE CPC-SOURCE TO WS-SOURCE
002840     END-IF.
002850     IF CPC-RETAIN-DAYS IS NUMERIC AND CPC-RETAIN-DAYS > ZERO
002860         MOVE CPC-RETAIN-DAYS TO WS-RETAIN-DAYS
002870     END-IF.
002880     IF CPC-LIBRARY NOT = SPACES
002890         MOVE CPC-LIBRARY TO WS-LIBRARY
002900     END-IF.
002910 1100-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------
002940 1200-ADVANCE-GENERATION.
002950*    THE CONTROL RECORD (ALL-ZERO KEY) HOLDS THE LAST GENERATION
002960*    ASSIGNED.  GDG ABSOLUTE NUMBERS RUN 0001-9999 AND THEN WRAP.
002970*----------------------------------------------------------------
002980     MOVE ZEROS TO CAP-KEY.
002990     READ CAPTURE-LIBRARY-FILE
003000         INVALID KEY
003010             MOVE ZERO TO WS-LAST-GEN
003020         NOT INVALID KEY
003030             SET CONTROL-ON-FILE TO TRUE
003040             MOVE CAP-CTL-LAST-GEN TO WS-LAST-GEN
003050     END-READ.
003060     IF CPC-RESYNC-GEN IS NUMERIC AND CPC-RESYNC-GEN > ZERO
003070         MOVE CPC-RESYNC-GEN TO WS-NEW-GEN
003080         DISPLAY "WITNESS-CAPCAT: GENERATION COUNT RESET FROM "
003090             WS-LAST-GEN " TO " WS-NEW-GEN " BY CAPCARD"
003100     ELSE
003110         IF WS-LAST-GEN = 9999
003120             MOVE 1 TO WS-NEW-GEN
003130         ELSE
003140             COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1
003150         END-IF
003160     END-IF.
003170     MOVE SPACES TO CAPTURE-CONTROL-RECORD.
003180     MOVE ZEROS TO CAP-CTL-KEY.
003190     MOVE WS-NEW-GEN TO CAP-CTL-LAST-GEN.
003200     MOVE WS-AS-OF TO CAP-CTL-UPDATED.
003210     IF CONTROL-ON-FILE
003220         REWRITE CAPTURE-CONTROL-RECORD
003230     ELSE
003240         WRITE CAPTURE-CONTROL-RECORD
003250     END-IF.
003260     IF NOT LIBRARY-STATUS-OK
003270         DISPLAY "WITNESS-CAPCAT: CAPLIB CONTROL RECORD UPDATE "
003280             "FAILED, STATUS " WS-LIBRARY-STATUS " - ABENDING"
003290         STOP RUN WITH ERROR STATUS 16
003300     END-IF.
003310     MOVE WS-NEW-GEN TO WS-GEN-NUMBER.
003320 1200-EXIT.
003330     EXIT.

003340*----------------------------------------------------------------
003350 2000-COPY-ONE-FRAME.
003360*----------------------------------------------------------------
003370     WRITE CAPTURE-FRAME-RECORD FROM SENSOR-INPUT-RECORD.
003380     IF NOT CAPTURE-STATUS-OK
003390         DISPLAY "WITNESS-CAPCAT: CAPTURE WRITE FAILED, STATUS "
003400             WS-CAPTURE-STATUS " - ABENDING"
003410         STOP RUN WITH ERROR STATUS 16
003420     END-IF.
003430     ADD 1 TO WS-FRAME-COUNT.
003440     IF WS-FRAME-COUNT = 1
003450         MOVE SENSOR-SEQUENCE TO WS-FIRST-SEQ
003460         MOVE SENSOR-CAPTURE-TS TO WS-FIRST-TS
003470     END-IF.
003480     MOVE SENSOR-SEQUENCE TO WS-LAST-SEQ.
003490     MOVE SENSOR-CAPTURE-TS TO WS-LAST-TS.
003500     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003510 2000-EXIT.
003520     EXIT.

003530*----------------------------------------------------------------
003540 2100-READ-VALID.
003550*----------------------------------------------------------------
003560     READ SENSOR-VALID-FILE
003570         AT END
003580             SET VALID-STATUS-EOF TO TRUE
003590     END-READ.
003600 2100-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------
003630 3000-COUNT-REJECTS.
003640*    ONE SENSOREJ RECORD PER REJECTED FRAME.  WITHOUT THE DD THE
003650*    COUNT STAYS ZERO.
003660*----------------------------------------------------------------
003670     OPEN INPUT SENSOR-REJECT-FILE.
003680     IF NOT REJECT-STATUS-OK
003690         DISPLAY "WITNESS-CAPCAT: NO SENSOREJ - REJECT COUNT ZERO"
003700         GO TO 3000-EXIT
003710     END-IF.
003720     PERFORM 3050-READ-REJECT THRU 3050-EXIT
003730         UNTIL REJECT-STATUS-EOF.
003740     CLOSE SENSOR-REJECT-FILE.
003750 3000-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------
003780 3050-READ-REJECT.
003790*----------------------------------------------------------------
003800     READ SENSOR-REJECT-FILE
003810         AT END
003820             SET REJECT-STATUS-EOF TO TRUE
003830             GO TO 3050-EXIT
003840     END-READ.
003850     ADD 1 TO WS-REJECT-COUNT.
003860 3050-EXIT.
003870     EXIT.

003880*----------------------------------------------------------------
003890 3100-LOAD-DEVICES.
003900*    DEVUSED SAYS WHICH UNIT EACH CAPTURE SLOT WAS MERGED FROM (OR
003910*    REFUSED).  WITHOUT IT THE SLOTS ARE LEFT BLANK.
003920*----------------------------------------------------------------
003930     OPEN INPUT DEVICE-USED-FILE.
003940     IF NOT USED-STATUS-OK
003950         DISPLAY "WITNESS-CAPCAT: NO DEVUSED - DEVICES NOT "
003960             "RECORDED"
003970         GO TO 3100-EXIT
003980     END-IF.
003990     PERFORM 3150-READ-DEVICE THRU 3150-EXIT
004000         UNTIL USED-STATUS-EOF.
004010     CLOSE DEVICE-USED-FILE.
004020 3100-EXIT.
004030     EXIT.

004040*----------------------------------------------------------------
004050 3150-READ-DEVICE.
004060*----------------------------------------------------------------
004070     READ DEVICE-USED-FILE
004080         AT END
004090             SET USED-STATUS-EOF TO TRUE
004100             GO TO 3150-EXIT
004110     END-READ.
004120     IF DVU-SLOT < 1 OR DVU-SLOT > 3
004130         GO TO 3150-EXIT
004140     END-IF.
004150     MOVE DVU-DISPOSITION TO WS-DEV-DISP(DVU-SLOT).
004160     MOVE DVU-SERIAL TO WS-DEV-SERIAL(DVU-SLOT).
004170 3150-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004200 4000-INDEX-CAPTURE.
004210*    THE CAPTURE DATE IS THE DATE ON THE FIRST FRAME, SO A NIGHT
004220*    CATALOGED AFTER MIDNIGHT STILL FILES UNDER ITS OWN DATE.  AN
004230*    EMPTY CAPTURE IS NOT INDEXED AND ITS GENERATION IS PUNCHED
004240*    FOR DELETION STRAIGHT AWAY.
004250*----------------------------------------------------------------
004260     CLOSE SENSOR-VALID-FILE.
004270     CLOSE CAPTURE-OUT-FILE.
004280     IF WS-FRAME-COUNT = ZERO
004290         DISPLAY "WITNESS-CAPCAT: NO SENSVAL FRAMES - GENERATION "
004300             WS-GEN-NAME " NOT INDEXED"
004310         PERFORM 5200-PUNCH-DELETE THRU 5200-EXIT
004320         GO TO 4000-EXIT
004330     END-IF.
004340     IF WS-FIRST-TS (1:8) IS NUMERIC
004350         MOVE WS-FIRST-TS (1:8) TO WS-CAPTURE-DATE
004360     ELSE
004370         MOVE WS-AS-OF TO WS-CAPTURE-DATE
004380     END-IF.
004390     MOVE SPACES TO CAPTURE-LIBRARY-RECORD.
004400     MOVE WS-CAPTURE-DATE TO CAP-DATE.
004410     MOVE WS-NEW-GEN TO CAP-GENERATION.
004420     MOVE WS-SOURCE TO CAP-SOURCE.
004430     MOVE WS-AS-OF TO CAP-CATALOGED.
004440     MOVE WS-FIRST-SEQ TO CAP-FIRST-SEQ.
004450     MOVE WS-LAST-SEQ TO CAP-LAST-SEQ.
004460     MOVE WS-FIRST-TS TO CAP-FIRST-TS.
004470     MOVE WS-LAST-TS TO CAP-LAST-TS.
004480     MOVE WS-FRAME-COUNT TO CAP-FRAMES.
004490     MOVE WS-REJECT-COUNT TO CAP-REJECTS.
004500     PERFORM VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > 3
004510         MOVE WS-DEV-DISP(SLOT-X) TO CAP-DEV-DISP(SLOT-X)
004520         MOVE WS-DEV-SERIAL(SLOT-X) TO CAP-DEV-SERIAL(SLOT-X)
004530     END-PERFORM.
004540     WRITE CAPTURE-LIBRARY-RECORD
004550         INVALID KEY
004560             REWRITE CAPTURE-LIBRARY-RECORD
004570     END-WRITE.
004580     IF NOT LIBRARY-STATUS-OK
004590         DISPLAY "WITNESS-CAPCAT: CAPLIB WRITE FAILED, STATUS "
004600             WS-LIBRARY-STATUS " - ABENDING"
004610         STOP RUN WITH ERROR STATUS 16
004620     END-IF.
004630     DISPLAY "WITNESS-CAPCAT: CAPTURE " WS-CAPTURE-DATE
004640         " CATALOGED AS " WS-GEN-NAME " - " WS-FRAME-COUNT
004650         " FRAMES".
004660     MOVE SPACES TO REPORT-LINE.
004670     WRITE REPORT-LINE.
004680     MOVE WS-CAPTURE-DATE TO EL-DATE.
004690     MOVE WS-GEN-NAME TO EL-GEN.
004700     MOVE WS-SOURCE TO EL-SOURCE.
004710     MOVE WS-ENTRY-LINE TO REPORT-LINE.
004720     WRITE REPORT-LINE.
004730     MOVE "FIRST FRAME " TO FL-LABEL.
004740     MOVE WS-FIRST-SEQ TO FL-SEQ.
004750     MOVE WS-FIRST-TS TO FL-TS.
004760     MOVE WS-FRAME-LINE TO REPORT-LINE.
004770     WRITE REPORT-LINE.
004780     MOVE "LAST FRAME  " TO FL-LABEL.
004790     MOVE WS-LAST-SEQ TO FL-SEQ.
004800     MOVE WS-LAST-TS TO FL-TS.
004810     MOVE WS-FRAME-LINE TO REPORT-LINE.
004820     WRITE REPORT-LINE.
004830     MOVE "FRAMES CATALOGED" TO SM-LABEL.
004840     MOVE WS-FRAME-COUNT TO SM-COUNT.
004850     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004860     WRITE REPORT-LINE.
004870     MOVE "FRAMES REJECTED" TO SM-LABEL.
004880     MOVE WS-REJECT-COUNT TO SM-COUNT.
004890     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004900     WRITE REPORT-LINE.
004910     PERFORM VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > 3
004920         IF WS-DEV-DISP(SLOT-X) NOT = SPACE
004930             MOVE SLOT-X TO DV-SLOT
004940             MOVE WS-DEV-DISP(SLOT-X) TO DV-DISP
004950             MOVE WS-DEV-SERIAL(SLOT-X) TO DV-SERIAL
004960             MOVE WS-DEVICE-LINE TO REPORT-LINE
004970             WRITE REPORT-LINE
004980         END-IF
004990     END-PERFORM.
005000 4000-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------
005030 5000-APPLY-RETENTION.
005040*    EVERY INDEX ENTRY DATED BEFORE THE RETENTION BOUNDARY IS
005050*    DELETED AND ITS GENERATION PUNCHED FOR THE IDCAMS STEP THAT
005060*    FOLLOWS.  THE CONTROL RECORD SORTS FIRST AND IS STEPPED OVER.
005070*----------------------------------------------------------------
005080     COMPUTE WS-CUTOFF-DAY =
005090         FUNCTION INTEGER-OF-DATE(WS-AS-OF) - WS-RETAIN-DAYS.
005100     COMPUTE WS-CUTOFF-DATE =
005110         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY).
005120     MOVE SPACES TO REPORT-LINE.
005130     WRITE REPORT-LINE.
005140     MOVE WS-RETAIN-DAYS TO RL-DAYS.
005150     MOVE WS-CUTOFF-DATE TO RL-CUTOFF.
005160     MOVE WS-RETAIN-LINE TO REPORT-LINE.
005170     WRITE REPORT-LINE.
005180     MOVE "00" TO WS-LIBRARY-STATUS.
005190     MOVE ZEROS TO CAP-KEY.
005200     START CAPTURE-LIBRARY-FILE KEY > CAP-KEY
005210         INVALID KEY
005220             SET LIBRARY-STATUS-EOF TO TRUE
005230     END-START.
005240     PERFORM 5100-SWEEP-ONE-ENTRY THRU 5100-EXIT
005250         UNTIL LIBRARY-STATUS-EOF.
005260 5000-EXIT.
005270     EXIT.

005280*----------------------------------------------------------------
005290 5100-SWEEP-ONE-ENTRY.
005300*    THE INDEX IS IN DATE ORDER, SO THE SWEEP STOPS AT THE FIRST
005310*    ENTRY INSIDE THE RETENTION PERIOD.  THE GENERATION JUST
005320*    CATALOGED IS NEVER PURGED, WHATEVER ITS CAPTURE DATE.
005330*----------------------------------------------------------------
005340     READ CAPTURE-LIBRARY-FILE NEXT RECORD
005350         AT END
005360             SET LIBRARY-STATUS-EOF TO TRUE
005370             GO TO 5100-EXIT
005380     END-READ.
005390     IF CAP-DATE NOT < WS-CUTOFF-DATE
005400         SET LIBRARY-STATUS-EOF TO TRUE
005410         GO TO 5100-EXIT
005420     END-IF.
005430     IF CAP-GENERATION = WS-NEW-GEN
005440         ADD 1 TO WS-RETAINED-COUNT
005450         GO TO 5100-EXIT
005460     END-IF.
005470     MOVE CAP-DATE TO PL-DATE.
005480     MOVE CAP-GENERATION TO WS-GEN-NUMBER.
005490     MOVE WS-GEN-NAME TO PL-GEN.
005500     MOVE CAP-FRAMES TO PL-FRAMES.
005510     DELETE CAPTURE-LIBRARY-FILE RECORD
005520         INVALID KEY
005530             DISPLAY "WITNESS-CAPCAT: CAPLIB DELETE FAILED FOR "
005540                 CAP-DATE " " WS-GEN-NAME
005550             GO TO 5100-EXIT
005560     END-DELETE.
005570     PERFORM 5200-PUNCH-DELETE THRU 5200-EXIT.
005580     ADD 1 TO WS-PURGED-COUNT.
005590     MOVE WS-PURGE-LINE TO REPORT-LINE.
005600     WRITE REPORT-LINE.
005610 5100-EXIT.
005620     EXIT.

005630*----------------------------------------------------------------
005640 5200-PUNCH-DELETE.
005650*    ONE IDCAMS DELETE FOR THE GENERATION IN WS-GEN-NAME.  A
005660*    GENERATION THE GDG LIMIT HAS ALREADY ROLLED OFF FAILS THE
005670*    DELETE WITH CONDITION CODE 8, WHICH THE FOLLOWING CARD
005680*    CLEARS.
005690*----------------------------------------------------------------
005700     MOVE SPACES TO WS-DSN.
005710     STRING WS-LIBRARY DELIMITED BY SPACE
005720         "." DELIMITED BY SIZE
005730         WS-GEN-NAME DELIMITED BY SIZE
005740         INTO WS-DSN
005750     END-STRING.
005760     MOVE SPACES TO DELETE-CARD-RECORD.
005770     STRING "  DELETE " DELIMITED BY SIZE
005780         WS-DSN DELIMITED BY SPACE
005790         " PURGE" DELIMITED BY SIZE
005800         INTO DELETE-CARD-RECORD
005810     END-STRING.
005820     WRITE DELETE-CARD-RECORD.
005830     MOVE "  IF LASTCC = 8 THEN SET MAXCC = 0"
005840         TO DELETE-CARD-RECORD.
005850     WRITE DELETE-CARD-RECORD.
005860 5200-EXIT.
005870     EXIT.

005880*----------------------------------------------------------------
005890 9000-TERMINATE.
005900*----------------------------------------------------------------
005910     MOVE SPACES TO REPORT-LINE.
005920     WRITE REPORT-LINE.
005930     MOVE "CAPTURES PURGED" TO SM-LABEL.
005940     MOVE WS-PURGED-COUNT TO SM-COUNT.
005950     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005960     WRITE REPORT-LINE.
005970     CLOSE CAPTURE-LIBRARY-FILE.
005980     CLOSE DELETE-CARD-FILE.
005990     CLOSE REPORT-FILE.
006000     DISPLAY "WITNESS-CAPCAT: " WS-PURGED-COUNT
006010         " CAPTURE(S) PURGED BEFORE " WS-CUTOFF-DATE.
006020 9000-EXIT.
006030     EXIT.
