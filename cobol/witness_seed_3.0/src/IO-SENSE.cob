000655*                  AND AUD-FEED-EVENTS RESTARTED FROM ZERO -
000656*                  BREAKING THE PROVENANCE CONTINUITY THE
000657*                  CHECKPOINT IS SUPPOSED TO GUARANTEE.
      * 2026-10-15  DLA  ADDED THE IO-SENSE-APPLIED ENTRY POINT: WHETHER
      *                  THE LAST PER-STEP CALL APPLIED A FRAME (A HELD
      *                  GAP SLOT, AN OUT-OF-ORDER SKIP OR A MISSING
      *                  SENSORIN APPLY NOTHING).  A CALLER CARRYING A
      *                  SECOND POPULATION ALONGSIDE I CAN THEN APPLY
      *                  THE SAME FRAME TO IT WITHOUT READING THE FEED
      *                  TWICE.
      * 2026-10-15  DLA  THE SENSQUAL SUMMARY NOW ENDS WITH THE CAPTURE
      *                  DEVICES IN EFFECT - SLOT, DISPOSITION, DEVMAST
      *                  UNIT SERIAL, CALIBRATION CERTIFICATE AND
      *                  EXPIRY - COPIED FROM THE DEVUSED DATASET
      *                  WITNESS-SENSMRG WRITES, SO EVERY NIGHT'S FEED
      *                  TRACES TO CERTIFIED HARDWARE.  NO DEVUSED DD,
      *                  NO DEVICE LINES.
      * 2026-10-15  DLA  OPTIONAL TIME-ALIGNED ASSIMILATION
      *                  (CC2-ASSIM-MODE T, SET THROUGH THE NEW
      *                  IO-SENSE-ALIGN ENTRY).  THE CALLER HANDS OVER
      *                  ITS MODEL TIME EACH STEP THROUGH
      *                  IO-SENSE-CLOCK; MODEL TIME TIMES THE SCALE IS
      *                  SECONDS OF CAPTURE CLOCK PAST THE ANCHOR.  A
      *                  FRAME IS APPLIED ONLY WHEN MODEL TIME REACHES
      *                  ITS SENSOR-CAPTURE-TS, AND THE STEPS BETWEEN
      *                  TWO FRAMES GET THE LINEAR INTERPOLATION
      *                  INSTEAD OF THE OLDER READING HELD.  A FRAME
      *                  OVERTAKEN BEFORE IT WAS EVER APPLIED, OR WITH A
      *                  CAPTURE TIME NOT AFTER THE LAST ONE REACHED, IS
      *                  SKIPPED AS STALE.  THE FEED IS NOT REWOUND IN
      *                  THIS MODE - PAST THE LAST FRAME I IS HELD.
      *                  IO-SENSE-ALIGN-GET/-PUT CARRY THE CLOCK AND THE
      *                  BRACKET ACROSS A CHECKPOINT RESTART, AND
      *                  SENSQUAL REPORTS FRAMES APPLIED, INTERPOLATED
      *                  ACROSS AND SKIPPED STALE.  WITHOUT THE ALIGN
      *                  CALL EVERY CALLER RUNS ONE FRAME PER STEP
      *                  EXACTLY AS BEFORE.
      * 2026-10-15  DLA  ADDED THE IO-SENSE-CAPTURE ENTRY POINT: THE
      *                  CAPTURE DATE OF THE FEED (THE DATE ON ITS FIRST
      *                  FRAME) AND THE CAPTURE LIBRARY GENERATION IT
      *                  CAME FROM, LOOKED UP ON THE CAPLIB INDEX BY
      *                  THAT DATE AND THE FIRST FRAME'S TIMESTAMP.  THE
      *                  RUN REGISTRY RECORDS BOTH, SO THE CAPTURE A RUN
      *                  CONSUMED IS A KEYED READ.  NO CAPLIB DD, OR NO
      *                  MATCHING ENTRY, GIVES GENERATION ZERO.
000658*----------------------------------------------------------------
000659 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000712     SELECT CALIBRATION-MAP-FILE ASSIGN TO "CALMAP"
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-CALMAP-STATUS.
           SELECT DEVICE-USED-FILE ASSIGN TO "DEVUSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USED-STATUS.
           SELECT CAPTURE-LIBRARY-FILE ASSIGN TO "CAPLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAP-KEY
               FILE STATUS IS WS-CAPLIB-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000781     05  CAL-DEADBAND        PIC 9(01)V9(05).
000782     05  FILLER              PIC X(49).

       FD  DEVICE-USED-FILE.
           COPY DEVUREC.

       FD  CAPTURE-LIBRARY-FILE.
           COPY CAPREC.

000783 WORKING-STORAGE SECTION.
000790 01  WS-SENSOR-STATUS        PIC X(02) VALUE SPACES.
000800     88  SENSOR-STATUS-OK    VALUE "00".
000830 01  WS-SENSOR-SW            PIC X(01) VALUE "N".
000840     88  SENSOR-FILE-OPEN    VALUE "Y".
000850     88  SENSOR-FILE-CLOSED  VALUE "N".
000852 01  WS-CAPLIB-STATUS        PIC X(02) VALUE SPACES.
000854     88  CAPLIB-STATUS-OK    VALUE "00".
000856     88  CAPLIB-STATUS-EOF   VALUE "10".
000860 01  WS-SENSOR-AVAILABLE-SW  PIC X(01) VALUE "Y".
000870     88  SENSOR-AVAILABLE    VALUE "Y".
000880     88  SENSOR-UNAVAILABLE  VALUE "N".
001094 01  WS-CALMAP-STATUS        PIC X(02) VALUE SPACES.
001095     88  CALMAP-STATUS-OK    VALUE "00".
001096     88  CALMAP-STATUS-EOF   VALUE "10".
       01  WS-USED-STATUS          PIC X(02) VALUE SPACES.
           88  USED-STATUS-OK      VALUE "00".
           88  USED-STATUS-EOF     VALUE "10".
001097 01  WS-CAL-PRESENT-SW       PIC X(01) VALUE "N".
001098     88  CALIBRATION-PRESENT VALUE "Y".
001099 01  WS-CAL-SCALE-OF         OCCURS 1000 TIMES PIC 9(01)V9(05).
001103 01  CAL-J                   PIC 9(4).
001108 01  WS-LAST-APPLIED-SEQ     PIC 9(9) VALUE ZERO.
001109 01  WS-LAST-APPLIED-TS      PIC X(26) VALUE SPACES.
       01  WS-APPLIED-SW           PIC X(01) VALUE "N".
           88  FRAME-APPLIED-THIS-CALL VALUE "Y".
001110 01  WS-CAL-VALUE            PIC S9(7)V9(5).
001111 01  WS-CAL-LIMIT            PIC S9(5)V9(5) VALUE 99000.00000.
001112 01  WS-CLAMPED-COUNT        PIC 9(9) VALUE ZERO.
001113 01  WS-DEADBAND-COUNT       PIC 9(9) VALUE ZERO.
001114 01  WS-FIRST-TS             PIC X(26) VALUE SPACES.
001115 01  WS-LAST-TS              PIC X(26) VALUE SPACES.
      *----------------------------------------------------------------
      * TIME-ALIGNED ASSIMILATION STATE.  WS-ALN-MODEL-TIME IS THE
      * CALLER'S ACCUMULATED DT, HANDED OVER EACH STEP THROUGH
      * IO-SENSE-CLOCK; TIMES WS-ALN-SCALE IT IS THE TARGET, IN SECONDS
      * OF CAPTURE CLOCK PAST THE ANCHOR.  THE NEXT FRAME WAITS IN THE
      * RECORD AREA (WS-ALN-NEXT-SECS) UNTIL THE TARGET REACHES IT; THE
      * LAST FRAME REACHED IS KEPT IN WS-ALN-PREV-READING AS THE LOWER
      * BRACKET, ALONG WITH ITS RECORD NUMBER SO A RESTART'S
      * FAST-FORWARD CAN PICK IT UP AGAIN.  AN UNUSABLE CAPTURE TIME
      * GOES IN AS THE LOWEST VALUE THE FIELD HOLDS, SO THE NEXT STEP
      * SKIPS IT AS STALE.
      *----------------------------------------------------------------
       01  WS-ALN-MODE-SW          PIC X(01) VALUE "S".
           88  ALIGNED-MODE        VALUE "T".
       01  WS-ALN-SCALE            PIC 9(05)V9(04) VALUE 1.
       01  WS-ALN-ANCHOR           PIC X(14) VALUE SPACES.
       01  WS-ALN-ANCHOR-R REDEFINES WS-ALN-ANCHOR.
           05  WS-ALN-ANCHOR-DATE  PIC 9(08).
           05  WS-ALN-ANCHOR-HH    PIC 9(02).
           05  WS-ALN-ANCHOR-MM    PIC 9(02).
           05  WS-ALN-ANCHOR-SS    PIC 9(02).
       01  WS-ALN-ANCHOR-DAY       PIC 9(07) VALUE ZERO.
       01  WS-ALN-ANCHOR-SECS      PIC 9(05) VALUE ZERO.
       01  WS-ALN-MODEL-TIME       PIC 9(09)V9(04) VALUE ZERO.
       01  WS-ALN-TARGET           PIC S9(11)V9(06).
       01  WS-ALN-TS-WORK          PIC X(26).
       01  WS-ALN-TS-R REDEFINES WS-ALN-TS-WORK.
           05  WS-ALN-TS-DATE      PIC 9(08).
           05  WS-ALN-TS-HH        PIC 9(02).
           05  WS-ALN-TS-MM        PIC 9(02).
           05  WS-ALN-TS-SS        PIC 9(02).
           05  WS-ALN-TS-MICRO     PIC 9(06).
           05  FILLER              PIC X(06).
       01  WS-ALN-NEXT-SECS        PIC S9(11)V9(06) VALUE ZERO.
       01  WS-ALN-WHOLE-SECS       PIC S9(11).
       01  WS-ALN-TS-VALID-SW      PIC X(01) VALUE "N".
           88  ALN-TS-VALID        VALUE "Y".
       01  WS-ALN-PREV-SW          PIC X(01) VALUE "N".
           88  ALN-PREV-HELD       VALUE "Y".
       01  WS-ALN-PREV-SECS        PIC S9(11)V9(06) VALUE ZERO.
       01  WS-ALN-PREV-RECNO       PIC 9(09) VALUE ZERO.
       01  WS-ALN-PREV-SEQ         PIC 9(09) VALUE ZERO.
       01  WS-ALN-PREV-TS          PIC X(26) VALUE SPACES.
       01  WS-ALN-PREV-READING     OCCURS 1000 TIMES PIC S9(5)V9(5).
       01  WS-ALN-INTERP-SW        PIC X(01) VALUE "N".
           88  ALN-NEXT-INTERPOLATED VALUE "Y".
       01  WS-ALN-EOF-SW           PIC X(01) VALUE "N".
           88  ALN-FEED-EXHAUSTED  VALUE "Y".
       01  WS-ALN-REACHED-SW       PIC X(01) VALUE "N".
           88  ALN-FRAME-REACHED   VALUE "Y".
       01  WS-ALN-FRACTION         PIC 9V9(09).
       01  WS-ALN-FF-RECNO         PIC 9(09).
       01  WS-ALN-APPLIED          PIC 9(09) VALUE ZERO.
       01  WS-ALN-INTERP           PIC 9(09) VALUE ZERO.
       01  WS-ALN-STALE            PIC 9(09) VALUE ZERO.
       01  WS-RAW-VALUE            PIC S9(5)V9(5).
001116 01  WS-EVL-PROGRAM          PIC X(12) VALUE "IO-SENSE".
001120 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
001130 01  WS-EVL-CODE             PIC X(08).
001456     05  FILLER              PIC X(24)
001457         VALUE "READINGS DEADBANDED     ".
001458     05  QL10-COUNT          PIC Z(8)9.
       01  WS-QUAL-LINE-11         PIC X(80) VALUE
           "CAPTURE DEVICES IN EFFECT".
       01  WS-QUAL-LINE-12.
           05  FILLER              PIC X(05) VALUE "SLOT ".
           05  QL12-SLOT           PIC 9(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  QL12-STATUS         PIC X(08).
           05  FILLER              PIC X(08) VALUE " SERIAL ".
           05  QL12-SERIAL         PIC X(12).
           05  FILLER              PIC X(06) VALUE " CERT ".
           05  QL12-CAL-CERT       PIC X(16).
           05  FILLER              PIC X(09) VALUE " EXPIRES ".
           05  QL12-CAL-EXPIRY     PIC 9(08).
       01  WS-QUAL-LINE-13.
           05  FILLER              PIC X(20)
               VALUE "ASSIMILATION        ".
           05  FILLER              PIC X(20)
               VALUE "TIME-ALIGNED  SCALE ".
           05  QL13-SCALE          PIC Z(4)9.9(4).
           05  FILLER              PIC X(09) VALUE "  ANCHOR ".
           05  QL13-ANCHOR         PIC X(14).
       01  WS-QUAL-LINE-14.
           05  FILLER              PIC X(28)
               VALUE "FRAMES APPLIED              ".
           05  QL14-COUNT          PIC Z(8)9.
       01  WS-QUAL-LINE-15.
           05  FILLER              PIC X(28)
               VALUE "FRAMES INTERPOLATED ACROSS  ".
           05  QL15-COUNT          PIC Z(8)9.
       01  WS-QUAL-LINE-16.
           05  FILLER              PIC X(28)
               VALUE "FRAMES SKIPPED AS STALE     ".
           05  QL16-COUNT          PIC Z(8)9.

001460 LINKAGE SECTION.
001470 01  I                       OCCURS 1000 TIMES PIC S9(5)V9(5).
001504 01  FRAME-SEQ               PIC 9(09).
001505 01  FRAME-TS                PIC X(26).
001506 01  FRAME-EVENTS            PIC 9(07).
       01  FRAME-APPLIED           PIC X(01).
       01  ALIGN-MODE              PIC X(01).
       01  ALIGN-SCALE             PIC 9(05)V9(04).
       01  ALIGN-ANCHOR            PIC X(14).
       01  ALIGN-MODEL-TIME        PIC 9(09)V9(04).
       01  ALIGN-PREV-RECNO        PIC 9(09).
       01  ALIGN-PREV-SECS         PIC S9(11)V9(06) SIGN IS
                                       TRAILING SEPARATE CHARACTER.
       01  ALIGN-PREV-SW           PIC X(01).
       01  ALIGN-INTERP-SW         PIC X(01).
       01  ALIGN-EOF-SW            PIC X(01).
       01  ALIGN-APPLIED           PIC 9(09).
       01  ALIGN-INTERP            PIC 9(09).
       01  ALIGN-STALE             PIC 9(09).
       01  CAPTURE-DATE            PIC 9(08).
       01  CAPTURE-GEN             PIC 9(04).

001507 PROCEDURE DIVISION USING I NUM-VARS SENSE-WEIGHT.
001510 ENTRY "IO-SENSE" USING I NUM-VARS SENSE-WEIGHT.
001520*----------------------------------------------------------------
001530 0000-MAINLINE.
001540*----------------------------------------------------------------
001545     MOVE "N" TO WS-APPLIED-SW.

001550     IF FIRST-CALL
001552         PERFORM 1050-LOAD-CALMAP THRU 1050-EXIT
001560         PERFORM 1000-OPEN-SENSOR-FILE THRU 1000-EXIT
001570         MOVE "N" TO WS-FIRST-CALL-SW
001580     END-IF.
001590     IF SENSOR-AVAILABLE
001600         IF ALIGNED-MODE
001602             PERFORM 2500-ALIGN-STEP THRU 2500-EXIT
001604         ELSE
001606             PERFORM 2000-READ-READING THRU 2000-EXIT
001608         END-IF
001610     END-IF.
001620     GOBACK.

002764*    CHANNEL'S SCALE/OFFSET/DEADBAND CORRECTION FIRST.
002770*----------------------------------------------------------------
002780     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
002782         MOVE SENSOR-READING(J) TO WS-RAW-VALUE
002784         PERFORM 2320-ASSIMILATE-ONE-READING THRU 2320-EXIT
002860     END-PERFORM.
002870     COMPUTE WS-EXPECTED-SEQ = SENSOR-SEQUENCE + 1.
002872     MOVE SENSOR-SEQUENCE TO WS-LAST-APPLIED-SEQ.
002874     MOVE SENSOR-CAPTURE-TS TO WS-LAST-APPLIED-TS.
002875     SET FRAME-APPLIED-THIS-CALL TO TRUE.
002880 2300-EXIT.
002890     EXIT.

002893 2350-CALIBRATE-ONE-READING.
002894*----------------------------------------------------------------
002895     COMPUTE WS-CAL-VALUE ROUNDED =
002896         WS-RAW-VALUE * WS-CAL-SCALE-OF(J)
002897         + WS-CAL-OFFSET-OF(J).
002898     IF WS-CAL-DEADBAND-OF(J) > ZERO
002899             AND FUNCTION ABS(WS-CAL-VALUE)
003165     MOVE WS-DEADBAND-COUNT TO QL10-COUNT.
003166     MOVE WS-QUAL-LINE-10 TO SENSOR-QUALITY-LINE.
003167     WRITE SENSOR-QUALITY-LINE.
           IF ALIGNED-MODE
               MOVE WS-ALN-SCALE TO QL13-SCALE
               MOVE WS-ALN-ANCHOR TO QL13-ANCHOR
               MOVE WS-QUAL-LINE-13 TO SENSOR-QUALITY-LINE
               WRITE SENSOR-QUALITY-LINE
               MOVE WS-ALN-APPLIED TO QL14-COUNT
               MOVE WS-QUAL-LINE-14 TO SENSOR-QUALITY-LINE
               WRITE SENSOR-QUALITY-LINE
               MOVE WS-ALN-INTERP TO QL15-COUNT
               MOVE WS-QUAL-LINE-15 TO SENSOR-QUALITY-LINE
               WRITE SENSOR-QUALITY-LINE
               MOVE WS-ALN-STALE TO QL16-COUNT
               MOVE WS-QUAL-LINE-16 TO SENSOR-QUALITY-LINE
               WRITE SENSOR-QUALITY-LINE
           END-IF.
           OPEN INPUT DEVICE-USED-FILE.
           IF USED-STATUS-OK
               MOVE WS-QUAL-LINE-11 TO SENSOR-QUALITY-LINE
               WRITE SENSOR-QUALITY-LINE
               PERFORM 3100-WRITE-ONE-DEVICE THRU 3100-EXIT
                   UNTIL USED-STATUS-EOF
               CLOSE DEVICE-USED-FILE
           END-IF.
003170     CLOSE SENSOR-QUALITY-FILE.
003180     DISPLAY "IO-SENSE: QUALITY SUMMARY WRITTEN - READ "
003190         WS-RECORDS-READ " GAPS " WS-GAP-COUNT " OUT-OF-ORDER "
003680         DISPLAY "IO-SENSE: CAPTURE POSITION RESTORED - "
003690             WS-RECORDS-READ " FRAMES FAST-FORWARDED"
003700     END-IF.
003701     IF ALIGNED-MODE AND SENSOR-AVAILABLE
003702         PERFORM 2530-ALIGN-SET-ANCHOR THRU 2530-EXIT
003704         IF WS-RECORDS-READ > ZERO AND NOT ALN-FEED-EXHAUSTED
003705             PERFORM 2540-ALIGN-FRAME-TIME THRU 2540-EXIT
003707         END-IF
003708     END-IF.

003710 1100-EXIT.
003720     EXIT.

003820             END-IF
003830             GO TO 1150-EXIT
003840     END-READ.
003841     IF ALIGNED-MODE AND ALN-PREV-HELD
003842         COMPUTE WS-ALN-FF-RECNO =
003843             WS-RECORDS-READ - WS-FF-LEFT + 1
003844         IF WS-ALN-FF-RECNO = WS-ALN-PREV-RECNO
003845             PERFORM 2550-ALIGN-KEEP-FRAME THRU 2550-EXIT
003846             MOVE WS-ALN-PREV-SEQ TO WS-LAST-APPLIED-SEQ
003847             MOVE WS-ALN-PREV-TS TO WS-LAST-APPLIED-TS
003848         END-IF
003849     END-IF.
003850     SUBTRACT 1 FROM WS-FF-LEFT.
003860 1150-EXIT.
003870     EXIT.
004570     COMPUTE FRAME-EVENTS = WS-GAP-COUNT + WS-OOO-COUNT.
004580     GOBACK.

004590*----------------------------------------------------------------
004600 0500-APPLIED-ENTRY.
004610*    Y WHEN THE LAST PER-STEP CALL APPLIED A FRAME TO I, N WHEN
004620*    IT LEFT I ALONE.  LETS A CALLER CARRYING A SECOND POPULATION
004630*    (WITNESS-HORIZON) BLEND THE SAME FRAME INTO IT.
004640*----------------------------------------------------------------
004650 ENTRY "IO-SENSE-APPLIED" USING FRAME-APPLIED.
004660     MOVE WS-APPLIED-SW TO FRAME-APPLIED.
004670     GOBACK.

004680*----------------------------------------------------------------
004690 0600-ALIGN-ENTRY.
004700*    CALLED ONCE BY WITNESS-SEED-3 AFTER THE CONTROL CARDS ARE
004710*    READ.  MODE T SWITCHES ON TIME-ALIGNED ASSIMILATION; A ZERO
004720*    SCALE MEANS 1 AND A BLANK ANCHOR IS TAKEN FROM THE FIRST
004730*    FRAME.  NOT CALLED AT ALL - ONE FRAME PER STEP, AS BEFORE.
004740*----------------------------------------------------------------
004750 ENTRY "IO-SENSE-ALIGN" USING ALIGN-MODE ALIGN-SCALE
004760     ALIGN-ANCHOR.
004770     MOVE ALIGN-MODE TO WS-ALN-MODE-SW.
004780     IF ALIGN-SCALE > ZERO
004790         MOVE ALIGN-SCALE TO WS-ALN-SCALE
004800     END-IF.
004810     MOVE ALIGN-ANCHOR TO WS-ALN-ANCHOR.
004820     PERFORM 2530-ALIGN-SET-ANCHOR THRU 2530-EXIT.
004830     GOBACK.

004840*----------------------------------------------------------------
004850 0700-CLOCK-ENTRY.
004860*    THE CALLER'S MODEL TIME (DT ACCUMULATED BEFORE THIS STEP),
004870*    HANDED OVER AHEAD OF EACH PER-STEP CALL.  IGNORED UNLESS
004880*    TIME-ALIGNED.
004890*----------------------------------------------------------------
004900 ENTRY "IO-SENSE-CLOCK" USING ALIGN-MODEL-TIME.
004910     MOVE ALIGN-MODEL-TIME TO WS-ALN-MODEL-TIME.
004920     GOBACK.

004930*----------------------------------------------------------------
004940 0800-ALIGN-GET-ENTRY.
004950*    CALLED AT 2100-WRITE-CHECKPOINT IN WITNESS-SEED-3 ALONGSIDE
004960*    IO-SENSE-STATE-GET - THE CLOCK THE RUN IS ON, THE LOWER
004970*    BRACKET AND THE ALIGNED FRAME COUNTS.
004980*----------------------------------------------------------------
004990 ENTRY "IO-SENSE-ALIGN-GET" USING ALIGN-MODE ALIGN-SCALE
005000     ALIGN-ANCHOR ALIGN-PREV-RECNO ALIGN-PREV-SECS ALIGN-PREV-SW
005010     ALIGN-INTERP-SW ALIGN-EOF-SW ALIGN-APPLIED ALIGN-INTERP
005020     ALIGN-STALE.
005030     MOVE WS-ALN-MODE-SW TO ALIGN-MODE.
005040     MOVE WS-ALN-SCALE TO ALIGN-SCALE.
005050     MOVE WS-ALN-ANCHOR TO ALIGN-ANCHOR.
005060     MOVE WS-ALN-PREV-RECNO TO ALIGN-PREV-RECNO.
005070     MOVE WS-ALN-PREV-SECS TO ALIGN-PREV-SECS.
005080     MOVE WS-ALN-PREV-SW TO ALIGN-PREV-SW.
005090     MOVE WS-ALN-INTERP-SW TO ALIGN-INTERP-SW.
005100     MOVE WS-ALN-EOF-SW TO ALIGN-EOF-SW.
005110     MOVE WS-ALN-APPLIED TO ALIGN-APPLIED.
005120     MOVE WS-ALN-INTERP TO ALIGN-INTERP.
005130     MOVE WS-ALN-STALE TO ALIGN-STALE.
005140     GOBACK.

005150*----------------------------------------------------------------
005160 0900-ALIGN-PUT-ENTRY.
005170*    CALLED AT 1200-RESTART-LOAD AFTER IO-SENSE-STATE-PUT.  THE
005180*    CHECKPOINTED MODE, SCALE AND ANCHOR OVERRIDE THE CARD, SO A
005190*    RESTART STAYS ON THE CLOCK THE RUN STARTED WITH; THE LOWER
005200*    BRACKET'S READINGS ARE PICKED UP AGAIN BY THE FAST-FORWARD.
005210*----------------------------------------------------------------
005220 ENTRY "IO-SENSE-ALIGN-PUT" USING ALIGN-MODE ALIGN-SCALE
005230     ALIGN-ANCHOR ALIGN-PREV-RECNO ALIGN-PREV-SECS ALIGN-PREV-SW
005240     ALIGN-INTERP-SW ALIGN-EOF-SW ALIGN-APPLIED ALIGN-INTERP
005250     ALIGN-STALE.
005260     MOVE ALIGN-MODE TO WS-ALN-MODE-SW.
005270     MOVE ALIGN-SCALE TO WS-ALN-SCALE.
005280     MOVE ALIGN-ANCHOR TO WS-ALN-ANCHOR.
005290     MOVE ALIGN-PREV-RECNO TO WS-ALN-PREV-RECNO.
005300     MOVE ALIGN-PREV-SECS TO WS-ALN-PREV-SECS.
005310     MOVE ALIGN-PREV-SW TO WS-ALN-PREV-SW.
005320     MOVE ALIGN-INTERP-SW TO WS-ALN-INTERP-SW.
005330     MOVE ALIGN-EOF-SW TO WS-ALN-EOF-SW.
005340     MOVE ALIGN-APPLIED TO WS-ALN-APPLIED.
005350     MOVE ALIGN-INTERP TO WS-ALN-INTERP.
005360     MOVE ALIGN-STALE TO WS-ALN-STALE.
005370     GOBACK.

005380*----------------------------------------------------------------
005390 0950-CAPTURE-ENTRY.
005400*    CALLED WHEN A RUN CLOSES OUT ITS REGISTRY ENTRY.  THE FIRST
005410*    FRAME'S TIMESTAMP SURVIVES A CHECKPOINT RESTART (IT TRAVELS
005420*    WITH IO-SENSE-STATE-GET/-PUT), SO A RESTARTED RUN RESOLVES TO
005430*    THE SAME CAPTURE.  A NIGHT CATALOGED TWICE (EDIT STEP, THEN A
005440*    WITNESSX RE-ENTRY) USUALLY STARTS ON THE SAME FRAME; THE
005450*    NEWEST MATCHING GENERATION IS TAKEN, AS WITNESS-CAPSEL WOULD
005460*    SELECT.
005470*    NO FRAME EVER READ GIVES DATE AND GENERATION ZERO.
005480*----------------------------------------------------------------
005490 ENTRY "IO-SENSE-CAPTURE" USING CAPTURE-DATE CAPTURE-GEN.
005500     MOVE ZERO TO CAPTURE-DATE.
005510     MOVE ZERO TO CAPTURE-GEN.
005520     IF WS-FIRST-TS (1:8) IS NOT NUMERIC
005530         GOBACK
005540     END-IF.
005550     MOVE WS-FIRST-TS (1:8) TO CAPTURE-DATE.
005560     OPEN INPUT CAPTURE-LIBRARY-FILE.
005570     IF NOT CAPLIB-STATUS-OK
005580         GOBACK
005590     END-IF.
005600     MOVE CAPTURE-DATE TO CAP-DATE.
005610     MOVE ZERO TO CAP-GENERATION.
005620     START CAPTURE-LIBRARY-FILE KEY NOT < CAP-KEY
005630         INVALID KEY
005640             SET CAPLIB-STATUS-EOF TO TRUE
005650     END-START.
005660     PERFORM 4000-MATCH-ONE-CAPTURE THRU 4000-EXIT
005670         UNTIL CAPLIB-STATUS-EOF.
005680     CLOSE CAPTURE-LIBRARY-FILE.
005690     IF CAPTURE-GEN = ZERO
005700         DISPLAY "IO-SENSE: CAPTURE " CAPTURE-DATE
005710             " NOT IN THE CAPTURE LIBRARY"
005720     END-IF.
005730     GOBACK.

005740*----------------------------------------------------------------
005750 4000-MATCH-ONE-CAPTURE.
005760*----------------------------------------------------------------
005770     READ CAPTURE-LIBRARY-FILE NEXT RECORD
005780         AT END
005790             SET CAPLIB-STATUS-EOF TO TRUE
005800             GO TO 4000-EXIT
005810     END-READ.
005820     IF CAP-DATE NOT = CAPTURE-DATE
005830         SET CAPLIB-STATUS-EOF TO TRUE
005840         GO TO 4000-EXIT
005850     END-IF.
005860     IF CAP-FIRST-TS = WS-FIRST-TS
005870         MOVE CAP-GENERATION TO CAPTURE-GEN
005880     END-IF.
005890 4000-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920 2320-ASSIMILATE-ONE-READING.
005930*    WS-RAW-VALUE IS CHANNEL J'S READING - THE FRAME'S OWN, OR
005940*    THE INTERPOLATED ONE IN TIME-ALIGNED MODE.
005950*----------------------------------------------------------------
005960     IF CALIBRATION-PRESENT
005970         PERFORM 2350-CALIBRATE-ONE-READING THRU 2350-EXIT
005980     ELSE
005990         MOVE WS-RAW-VALUE TO WS-CAL-VALUE
006000     END-IF.
006010     IF SENSE-WEIGHT = 1.00
006020         MOVE WS-CAL-VALUE TO I(J)
006030     ELSE
006040         COMPUTE I(J) ROUNDED =
006050             (1.00 - SENSE-WEIGHT) * I(J)
006060             + SENSE-WEIGHT * WS-CAL-VALUE
006070     END-IF.
006080 2320-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------
006110 2500-ALIGN-STEP.
006120*    TIME-ALIGNED MODE, ONE CALL PER STEP.  EVERY FRAME THE
006130*    TARGET HAS REACHED IS TAKEN IN TURN; THE LAST OF THEM
006140*    BECOMES THE LOWER BRACKET AND IS APPLIED, ANY EARLIER ONES
006150*    WERE OVERTAKEN WITHIN THE ONE STEP AND ARE SKIPPED STALE.
006160*    BETWEEN TWO FRAMES THE READING APPLIED IS THE LINEAR
006170*    INTERPOLATION AT THE TARGET.  BEFORE THE FIRST FRAME IS
006180*    REACHED, OR PAST THE LAST ONE, I IS LEFT ALONE.
006190*----------------------------------------------------------------
006200     IF WS-RECORDS-READ = ZERO AND NOT ALN-FEED-EXHAUSTED
006210         PERFORM 2510-ALIGN-READ THRU 2510-EXIT
006220     END-IF.
006230     COMPUTE WS-ALN-TARGET = WS-ALN-MODEL-TIME * WS-ALN-SCALE.
006240     MOVE "N" TO WS-ALN-REACHED-SW.
006250     PERFORM 2520-ALIGN-TAKE-FRAME THRU 2520-EXIT
006260         UNTIL ALN-FEED-EXHAUSTED
006270             OR WS-ALN-NEXT-SECS > WS-ALN-TARGET.
006280     IF ALN-FRAME-REACHED
006290         ADD 1 TO WS-ALN-APPLIED
006300         MOVE WS-ALN-PREV-SEQ TO WS-LAST-APPLIED-SEQ
006310         MOVE WS-ALN-PREV-TS TO WS-LAST-APPLIED-TS
006320     END-IF.
006330     IF NOT ALN-PREV-HELD
006340         GO TO 2500-EXIT
006350     END-IF.
006360     MOVE ZERO TO WS-ALN-FRACTION.
006370     IF ALN-FEED-EXHAUSTED
006380         IF NOT ALN-FRAME-REACHED
006390             GO TO 2500-EXIT
006400         END-IF
006410     ELSE
006420         COMPUTE WS-ALN-FRACTION ROUNDED =
006430             (WS-ALN-TARGET - WS-ALN-PREV-SECS)
006440             / (WS-ALN-NEXT-SECS - WS-ALN-PREV-SECS)
006450         IF WS-ALN-FRACTION > ZERO AND NOT ALN-NEXT-INTERPOLATED
006460             ADD 1 TO WS-ALN-INTERP
006470             SET ALN-NEXT-INTERPOLATED TO TRUE
006480         END-IF
006490     END-IF.
006500     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006510         IF WS-ALN-FRACTION = ZERO
006520             MOVE WS-ALN-PREV-READING(J) TO WS-RAW-VALUE
006530         ELSE
006540             COMPUTE WS-RAW-VALUE ROUNDED = WS-ALN-PREV-READING(J)
006550                 + WS-ALN-FRACTION
006560                 * (SENSOR-READING(J) - WS-ALN-PREV-READING(J))
006570         END-IF
006580         PERFORM 2320-ASSIMILATE-ONE-READING THRU 2320-EXIT
006590     END-PERFORM.
006600     SET FRAME-APPLIED-THIS-CALL TO TRUE.
006610 2500-EXIT.
006620     EXIT.

006630*----------------------------------------------------------------
006640 2510-ALIGN-READ.
006650*    FETCHES THE NEXT FRAME INTO THE RECORD AREA AND WORKS OUT ITS
006660*    CAPTURE TIME.  END OF FILE IS THE END OF THE FEED IN THIS
006670*    MODE - NO REWIND.  A BLANK ANCHOR IS TAKEN FROM THE FIRST
006680*    FRAME CARRYING A USABLE CAPTURE TIME.
006690*----------------------------------------------------------------
006700     READ SENSOR-INPUT-FILE
006710         AT END
006720             SET ALN-FEED-EXHAUSTED TO TRUE
006730             GO TO 2510-EXIT
006740     END-READ.
006750     ADD 1 TO WS-RECORDS-READ.
006760     IF WS-FIRST-TS = SPACES
006770         MOVE SENSOR-CAPTURE-TS TO WS-FIRST-TS
006780     END-IF.
006790     MOVE SENSOR-CAPTURE-TS TO WS-LAST-TS.
006800     MOVE "N" TO WS-ALN-INTERP-SW.
006810     IF WS-ALN-ANCHOR = SPACES
006820             AND SENSOR-CAPTURE-TS(1:14) IS NUMERIC
006830         MOVE SENSOR-CAPTURE-TS(1:14) TO WS-ALN-ANCHOR
006840         PERFORM 2530-ALIGN-SET-ANCHOR THRU 2530-EXIT
006850     END-IF.
006860     PERFORM 2540-ALIGN-FRAME-TIME THRU 2540-EXIT.
006870 2510-EXIT.
006880     EXIT.

006890*----------------------------------------------------------------
006900 2520-ALIGN-TAKE-FRAME.
006910*    THE FRAME IN THE RECORD AREA HAS BEEN REACHED.  AN UNUSABLE
006920*    OR BACKWARD CAPTURE TIME IS STALE ON ITS FACE; OTHERWISE IT
006930*    REPLACES THE LOWER BRACKET, AND A FRAME ALREADY TAKEN THIS
006940*    STEP THAT IT DISPLACES WAS NEVER APPLIED - STALE.
006950*----------------------------------------------------------------
006960     IF NOT ALN-TS-VALID
006970             OR (ALN-PREV-HELD
006980             AND WS-ALN-NEXT-SECS NOT > WS-ALN-PREV-SECS)
006990         ADD 1 TO WS-ALN-STALE
007000     ELSE
007010         IF ALN-FRAME-REACHED
007020             ADD 1 TO WS-ALN-STALE
007030         END-IF
007040         PERFORM 2550-ALIGN-KEEP-FRAME THRU 2550-EXIT
007050         MOVE WS-ALN-NEXT-SECS TO WS-ALN-PREV-SECS
007060         MOVE WS-RECORDS-READ TO WS-ALN-PREV-RECNO
007070         SET ALN-FRAME-REACHED TO TRUE
007080     END-IF.
007090     PERFORM 2510-ALIGN-READ THRU 2510-EXIT.
007100 2520-EXIT.
007110     EXIT.

007120*----------------------------------------------------------------
007130 2530-ALIGN-SET-ANCHOR.
007140*----------------------------------------------------------------
007150     IF WS-ALN-ANCHOR IS NOT NUMERIC
007160         GO TO 2530-EXIT
007170     END-IF.
007180     COMPUTE WS-ALN-ANCHOR-DAY =
007190         FUNCTION INTEGER-OF-DATE(WS-ALN-ANCHOR-DATE).
007200     COMPUTE WS-ALN-ANCHOR-SECS = WS-ALN-ANCHOR-HH * 3600
007210         + WS-ALN-ANCHOR-MM * 60 + WS-ALN-ANCHOR-SS.
007220 2530-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250 2540-ALIGN-FRAME-TIME.
007260*    SECONDS OF CAPTURE CLOCK FROM THE ANCHOR TO THIS FRAME'S
007270*    SENSOR-CAPTURE-TS (YYYYMMDDHHMMSS THEN MICROSECONDS).
007280*----------------------------------------------------------------
007290     MOVE SENSOR-CAPTURE-TS TO WS-ALN-TS-WORK.
007300     MOVE "N" TO WS-ALN-TS-VALID-SW.
007310     MOVE -99999999999 TO WS-ALN-NEXT-SECS.
007320     IF WS-ALN-ANCHOR IS NOT NUMERIC
007330             OR WS-ALN-TS-WORK(1:14) IS NOT NUMERIC
007340         GO TO 2540-EXIT
007350     END-IF.
007360     IF FUNCTION TEST-DATE-YYYYMMDD(WS-ALN-TS-DATE) NOT = ZERO
007370         GO TO 2540-EXIT
007380     END-IF.
007390     IF WS-ALN-TS-MICRO IS NOT NUMERIC
007400         MOVE ZERO TO WS-ALN-TS-MICRO
007410     END-IF.
007420     COMPUTE WS-ALN-WHOLE-SECS =
007430         (FUNCTION INTEGER-OF-DATE(WS-ALN-TS-DATE)
007440             - WS-ALN-ANCHOR-DAY) * 86400
007450         + WS-ALN-TS-HH * 3600 + WS-ALN-TS-MM * 60 + WS-ALN-TS-SS
007460         - WS-ALN-ANCHOR-SECS.
007470     COMPUTE WS-ALN-NEXT-SECS =
007480         WS-ALN-WHOLE-SECS + WS-ALN-TS-MICRO / 1000000.
007490     SET ALN-TS-VALID TO TRUE.
007500 2540-EXIT.
007510     EXIT.

007520*----------------------------------------------------------------
007530 2550-ALIGN-KEEP-FRAME.
007540*    COPIES THE FRAME IN THE RECORD AREA INTO THE LOWER BRACKET.
007550*----------------------------------------------------------------
007560     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007570         MOVE SENSOR-READING(J) TO WS-ALN-PREV-READING(J)
007580     END-PERFORM.
007590     MOVE SENSOR-SEQUENCE TO WS-ALN-PREV-SEQ.
007600     MOVE SENSOR-CAPTURE-TS TO WS-ALN-PREV-TS.
007610     SET ALN-PREV-HELD TO TRUE.
007620 2550-EXIT.
007630     EXIT.

007640*----------------------------------------------------------------
007650 3100-WRITE-ONE-DEVICE.
007660*    DISPOSITIONS ARE THOSE OF COPY DEVUREC.  A REFUSED SLOT IS
007670*    LISTED TOO - ITS CHANNELS HELD, AND THE LINE SAYS WHY.
007680*----------------------------------------------------------------
007690     READ DEVICE-USED-FILE
007700         AT END
007710             SET USED-STATUS-EOF TO TRUE
007720             GO TO 3100-EXIT
007730     END-READ.
007740     MOVE DVU-SLOT TO QL12-SLOT.
007750     EVALUATE DVU-DISPOSITION
007760         WHEN "M"
007770             MOVE "MERGED" TO QL12-STATUS
007780         WHEN "W"
007790             MOVE "CAL DUE" TO QL12-STATUS
007800         WHEN "L"
007810             MOVE "LAPSED" TO QL12-STATUS
007820         WHEN "U"
007830             MOVE "NO UNIT" TO QL12-STATUS
007840         WHEN OTHER
007850             MOVE "UNCHECKD" TO QL12-STATUS
007860     END-EVALUATE.
007870     MOVE DVU-SERIAL TO QL12-SERIAL.
007880     MOVE DVU-CAL-CERT TO QL12-CAL-CERT.
007890     MOVE DVU-CAL-EXPIRY TO QL12-CAL-EXPIRY.
007900     MOVE WS-QUAL-LINE-12 TO SENSOR-QUALITY-LINE.
007910     WRITE SENSOR-QUALITY-LINE.
007920 3100-EXIT.
007930     EXIT.

007940 END PROGRAM IO-SENSE.
