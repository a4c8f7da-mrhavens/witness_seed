000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CHANHIST.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  WITNESS-SENSEDIT REJECTS A
000200*                  WHOLE FRAME FOR ONE BAD OCCURRENCE AND IO-SENSE
000210*                  COUNTS GAPS FOR THE FEED AS A WHOLE, SO A
000220*                  CHANNEL THAT IS SLOWLY DYING WENT UNNOTICED
000230*                  UNTIL IT FAILED OUTRIGHT.  THIS PROGRAM RUNS AS
000240*                  THE CHANHST STEP AFTER EDIT IN WITNESSJ.  IT
000250*                  READS TONIGHT'S SENSVAL AND SENSOREJ AND WORKS
000260*                  OUT, FOR EVERY ACTIVE CHANNEL, THE REJECT COUNT
000270*                  BY SREJ-REASON, THE LONGEST FLATLINE (THE SAME
000280*                  READING ON CONSECUTIVE FRAMES), THE VARIANCE
000290*                  AND THE PERCENT OF FRAMES IN THE EDGE BAND JUST
000300*                  BELOW THE DIVERGENCE LIMIT.  THE FIGURES ARE
000310*                  POSTED TO THE CHANHIST KSDS (COPY CHANREC) BY
000320*                  CHANNEL AND CAPTURE NIGHT, AND EACH CHANNEL IS
000330*                  THEN SCORED AGAINST THE MEAN OF ITS TRAILING
000340*                  CHNCARD NIGHTS.  A CHANNEL WORSE THAN THAT MEAN
000350*                  BY MORE THAN THE CHNCARD PERCENTAGE ON ANY
000360*                  FIGURE IS LISTED ON CHNRPT WITH THE CHANMAP
000370*                  DEVICE THAT OWNS IT - THE WORK LIST FOR FIELD
000380*                  MAINTENANCE.  ENDS WITH RETURN CODE 4 WHEN ANY
000390*                  CHANNEL IS FLAGGED; NOTHING DOWNSTREAM IS HELD.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-CC-STATUS.
000470     SELECT CHANNEL-CARD-FILE ASSIGN TO "CHNCARD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CARD-STATUS.
000500     SELECT CHANNEL-MAP-FILE ASSIGN TO "CHANMAP"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MAP-STATUS.
000530     SELECT SENSOR-VALID-FILE ASSIGN TO "SENSVAL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-VALID-STATUS.
000560     SELECT SENSOR-REJECT-FILE ASSIGN TO "SENSOREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REJECT-STATUS.
000590     SELECT CHANNEL-HISTORY-FILE ASSIGN TO "CHANHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CHH-KEY
000630         FILE STATUS IS WS-HISTORY-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO "CHNRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-CARD-FILE
000700     RECORDING MODE IS F.
000710     COPY CTLCARD.

000720*----------------------------------------------------------------
000730* CHNCARD: CHC-NIGHTS IS THE NUMBER OF TRAILING NIGHTS A CHANNEL
000740* IS SCORED AGAINST (1-30, UNPUNCHED 7).  CHC-PCT IS HOW MUCH
000750* WORSE THAN THE TRAILING MEAN A FIGURE MUST BE TO FLAG (UNPUNCHED
000760* 50 PERCENT).  CHC-FLAT-MIN IS THE SHORTEST FLATLINE WORTH
000770* FLAGGING AT ALL (UNPUNCHED 10 FRAMES).  CHC-EDGE-PCT PLACES THE
000780* EDGE BAND AS A PERCENT OF THE DIVERGENCE LIMIT (UNPUNCHED 95).
000790*----------------------------------------------------------------
000800 FD  CHANNEL-CARD-FILE
000810     RECORDING MODE IS F.
000820 01  CHANNEL-CARD-RECORD.
000830     05  CHC-NIGHTS              PIC 9(02).
000840     05  CHC-PCT                 PIC 9(03).
000850     05  CHC-FLAT-MIN            PIC 9(05).
000860     05  CHC-EDGE-PCT            PIC 9(03).
000870     05  FILLER                  PIC X(67).

000880 FD  CHANNEL-MAP-FILE
000890     RECORDING MODE IS F.
000900 01  CHANNEL-MAP-RECORD.
000910     05  CHM-DEVICE              PIC 9(01).
000920     05  CHM-TARGET-START        PIC 9(04).
000930     05  CHM-TARGET-END          PIC 9(04).
000940     05  FILLER                  PIC X(71).

000950 FD  SENSOR-VALID-FILE.
000960     COPY SENSREC.

000970 FD  SENSOR-REJECT-FILE.
000980 01  SENSOR-REJECT-RECORD.
000990     05  SREJ-RECORD-NO          PIC 9(07).
001000     05  FILLER                  PIC X(01).
001010     05  SREJ-OCCURRENCE         PIC 9(04).
001020     05  FILLER                  PIC X(01).
001030     05  SREJ-REASON             PIC X(02).
001040     05  FILLER                  PIC X(01).
001050     05  SREJ-CONTENT            PIC X(11).

001060 FD  CHANNEL-HISTORY-FILE.
001070     COPY CHANREC.

001080 FD  REPORT-FILE.
001090 01  REPORT-LINE                PIC X(80).

001100 WORKING-STORAGE SECTION.
001110 01  WS-CC-STATUS            PIC X(02) VALUE SPACES.
001120     88  CC-STATUS-OK        VALUE "00".
001130 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001140     88  CARD-STATUS-OK      VALUE "00".
001150 01  WS-MAP-STATUS           PIC X(02) VALUE SPACES.
001160     88  MAP-STATUS-OK       VALUE "00".
001170     88  MAP-STATUS-EOF      VALUE "10".
001180 01  WS-VALID-STATUS         PIC X(02) VALUE SPACES.
001190     88  VALID-STATUS-OK     VALUE "00".
001200     88  VALID-STATUS-EOF    VALUE "10".
001210 01  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
001220     88  REJECT-STATUS-OK    VALUE "00".
001230     88  REJECT-STATUS-EOF   VALUE "10".
001240 01  WS-HISTORY-STATUS       PIC X(02) VALUE SPACES.
001250     88  HISTORY-STATUS-OK   VALUE "00".
001260 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001270 01  WS-NIGHTS               PIC 9(02) VALUE 7.
001280 01  WS-PCT                  PIC 9(03) VALUE 050.
001290 01  WS-FLAT-MIN             PIC 9(05) VALUE 10.
001300 01  WS-EDGE-PCT             PIC 9(03) VALUE 095.
001310 01  WS-DIVERGENCE-LIMIT     PIC S9(5)V9(5) VALUE 99000.00000.
001320 01  WS-EDGE-LIMIT           PIC S9(5)V9(5).
001330 01  WS-UPPER-FACTOR         PIC 9(02)V9(02).
001340 01  WS-LOWER-FACTOR         PIC 9(01)V9(02).
001350 01  NUM-VARS                PIC 9(4) VALUE 1000.
001360 01  J                       PIC 9(4).
001370 01  WS-NIGHT                PIC 9(08) VALUE ZERO.
001380 01  WS-TIMESTAMP            PIC X(21).

001390 01  WS-FRAME-COUNT          PIC 9(07) VALUE ZERO.
001400 01  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
001410 01  WS-FRAME-LEVEL-COUNT    PIC 9(07) VALUE ZERO.
001420 01  WS-POSTED-COUNT         PIC 9(04) VALUE ZERO.
001430 01  WS-REPLACED-COUNT       PIC 9(04) VALUE ZERO.
001440 01  WS-TRENDED-COUNT        PIC 9(04) VALUE ZERO.
001450 01  WS-FLAG-COUNT           PIC 9(04) VALUE ZERO.
001460 01  WS-DEVICE-FLAGS         OCCURS 4 TIMES PIC 9(04).
001470 01  DEV-X                   PIC 9(1).

001480*----------------------------------------------------------------
001490* ONE ENTRY PER CHANNEL (OCCURRENCE OF SENSOR-READING).  THE SUMS
001500* GIVE THE VARIANCE AT THE END OF THE PASS; CT-FLAT-NOW IS THE
001510* OPEN RUN OF IDENTICAL READINGS AND CT-FLAT-MAX THE LONGEST ONE.
001520* CT-DEVICE IS THE CHANMAP DEVICE OWNING THE CHANNEL (ZERO WHEN
001530* NO CHANMAP ENTRY COVERS IT).
001540*----------------------------------------------------------------
001550 01  WS-CHANNEL-TABLE.
001560     05  WS-CHANNEL-ENTRY    OCCURS 1000 TIMES.
001570         10  CT-DEVICE           PIC 9(01).
001580         10  CT-REJ-NUMERIC      PIC 9(07).
001590         10  CT-REJ-RANGE        PIC 9(07).
001600         10  CT-FLAT-NOW         PIC 9(07).
001610         10  CT-FLAT-MAX         PIC 9(07).
001620         10  CT-LAST             PIC S9(5)V9(5).
001630         10  CT-SUM              PIC S9(12)V9(5).
001640         10  CT-SUMSQ            PIC 9(13)V9(5).
001650         10  CT-EDGE             PIC 9(07).
001660         10  CT-VARIANCE         PIC 9(10)V9(05).
001670         10  CT-EDGE-PCT         PIC 9(03)V9(02).
001680 01  WS-MEAN                 PIC S9(5)V9(10).
001690 01  WS-WORK-VARIANCE        PIC S9(11)V9(05).

001700*----------------------------------------------------------------
001710* TRAILING NIGHTS FOR THE CHANNEL BEING SCORED.  CHANHIST IS READ
001720* OLDEST FIRST, SO THE TABLE IS FILLED CIRCULARLY AND ENDS HOLDING
001730* THE LAST WS-NIGHTS NIGHTS BEFORE TONIGHT.
001740*----------------------------------------------------------------
001750 01  WS-TRAIL-TABLE.
001760     05  WS-TRAIL-ENTRY      OCCURS 30 TIMES.
001770         10  TR-REJECTS          PIC 9(08).
001780         10  TR-FLAT-RUN         PIC 9(07).
001790         10  TR-VARIANCE         PIC 9(10)V9(05).
001800         10  TR-EDGE-PCT         PIC 9(03)V9(02).
001810 01  WS-TRAIL-COUNT          PIC 9(02).
001820 01  WS-TRAIL-NEXT           PIC 9(02).
001830 01  TR-X                    PIC 9(02).
001840 01  WS-CHANNEL-DONE-SW      PIC X(01).
001850     88  CHANNEL-DONE        VALUE "Y".
001860 01  WS-SUM-REJECTS          PIC 9(10).
001870 01  WS-SUM-FLAT             PIC 9(09).
001880 01  WS-SUM-VARIANCE         PIC 9(12)V9(05).
001890 01  WS-SUM-EDGE             PIC 9(05)V9(02).
001900 01  WS-MEAN-REJECTS         PIC 9(08)V9(02).
001910 01  WS-MEAN-FLAT            PIC 9(07)V9(02).
001920 01  WS-MEAN-VARIANCE        PIC 9(10)V9(05).
001930 01  WS-MEAN-EDGE            PIC 9(03)V9(02).
001940 01  WS-TONIGHT-REJECTS      PIC 9(08).
001950 01  WS-VAR-RATIO            PIC 9(07).
001960 01  WS-FLAGS.
001970     05  FL-REJECTS          PIC X(01).
001980     05  FL-FLAT             PIC X(01).
001990     05  FL-EDGE             PIC X(01).
002000     05  FL-VARIANCE         PIC X(01).

002010 01  WS-HEADING-1            PIC X(80) VALUE
002020     "WITNESS SEED 3.0 CHANNEL HEALTH TREND".
002030 01  WS-HEADING-2.
002040     05  FILLER              PIC X(14) VALUE "CAPTURE NIGHT ".
002050     05  H2-NIGHT            PIC 9(08).
002060     05  FILLER              PIC X(18)
002070         VALUE "  TRAILING NIGHTS ".
002080     05  H2-NIGHTS           PIC Z9.
002090     05  FILLER              PIC X(11) VALUE "  WORSE BY ".
002100     05  H2-PCT              PIC ZZ9.
002110     05  FILLER              PIC X(01) VALUE "%".
002120 01  WS-HEADING-3            PIC X(80) VALUE
002130     "FLAGS R REJECTS  F FLATLINE  E EDGE BAND  V VARIANCE SHIFT".
002140 01  WS-HEADING-4            PIC X(80) VALUE
002150     "D IS THE CHANMAP DEVICE, ? WHEN NO CHANMAP ENTRY COVERS IT".
002160 01  WS-HEADING-5.
002170     05  FILLER              PIC X(36) VALUE
002180         "CHAN  D   FLAG  NT  REJECTS    TRAIL".
002190     05  FILLER              PIC X(37) VALUE
002200         "  FLATLN    TRAIL  EDGE%  TRAIL  VAR%".
002210 01  WS-DETAIL-LINE.
002220     05  DL-CHANNEL          PIC 9(04).
002230     05  FILLER              PIC X(02) VALUE SPACES.
002240     05  DL-DEVICE           PIC X(01).
002250     05  FILLER              PIC X(03) VALUE SPACES.
002260     05  DL-FLAGS            PIC X(04).
002270     05  FILLER              PIC X(02) VALUE SPACES.
002280     05  DL-NIGHTS           PIC Z9.
002290     05  FILLER              PIC X(02) VALUE SPACES.
002300     05  DL-REJECTS          PIC Z(6)9.
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  DL-TRAIL-REJECTS    PIC Z(5)9.9.
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  DL-FLAT             PIC Z(6)9.
002350     05  FILLER              PIC X(01) VALUE SPACE.
002360     05  DL-TRAIL-FLAT       PIC Z(5)9.9.
002370     05  FILLER              PIC X(01) VALUE SPACE.
002380     05  DL-EDGE             PIC ZZ9.99.
002390     05  FILLER              PIC X(01) VALUE SPACE.
002400     05  DL-TRAIL-EDGE       PIC ZZ9.99.
002410     05  FILLER              PIC X(01) VALUE SPACE.
002420     05  DL-VAR-PCT          PIC ZZZZ9.
002430 01  WS-NO-FRAMES-LINE       PIC X(80) VALUE
002440     "NO SENSVAL FRAMES TONIGHT - NOTHING POSTED OR TRENDED".
002450 01  WS-SUMMARY-LINE.
002460     05  SL-LABEL            PIC X(32).
002470     05  SL-COUNT            PIC Z(6)9.

002480 PROCEDURE DIVISION.
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510*----------------------------------------------------------------
002520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002530     PERFORM 2000-TALLY-ONE-FRAME THRU 2000-EXIT
002540         UNTIL VALID-STATUS-EOF.
002550     PERFORM 3000-TALLY-REJECTS THRU 3000-EXIT.
002560     PERFORM 4000-POST-HISTORY THRU 4000-EXIT.
002570     PERFORM 5000-WRITE-TREND-REPORT THRU 5000-EXIT.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     IF WS-FLAG-COUNT > ZERO
002600         STOP RUN WITH ERROR STATUS 4
002610     END-IF.
002620     STOP RUN.

002630*----------------------------------------------------------------
002640 1000-INITIALIZE.
002650*    THE CAPTURE NIGHT KEYING TONIGHT'S CHANHIST RECORDS IS THE
002660*    DATE ON THE FIRST SENSVAL FRAME, SO A RERUN OF THE SAME
002670*    CAPTURE REPLACES ITS OWN NIGHT EVEN AFTER MIDNIGHT.  WITHOUT
002680*    A USABLE FRAME THE NIGHT IS TODAY'S DATE.
002690*----------------------------------------------------------------
002700     INITIALIZE WS-CHANNEL-TABLE.
002710     PERFORM VARYING DEV-X FROM 1 BY 1 UNTIL DEV-X > 4
002720         MOVE ZERO TO WS-DEVICE-FLAGS(DEV-X)
002730     END-PERFORM.
002740     OPEN INPUT SENSOR-VALID-FILE.
002750     IF NOT VALID-STATUS-OK
002760         DISPLAY "WITNESS-CHANHIST: SENSVAL NOT AVAILABLE - "
002770             "ABENDING"
002780         STOP RUN WITH ERROR STATUS 16
002790     END-IF.
002800     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002810     PERFORM 1200-READ-CHANNEL-CARD THRU 1200-EXIT.
002820     PERFORM 1300-LOAD-CHANNEL-MAP THRU 1300-EXIT.
002830     COMPUTE WS-EDGE-LIMIT ROUNDED =
002840         WS-DIVERGENCE-LIMIT * WS-EDGE-PCT / 100.
002850     COMPUTE WS-UPPER-FACTOR = 1 + WS-PCT / 100.
002860     IF WS-PCT < 100
002870         COMPUTE WS-LOWER-FACTOR = 1 - WS-PCT / 100
002880     ELSE
002890         MOVE ZERO TO WS-LOWER-FACTOR
002900     END-IF.
002910     OPEN I-O CHANNEL-HISTORY-FILE.
002920     IF NOT HISTORY-STATUS-OK
002930         OPEN OUTPUT CHANNEL-HISTORY-FILE
002940         CLOSE CHANNEL-HISTORY-FILE
002950         OPEN I-O CHANNEL-HISTORY-FILE
002960     END-IF.
002970     IF NOT HISTORY-STATUS-OK
002980         DISPLAY "WITNESS-CHANHIST: CHANHIST OPEN FAILED, STATUS "
002990             WS-HISTORY-STATUS " - ABENDING"
003000         STOP RUN WITH ERROR STATUS 16
003010     END-IF.
003020     PERFORM 2100-READ-VALID THRU 2100-EXIT.
003030     IF NOT VALID-STATUS-EOF
003040             AND SENSOR-CAPTURE-TS (1:8) IS NUMERIC
003050         MOVE SENSOR-CAPTURE-TS (1:8) TO WS-NIGHT
003060     ELSE
003070         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003080         MOVE WS-TIMESTAMP (1:8) TO WS-NIGHT
003090     END-IF.
003100     DISPLAY "WITNESS-CHANHIST: CAPTURE NIGHT " WS-NIGHT.
003110 1000-EXIT.
003120     EXIT.

003130*----------------------------------------------------------------
003140 1100-READ-CONTROL-CARD.
003150*    CC-NUM-VARS BOUNDS THE CHANNELS TRACKED, THE SAME POPULATION
003160*    THE EDIT STEP EDITED AND THE MAIN STEP WILL READ.
003170*----------------------------------------------------------------
003180     OPEN INPUT CONTROL-CARD-FILE.
003190     IF NOT CC-STATUS-OK
003200         DISPLAY "WITNESS-CHANHIST: NO CONTROLCD - TRACKING ALL "
003210             "1000 CHANNELS"
003220         GO TO 1100-EXIT
003230     END-IF.
003240     READ CONTROL-CARD-FILE
003250         AT END
003260             DISPLAY "WITNESS-CHANHIST: CONTROLCD EMPTY - "
003270                 "TRACKING ALL 1000 CHANNELS"
003280             GO TO 1100-CLOSE
003290     END-READ.
003300     IF CC-NUM-VARS > ZERO AND CC-NUM-VARS NOT > 1000
003310         MOVE CC-NUM-VARS TO NUM-VARS
003320     END-IF.
003330     DISPLAY "WITNESS-CHANHIST: TRACKING " NUM-VARS " CHANNELS".
003340 1100-CLOSE.
003350     CLOSE CONTROL-CARD-FILE.
003360 1100-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------
003390 1200-READ-CHANNEL-CARD.
003400*----------------------------------------------------------------
003410     OPEN INPUT CHANNEL-CARD-FILE.
003420     IF NOT CARD-STATUS-OK
003430         DISPLAY "WITNESS-CHANHIST: NO CHNCARD - USING DEFAULTS"
003440         GO TO 1200-SHOW
003450     END-IF.
003460     READ CHANNEL-CARD-FILE
003470         AT END
003480             DISPLAY "WITNESS-CHANHIST: CHNCARD EMPTY - USING "
003490                 "DEFAULTS"
003500             GO TO 1200-CLOSE
003510     END-READ.
003520     IF CHC-NIGHTS IS NUMERIC AND CHC-NIGHTS > ZERO
003530             AND CHC-NIGHTS NOT > 30
003540         MOVE CHC-NIGHTS TO WS-NIGHTS
003550     END-IF.
003560     IF CHC-PCT IS NUMERIC AND CHC-PCT > ZERO
003570         MOVE CHC-PCT TO WS-PCT
003580     END-IF.
003590     IF CHC-FLAT-MIN IS NUMERIC AND CHC-FLAT-MIN > ZERO
003600         MOVE CHC-FLAT-MIN TO WS-FLAT-MIN
003610     END-IF.
003620     IF CHC-EDGE-PCT IS NUMERIC AND CHC-EDGE-PCT > ZERO
003630             AND CHC-EDGE-PCT < 100
003640         MOVE CHC-EDGE-PCT TO WS-EDGE-PCT
003650     END-IF.
003660 1200-CLOSE.
003670     CLOSE CHANNEL-CARD-FILE.
003680 1200-SHOW.
003690     DISPLAY "WITNESS-CHANHIST: TRAILING NIGHTS " WS-NIGHTS
003700         " WORSE BY " WS-PCT " PERCENT".
003710     DISPLAY "WITNESS-CHANHIST: FLATLINE MINIMUM " WS-FLAT-MIN
003720         " EDGE BAND FROM " WS-EDGE-PCT " PERCENT OF LIMIT".
003730 1200-EXIT.
003740     EXIT.

003750*----------------------------------------------------------------
003760 1300-LOAD-CHANNEL-MAP.
003770*    CHANMAP IS OPTIONAL HERE - IT ONLY NAMES THE DEVICE ON THE
003780*    WORK LIST.  WITHOUT IT EVERY CHANNEL REPORTS DEVICE "?".
003790*----------------------------------------------------------------
003800     OPEN INPUT CHANNEL-MAP-FILE.
003810     IF NOT MAP-STATUS-OK
003820         DISPLAY "WITNESS-CHANHIST: NO CHANMAP - DEVICES NOT "
003830             "NAMED"
003840         GO TO 1300-EXIT
003850     END-IF.
003860     PERFORM 1310-READ-ONE-MAP THRU 1310-EXIT
003870         UNTIL MAP-STATUS-EOF.
003880     CLOSE CHANNEL-MAP-FILE.
003890 1300-EXIT.
003900     EXIT.

003910*----------------------------------------------------------------
003920 1310-READ-ONE-MAP.
003930*----------------------------------------------------------------
003940     READ CHANNEL-MAP-FILE
003950         AT END
003960             SET MAP-STATUS-EOF TO TRUE
003970             GO TO 1310-EXIT
003980     END-READ.
003990     IF CHM-DEVICE IS NOT NUMERIC
004000             OR CHM-TARGET-START IS NOT NUMERIC
004010             OR CHM-TARGET-END IS NOT NUMERIC
004020         GO TO 1310-EXIT
004030     END-IF.
004040     IF CHM-DEVICE < 1 OR CHM-DEVICE > 3
004050             OR CHM-TARGET-START < 1
004060             OR CHM-TARGET-END < CHM-TARGET-START
004070             OR CHM-TARGET-END > 1000
004080         GO TO 1310-EXIT
004090     END-IF.
004100     PERFORM VARYING J FROM CHM-TARGET-START BY 1
004110             UNTIL J > CHM-TARGET-END
004120         MOVE CHM-DEVICE TO CT-DEVICE(J)
004130     END-PERFORM.
004140 1310-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------
004170 2000-TALLY-ONE-FRAME.
004180*----------------------------------------------------------------
004190     ADD 1 TO WS-FRAME-COUNT.
004200     PERFORM 2200-TALLY-ONE-READING THRU 2200-EXIT
004210         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
004220     PERFORM 2100-READ-VALID THRU 2100-EXIT.
004230 2000-EXIT.
004240     EXIT.

004250*----------------------------------------------------------------
004260 2100-READ-VALID.
004270*----------------------------------------------------------------
004280     READ SENSOR-VALID-FILE
004290         AT END
004300             SET VALID-STATUS-EOF TO TRUE
004310     END-READ.
004320 2100-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350 2200-TALLY-ONE-READING.
004360*    A FLATLINE IS COUNTED ACROSS CONSECUTIVE SENSVAL FRAMES; A
004370*    FRAME THE EDIT STEP REJECTED NEITHER BREAKS NOR EXTENDS IT.
004380*----------------------------------------------------------------
004390     ADD SENSOR-READING(J) TO CT-SUM(J).
004400     COMPUTE CT-SUMSQ(J) = CT-SUMSQ(J)
004410         + SENSOR-READING(J) * SENSOR-READING(J).
004420     IF FUNCTION ABS(SENSOR-READING(J)) NOT < WS-EDGE-LIMIT
004430         ADD 1 TO CT-EDGE(J)
004440     END-IF.
004450     IF WS-FRAME-COUNT > 1 AND SENSOR-READING(J) = CT-LAST(J)
004460         ADD 1 TO CT-FLAT-NOW(J)
004470     ELSE
004480         MOVE 1 TO CT-FLAT-NOW(J)
004490     END-IF.
004500     IF CT-FLAT-NOW(J) > CT-FLAT-MAX(J)
004510         MOVE CT-FLAT-NOW(J) TO CT-FLAT-MAX(J)
004520     END-IF.
004530     MOVE SENSOR-READING(J) TO CT-LAST(J).
004540 2200-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570 3000-TALLY-REJECTS.
004580*    REASONS 01 AND 02 NAME THE FIRST OFFENDING OCCURRENCE, WHICH
004590*    IS THE CHANNEL CHARGED.  REASON 03 (BAD SEQUENCE FIELD) IS A
004600*    FRAME-LEVEL FAULT AND BELONGS TO NO CHANNEL; IT IS COUNTED
004610*    ON THE REPORT ONLY.  NO SENSOREJ MEANS NOTHING WAS REJECTED.
004620*----------------------------------------------------------------
004630     OPEN INPUT SENSOR-REJECT-FILE.
004640     IF NOT REJECT-STATUS-OK
004650         DISPLAY "WITNESS-CHANHIST: NO SENSOREJ - REJECT COUNTS "
004660             "REPORT ZERO"
004670         GO TO 3000-EXIT
004680     END-IF.
004690     PERFORM 3100-READ-ONE-REJECT THRU 3100-EXIT
004700         UNTIL REJECT-STATUS-EOF.
004710     CLOSE SENSOR-REJECT-FILE.
004720 3000-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750 3100-READ-ONE-REJECT.
004760*----------------------------------------------------------------
004770     READ SENSOR-REJECT-FILE
004780         AT END
004790             SET REJECT-STATUS-EOF TO TRUE
004800             GO TO 3100-EXIT
004810     END-READ.
004820     ADD 1 TO WS-REJECT-COUNT.
004830     IF SREJ-OCCURRENCE IS NOT NUMERIC
004840             OR SREJ-OCCURRENCE < 1
004850             OR SREJ-OCCURRENCE > NUM-VARS
004860         ADD 1 TO WS-FRAME-LEVEL-COUNT
004870         GO TO 3100-EXIT
004880     END-IF.
004890     EVALUATE SREJ-REASON
004900         WHEN "01"
004910             ADD 1 TO CT-REJ-NUMERIC(SREJ-OCCURRENCE)
004920         WHEN "02"
004930             ADD 1 TO CT-REJ-RANGE(SREJ-OCCURRENCE)
004940         WHEN OTHER
004950             ADD 1 TO WS-FRAME-LEVEL-COUNT
004960     END-EVALUATE.
004970 3100-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000 4000-POST-HISTORY.
005010*    ONE CHANHIST RECORD PER ACTIVE CHANNEL FOR TONIGHT.  A NIGHT
005020*    ALREADY ON FILE (A RERUN) IS REWRITTEN, NOT DUPLICATED.
005030*----------------------------------------------------------------
005040     IF WS-FRAME-COUNT = ZERO
005050         DISPLAY "WITNESS-CHANHIST: NO SENSVAL FRAMES - NOTHING "
005060             "POSTED"
005070         GO TO 4000-EXIT
005080     END-IF.
005090     PERFORM 4100-POST-ONE-CHANNEL THRU 4100-EXIT
005100         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
005110 4000-EXIT.
005120     EXIT.

005130*----------------------------------------------------------------
005140 4100-POST-ONE-CHANNEL.
005150*----------------------------------------------------------------
005160     COMPUTE WS-MEAN ROUNDED = CT-SUM(J) / WS-FRAME-COUNT.
005170     COMPUTE WS-WORK-VARIANCE ROUNDED =
005180         CT-SUMSQ(J) / WS-FRAME-COUNT - WS-MEAN * WS-MEAN.
005190     IF WS-WORK-VARIANCE < ZERO
005200         MOVE ZERO TO WS-WORK-VARIANCE
005210     END-IF.
005220     MOVE WS-WORK-VARIANCE TO CT-VARIANCE(J).
005230     COMPUTE CT-EDGE-PCT(J) ROUNDED =
005240         CT-EDGE(J) * 100 / WS-FRAME-COUNT.
005250     MOVE J TO CHH-CHANNEL.
005260     MOVE WS-NIGHT TO CHH-NIGHT.
005270     MOVE CT-DEVICE(J) TO CHH-DEVICE.
005280     MOVE WS-FRAME-COUNT TO CHH-FRAMES.
005290     MOVE CT-REJ-NUMERIC(J) TO CHH-REJ-NUMERIC.
005300     MOVE CT-REJ-RANGE(J) TO CHH-REJ-RANGE.
005310     MOVE CT-FLAT-MAX(J) TO CHH-FLAT-RUN.
005320     MOVE CT-VARIANCE(J) TO CHH-VARIANCE.
005330     MOVE CT-EDGE(J) TO CHH-EDGE-FRAMES.
005340     MOVE CT-EDGE-PCT(J) TO CHH-EDGE-PCT.
005350     ADD 1 TO WS-POSTED-COUNT.
005360     WRITE CHANNEL-HISTORY-RECORD
005370         INVALID KEY
005380             REWRITE CHANNEL-HISTORY-RECORD
005390             ADD 1 TO WS-REPLACED-COUNT
005400     END-WRITE.
005410 4100-EXIT.
005420     EXIT.

005430*----------------------------------------------------------------
005440 5000-WRITE-TREND-REPORT.
005450*----------------------------------------------------------------
005460     OPEN OUTPUT REPORT-FILE.
005470     MOVE WS-HEADING-1 TO REPORT-LINE.
005480     WRITE REPORT-LINE.
005490     MOVE WS-NIGHT TO H2-NIGHT.
005500     MOVE WS-NIGHTS TO H2-NIGHTS.
005510     MOVE WS-PCT TO H2-PCT.
005520     MOVE WS-HEADING-2 TO REPORT-LINE.
005530     WRITE REPORT-LINE.
005540     MOVE WS-HEADING-3 TO REPORT-LINE.
005550     WRITE REPORT-LINE.
005560     MOVE WS-HEADING-4 TO REPORT-LINE.
005570     WRITE REPORT-LINE.
005580     MOVE SPACES TO REPORT-LINE.
005590     WRITE REPORT-LINE.
005600     IF WS-FRAME-COUNT = ZERO
005610         MOVE WS-NO-FRAMES-LINE TO REPORT-LINE
005620         WRITE REPORT-LINE
005630         GO TO 5000-SUMMARY
005640     END-IF.
005650     MOVE WS-HEADING-5 TO REPORT-LINE.
005660     WRITE REPORT-LINE.
005670     PERFORM 5100-TREND-ONE-CHANNEL THRU 5100-EXIT
005680         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
005690 5000-SUMMARY.
005700     MOVE SPACES TO REPORT-LINE.
005710     WRITE REPORT-LINE.
005720     MOVE "SENSVAL FRAMES TALLIED" TO SL-LABEL.
005730     MOVE WS-FRAME-COUNT TO SL-COUNT.
005740     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005750     MOVE "SENSOREJ FRAMES TALLIED" TO SL-LABEL.
005760     MOVE WS-REJECT-COUNT TO SL-COUNT.
005770     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005780     MOVE "  FRAME-LEVEL, NO CHANNEL" TO SL-LABEL.
005790     MOVE WS-FRAME-LEVEL-COUNT TO SL-COUNT.
005800     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005810     MOVE "CHANNELS POSTED TO CHANHIST" TO SL-LABEL.
005820     MOVE WS-POSTED-COUNT TO SL-COUNT.
005830     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005840     MOVE "  REPLACING A PRIOR POSTING" TO SL-LABEL.
005850     MOVE WS-REPLACED-COUNT TO SL-COUNT.
005860     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005870     MOVE "CHANNELS WITH TRAILING NIGHTS" TO SL-LABEL.
005880     MOVE WS-TRENDED-COUNT TO SL-COUNT.
005890     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005900     MOVE "CHANNELS FLAGGED" TO SL-LABEL.
005910     MOVE WS-FLAG-COUNT TO SL-COUNT.
005920     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005930     MOVE "  DEVICE 1" TO SL-LABEL.
005940     MOVE WS-DEVICE-FLAGS(2) TO SL-COUNT.
005950     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005960     MOVE "  DEVICE 2" TO SL-LABEL.
005970     MOVE WS-DEVICE-FLAGS(3) TO SL-COUNT.
005980     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
005990     MOVE "  DEVICE 3" TO SL-LABEL.
006000     MOVE WS-DEVICE-FLAGS(4) TO SL-COUNT.
006010     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
006020     MOVE "  NOT IN CHANMAP" TO SL-LABEL.
006030     MOVE WS-DEVICE-FLAGS(1) TO SL-COUNT.
006040     PERFORM 5900-WRITE-SUMMARY THRU 5900-EXIT.
006050     CLOSE REPORT-FILE.
006060 5000-EXIT.
006070     EXIT.

006080*----------------------------------------------------------------
006090 5100-TREND-ONE-CHANNEL.
006100*    BROWSES THE CHANNEL'S NIGHTS FROM THE OLDEST UP TO (NOT
006110*    INCLUDING) TONIGHT.  A CHANNEL WITH NO EARLIER NIGHT ON FILE
006120*    HAS NOTHING TO TREND AGAINST AND IS NEVER FLAGGED.
006130*----------------------------------------------------------------
006140     MOVE ZERO TO WS-TRAIL-COUNT.
006150     MOVE 1 TO WS-TRAIL-NEXT.
006160     MOVE "N" TO WS-CHANNEL-DONE-SW.
006170     MOVE J TO CHH-CHANNEL.
006180     MOVE ZERO TO CHH-NIGHT.
006190     START CHANNEL-HISTORY-FILE KEY NOT < CHH-KEY
006200         INVALID KEY
006210             GO TO 5100-EXIT
006220     END-START.
006230     PERFORM 5200-READ-ONE-NIGHT THRU 5200-EXIT
006240         UNTIL CHANNEL-DONE.
006250     IF WS-TRAIL-COUNT = ZERO
006260         GO TO 5100-EXIT
006270     END-IF.
006280     ADD 1 TO WS-TRENDED-COUNT.
006290     PERFORM 5300-SCORE-CHANNEL THRU 5300-EXIT.
006300 5100-EXIT.
006310     EXIT.

006320*----------------------------------------------------------------
006330 5200-READ-ONE-NIGHT.
006340*----------------------------------------------------------------
006350     READ CHANNEL-HISTORY-FILE NEXT RECORD
006360         AT END
006370             SET CHANNEL-DONE TO TRUE
006380             GO TO 5200-EXIT
006390     END-READ.
006400     IF CHH-CHANNEL NOT = J OR CHH-NIGHT NOT < WS-NIGHT
006410         SET CHANNEL-DONE TO TRUE
006420         GO TO 5200-EXIT
006430     END-IF.
006440     COMPUTE TR-REJECTS(WS-TRAIL-NEXT) =
006450         CHH-REJ-NUMERIC + CHH-REJ-RANGE.
006460     MOVE CHH-FLAT-RUN TO TR-FLAT-RUN(WS-TRAIL-NEXT).
006470     MOVE CHH-VARIANCE TO TR-VARIANCE(WS-TRAIL-NEXT).
006480     MOVE CHH-EDGE-PCT TO TR-EDGE-PCT(WS-TRAIL-NEXT).
006490     ADD 1 TO WS-TRAIL-NEXT.
006500     IF WS-TRAIL-NEXT > WS-NIGHTS
006510         MOVE 1 TO WS-TRAIL-NEXT
006520     END-IF.
006530     IF WS-TRAIL-COUNT < WS-NIGHTS
006540         ADD 1 TO WS-TRAIL-COUNT
006550     END-IF.
006560 5200-EXIT.
006570     EXIT.

006580*----------------------------------------------------------------
006590 5300-SCORE-CHANNEL.
006600*    EACH OF TONIGHT'S FIGURES IS SET AGAINST ITS TRAILING MEAN.
006610*    REJECTS, FLATLINE AND EDGE PERCENT ARE WORSE WHEN THEY RISE
006620*    PAST MEAN * (1 + PCT/100); VARIANCE IS WORSE WHEN IT LEAVES
006630*    THE BAND EITHER WAY - A CHANNEL GOING QUIET IS AS SICK AS ONE
006640*    GOING NOISY.
006650*----------------------------------------------------------------
006660     MOVE ZERO TO WS-SUM-REJECTS WS-SUM-FLAT WS-SUM-VARIANCE
006670         WS-SUM-EDGE.
006680     PERFORM VARYING TR-X FROM 1 BY 1 UNTIL TR-X > WS-TRAIL-COUNT
006690         ADD TR-REJECTS(TR-X) TO WS-SUM-REJECTS
006700         ADD TR-FLAT-RUN(TR-X) TO WS-SUM-FLAT
006710         ADD TR-VARIANCE(TR-X) TO WS-SUM-VARIANCE
006720         ADD TR-EDGE-PCT(TR-X) TO WS-SUM-EDGE
006730     END-PERFORM.
006740     COMPUTE WS-MEAN-REJECTS ROUNDED =
006750         WS-SUM-REJECTS / WS-TRAIL-COUNT.
006760     COMPUTE WS-MEAN-FLAT ROUNDED = WS-SUM-FLAT / WS-TRAIL-COUNT.
006770     COMPUTE WS-MEAN-VARIANCE ROUNDED =
006780         WS-SUM-VARIANCE / WS-TRAIL-COUNT.
006790     COMPUTE WS-MEAN-EDGE ROUNDED = WS-SUM-EDGE / WS-TRAIL-COUNT.
006800     COMPUTE WS-TONIGHT-REJECTS =
006810         CT-REJ-NUMERIC(J) + CT-REJ-RANGE(J).
006820     MOVE SPACES TO WS-FLAGS.
006830     IF WS-TONIGHT-REJECTS > ZERO
006840             AND WS-TONIGHT-REJECTS >
006850                 WS-MEAN-REJECTS * WS-UPPER-FACTOR
006860         MOVE "R" TO FL-REJECTS
006870     END-IF.
006880     IF CT-FLAT-MAX(J) NOT < WS-FLAT-MIN
006890             AND CT-FLAT-MAX(J) > WS-MEAN-FLAT * WS-UPPER-FACTOR
006900         MOVE "F" TO FL-FLAT
006910     END-IF.
006920     IF CT-EDGE-PCT(J) > ZERO
006930             AND CT-EDGE-PCT(J) > WS-MEAN-EDGE * WS-UPPER-FACTOR
006940         MOVE "E" TO FL-EDGE
006950     END-IF.
006960     MOVE ZERO TO WS-VAR-RATIO.
006970     IF WS-MEAN-VARIANCE > ZERO
006980         COMPUTE WS-VAR-RATIO ROUNDED =
006990             CT-VARIANCE(J) * 100 / WS-MEAN-VARIANCE
007000             ON SIZE ERROR
007010                 MOVE 9999999 TO WS-VAR-RATIO
007020         END-COMPUTE
007030         IF CT-VARIANCE(J) >
007040                 WS-MEAN-VARIANCE * WS-UPPER-FACTOR
007050             OR CT-VARIANCE(J) <
007060                 WS-MEAN-VARIANCE * WS-LOWER-FACTOR
007070             MOVE "V" TO FL-VARIANCE
007080         END-IF
007090     END-IF.
007100     IF WS-FLAGS = SPACES
007110         GO TO 5300-EXIT
007120     END-IF.
007130     ADD 1 TO WS-FLAG-COUNT.
007140     COMPUTE DEV-X = CT-DEVICE(J) + 1.
007150     ADD 1 TO WS-DEVICE-FLAGS(DEV-X).
007160     PERFORM 5400-WRITE-FLAGGED-LINE THRU 5400-EXIT.
007170 5300-EXIT.
007180     EXIT.

007190*----------------------------------------------------------------
007200 5400-WRITE-FLAGGED-LINE.
007210*----------------------------------------------------------------
007220     MOVE J TO DL-CHANNEL.
007230     IF CT-DEVICE(J) = ZERO
007240         MOVE "?" TO DL-DEVICE
007250     ELSE
007260         MOVE CT-DEVICE(J) TO DL-DEVICE
007270     END-IF.
007280     MOVE WS-FLAGS TO DL-FLAGS.
007290     MOVE WS-TRAIL-COUNT TO DL-NIGHTS.
007300     MOVE WS-TONIGHT-REJECTS TO DL-REJECTS.
007310     MOVE WS-MEAN-REJECTS TO DL-TRAIL-REJECTS.
007320     MOVE CT-FLAT-MAX(J) TO DL-FLAT.
007330     MOVE WS-MEAN-FLAT TO DL-TRAIL-FLAT.
007340     MOVE CT-EDGE-PCT(J) TO DL-EDGE.
007350     MOVE WS-MEAN-EDGE TO DL-TRAIL-EDGE.
007360     IF WS-VAR-RATIO > 99999
007370         MOVE 99999 TO DL-VAR-PCT
007380     ELSE
007390         MOVE WS-VAR-RATIO TO DL-VAR-PCT
007400     END-IF.
007410     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007420     WRITE REPORT-LINE.
007430 5400-EXIT.
007440     EXIT.

007450*----------------------------------------------------------------
007460 5900-WRITE-SUMMARY.
007470*----------------------------------------------------------------
007480     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007490     WRITE REPORT-LINE.
007500     DISPLAY "WITNESS-CHANHIST: " WS-SUMMARY-LINE.
007510 5900-EXIT.
007520     EXIT.

007530*----------------------------------------------------------------
007540 9000-TERMINATE.
007550*----------------------------------------------------------------
007560     CLOSE SENSOR-VALID-FILE.
007570     CLOSE CHANNEL-HISTORY-FILE.
007580 9000-EXIT.
007590     EXIT.
