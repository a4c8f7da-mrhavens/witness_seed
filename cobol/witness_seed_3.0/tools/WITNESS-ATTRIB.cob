000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-ATTRIB.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  KAIROSAU SAYS WHICH FRAME
000200*                  WAS IN PLAY AT AN ACTIVATION AND
000210*                  WITNESS-POSTMORT SHOWS THE TRAJECTORY, BUT
000220*                  NOTHING SAID WHICH CHANNELS DROVE THE
000230*                  EXCURSION, SO THE WEEKLY REVIEW ARGUED "MODEL
000240*                  VERSUS FIELD" WITHOUT EVIDENCE.  FOR EACH
000250*                  ACTIVATION THIS PROGRAM WALKS THE EVENTWIN
000260*                  LEAD-UP STEP BY STEP, RE-READS FROM SENSVAL
000270*                  EVERY FRAME ASSIMILATED ON THE WAY, AND SPLITS
000280*                  EACH CHANNEL'S I CHANGE INTO THE PART THE
000290*                  ASSIMILATION PULLED IN (CC-SENSE-WEIGHT TIMES
000300*                  THE GAP BETWEEN THE CALIBRATED READING AND I)
000310*                  AND THE PART THE MODEL MOVED ON ITS OWN.  EACH
000320*                  PART IS THEN WEIGHTED BY WHICH WAY IT PUSHES
000330*                  FIELDPRINT.  THE ACTIVATION IS CLASSED
000340*                  FEED-DRIVEN, MODEL-DRIVEN OR MIXED FROM THE
000350*                  FEED'S SHARE OF THE RISE AGAINST THE ATRCARD
000360*                  THRESHOLD, AND THE TOP CHANNELS ARE LISTED
000370*                  WITH THEIR CHANMAP DEVICES.  ATRRPT ENDS WITH
000380*                  A DEVICE SUMMARY ACROSS THE RUN.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CC-STATUS.
000460     SELECT ATTRIB-CARD-FILE ASSIGN TO "ATRCARD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CARD-STATUS.
000490     SELECT EVENT-WINDOW-FILE ASSIGN TO "EVENTWIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-EVENT-STATUS.
000520     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT SENSOR-VALID-FILE ASSIGN TO "SENSVAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-VALID-STATUS.
000580     SELECT CHANNEL-MAP-FILE ASSIGN TO "CHANMAP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-MAP-STATUS.
000610     SELECT CALIBRATION-MAP-FILE ASSIGN TO "CALMAP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CALMAP-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO "ATRRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CONTROL-CARD-FILE
000700     RECORDING MODE IS F.
000710     COPY CTLCARD.

000720*----------------------------------------------------------------
000730* ATRCARD: ATC-FEED-PCT IS THE FEED SHARE OF THE FIELDPRINT RISE
000740* AT OR ABOVE WHICH AN ACTIVATION IS FEED-DRIVEN (51-100,
000750* UNPUNCHED 70); AT OR BELOW 100 MINUS IT, THE ACTIVATION IS
000760* MODEL-DRIVEN, AND BETWEEN THE TWO IT IS MIXED.  ATC-TOP-N IS
000770* HOW MANY CHANNELS EACH PAGE RANKS (1-10, UNPUNCHED 5).
000780*----------------------------------------------------------------
000790 FD  ATTRIB-CARD-FILE
000800     RECORDING MODE IS F.
000810 01  ATTRIB-CARD-RECORD.
000820     05  ATC-FEED-PCT            PIC 9(03).
000830     05  FILLER                  PIC X(01).
000840     05  ATC-TOP-N               PIC 9(02).
000850     05  FILLER                  PIC X(74).

000860 FD  EVENT-WINDOW-FILE.
000870 01  EVENT-WINDOW-RECORD.
000880     05  EVW-RUN-ID              PIC 9(08).
000890     05  EVW-ACTIVATION-NO       PIC 9(07).
000900     05  EVW-T                   PIC 9(07).
000910     05  EVW-FIELDPRINT          PIC S9(5)V9(5) SIGN IS
000920                                     TRAILING SEPARATE CHARACTER.
000930     05  EVW-PHASE               PIC S9(5)V9(5) SIGN IS
000940                                     TRAILING SEPARATE CHARACTER.
000950     05  EVW-I OCCURS 1000 TIMES PIC S9(5)V9(5) SIGN IS
000960                                     TRAILING SEPARATE CHARACTER.
000970     05  EVW-SENSOR-SEQ          PIC 9(09).
000980     05  EVW-SENSOR-TS           PIC X(26).

000990 FD  KAIROS-AUDIT-FILE.
001000     COPY AUDITREC.

001010 FD  SENSOR-VALID-FILE.
001020     COPY SENSREC.

001030 FD  CHANNEL-MAP-FILE
001040     RECORDING MODE IS F.
001050 01  CHANNEL-MAP-RECORD.
001060     05  CHM-DEVICE              PIC 9(01).
001070     05  CHM-TARGET-START        PIC 9(04).
001080     05  CHM-TARGET-END          PIC 9(04).
001090     05  FILLER                  PIC X(71).

001100 FD  CALIBRATION-MAP-FILE
001110     RECORDING MODE IS F.
001120 01  CALIBRATION-MAP-RECORD.
001130     05  CAL-START           PIC 9(04).
001140     05  CAL-END             PIC 9(04).
001150     05  CAL-SCALE           PIC 9(01)V9(05).
001160     05  CAL-OFFSET          PIC S9(5)V9(5) SIGN LEADING
001170                                 SEPARATE.
001180     05  CAL-DEADBAND        PIC 9(01)V9(05).
001190     05  FILLER              PIC X(49).

001200 FD  REPORT-FILE.
001210 01  REPORT-LINE                PIC X(80).

001220 WORKING-STORAGE SECTION.
001230 01  WS-CC-STATUS            PIC X(02) VALUE SPACES.
001240     88  CC-STATUS-OK        VALUE "00".
001250 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001260     88  CARD-STATUS-OK      VALUE "00".
001270 01  WS-EVENT-STATUS         PIC X(02) VALUE SPACES.
001280     88  EVENT-STATUS-OK     VALUE "00".
001290     88  EVENT-STATUS-EOF    VALUE "10".
001300 01  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
001310     88  AUDIT-STATUS-OK     VALUE "00".
001320     88  AUDIT-STATUS-EOF    VALUE "10".
001330 01  WS-VALID-STATUS         PIC X(02) VALUE SPACES.
001340     88  VALID-STATUS-OK     VALUE "00".
001350     88  VALID-STATUS-EOF    VALUE "10".
001360 01  WS-MAP-STATUS           PIC X(02) VALUE SPACES.
001370     88  MAP-STATUS-OK       VALUE "00".
001380     88  MAP-STATUS-EOF      VALUE "10".
001390 01  WS-CALMAP-STATUS        PIC X(02) VALUE SPACES.
001400     88  CALMAP-STATUS-OK    VALUE "00".
001410     88  CALMAP-STATUS-EOF   VALUE "10".
001420 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001430 01  WS-FEED-PCT             PIC 9(03) VALUE 070.
001440 01  WS-MODEL-PCT            PIC 9(03).
001450 01  WS-TOP-N                PIC 9(02) VALUE 05.
001460 01  WS-SENSE-WEIGHT         PIC 9(1)V9(2) VALUE 1.00.
001470 01  WS-EVENT-WINDOW         PIC 9(3) VALUE 10.
001480 01  NUM-VARS                PIC 9(4) VALUE 1000.
001490 01  J                       PIC 9(4).
001500 01  RANK-X                  PIC 9(2).
001510 01  DEV-X                   PIC 9(1).
001520 01  WS-DEVICE-NO            PIC 9(1).

001530*----------------------------------------------------------------
001540* SENSVAL IS READ FORWARD AND REWOUND ONLY WHEN A WINDOW ASKS FOR
001550* A FRAME BEHIND THE ONE HELD.  WS-FRAME-HELD-SW SAYS THE RECORD
001560* AREA HOLDS A FRAME; IT STAYS THERE FOR THE NEXT LOOKUP, SINCE
001570* CONSECUTIVE STEPS (AND THE NEXT WINDOW) OFTEN WANT THE SAME ONE.
001580*----------------------------------------------------------------
001590 01  WS-SENSVAL-SW           PIC X(01) VALUE "N".
001600     88  SENSVAL-AVAILABLE   VALUE "Y".
001610 01  WS-FRAME-HELD-SW        PIC X(01) VALUE "N".
001620     88  FRAME-HELD          VALUE "Y".
001630 01  WS-FRAME-FOUND-SW       PIC X(01) VALUE "N".
001640     88  FRAME-FOUND         VALUE "Y".
001650 01  WS-WANTED-SEQ           PIC 9(09).
001660 01  WS-FRAMES-MISSING       PIC 9(07) VALUE ZERO.
001670 01  WS-REWIND-COUNT         PIC 9(07) VALUE ZERO.

001680*----------------------------------------------------------------
001690* AUDIT TABLE - THE ACTIVATION STEP OF EACH ACTIVATION,
001700* SUBSCRIPTED BY THE ACTIVATION NUMBER THE SAME WAY
001710* WITNESS-POSTMORT JOINS (THE NTH RUNG-1 RECORD).  WITHOUT A
001720* TABLED STEP THE LEAD-UP IS TAKEN AS THE FIRST CC-EVENT-WINDOW
001730* RECORDS OF THE WINDOW.
001740*----------------------------------------------------------------
001750 01  WS-AUDIT-COUNT          PIC 9(7) VALUE ZERO.
001760 01  WS-AUDIT-TABLE.
001770     05  AT-T                OCCURS 2000 TIMES PIC 9(07).

001780*----------------------------------------------------------------
001790* ONE ENTRY PER CHANNEL.  CT-PREV-I IS THE CHANNEL'S I AT THE
001800* STEP BEFORE THE ONE BEING TAKEN (AT THE ACTIVATION STEP ONCE
001810* THE LEAD-UP IS DONE).  CT-FEED AND CT-MODEL ACCUMULATE THE TWO
001820* PARTS OF ITS I CHANGE OVER THE LEAD-UP; CT-CONTRIB IS THE FEED
001830* PART'S CONTRIBUTION TO THE FIELDPRINT RISE.  THE CALIBRATION
001840* COLUMNS MIRROR IO-SENSE'S CALMAP CORRECTION.
001850*----------------------------------------------------------------
001860 01  WS-CHANNEL-TABLE.
001870     05  WS-CHANNEL-ENTRY    OCCURS 1000 TIMES.
001880         10  CT-DEVICE           PIC 9(01).
001890         10  CT-SCALE            PIC 9(01)V9(05).
001900         10  CT-OFFSET           PIC S9(5)V9(5).
001910         10  CT-DEADBAND         PIC 9(01)V9(05).
001920         10  CT-FIRST-I          PIC S9(5)V9(5).
001930         10  CT-PREV-I           PIC S9(5)V9(5).
001940         10  CT-READ-SW          PIC X(01).
001950         10  CT-FIRST-READING    PIC S9(7)V9(5).
001960         10  CT-LAST-READING     PIC S9(7)V9(5).
001970         10  CT-FEED             PIC S9(7)V9(5).
001980         10  CT-MODEL            PIC S9(7)V9(5).
001990         10  CT-SIGN             PIC S9(01).
002000         10  CT-CONTRIB          PIC S9(7)V9(7).
002010         10  CT-RANKED-SW        PIC X(01).
002020 01  WS-CAL-VALUE            PIC S9(7)V9(5).
002030 01  WS-FEED-STEP            PIC S9(7)V9(5).

002040*----------------------------------------------------------------
002050* DEVICE TABLE - ENTRY 1 IS CHANNELS NO CHANMAP ENTRY COVERS,
002060* ENTRIES 2-4 ARE DEVICES 1-3.  DV-WINDOW IS THE CURRENT
002070* ACTIVATION'S FEED CONTRIBUTION; THE REST ACCUMULATE OVER THE
002080* RUN.
002090*----------------------------------------------------------------
002100 01  WS-DEVICE-TABLE.
002110     05  WS-DEVICE-ENTRY     OCCURS 4 TIMES.
002120         10  DV-WINDOW           PIC S9(9)V9(7).
002130         10  DV-RUN-CONTRIB      PIC S9(9)V9(7).
002140         10  DV-LED              PIC 9(07).
002150         10  DV-LED-FEED         PIC 9(07).
002160         10  DV-TOP-PLACES       PIC 9(07).
002170 01  WS-LEAD-DEVICE          PIC 9(1).
002180 01  WS-LEAD-CONTRIB         PIC S9(9)V9(7).

002190*----------------------------------------------------------------
002200* CURRENT WINDOW GROUP STATE.
002210*----------------------------------------------------------------
002220 01  WS-GROUP-OPEN-SW        PIC X(01) VALUE "N".
002230     88  GROUP-OPEN          VALUE "Y".
002240 01  WS-LEADUP-DONE-SW       PIC X(01) VALUE "N".
002250     88  LEADUP-DONE         VALUE "Y".
002260 01  WS-GRP-RUN-ID           PIC 9(8).
002270 01  WS-GRP-ACT-NO           PIC 9(7).
002280 01  WS-GRP-FIRST-T          PIC 9(7).
002290 01  WS-GRP-LAST-T           PIC 9(7).
002300 01  WS-GRP-ACT-T            PIC 9(7).
002310 01  WS-GRP-FIRST-FP         PIC S9(5)V9(5).
002320 01  WS-GRP-LAST-FP          PIC S9(5)V9(5).
002330 01  WS-GRP-STEPS            PIC 9(4).
002340 01  WS-GRP-FED-STEPS        PIC 9(4).
002350 01  WS-PREV-SEQ             PIC 9(9).
002360 01  WS-SUM                  PIC S9(9)V9(5).
002370 01  WS-MEAN                 PIC S9(5)V9(5).
002380 01  WS-FEED-RISE            PIC S9(9)V9(7).
002390 01  WS-MODEL-RISE           PIC S9(9)V9(7).
002400 01  WS-FEED-UP              PIC S9(9)V9(7).
002410 01  WS-MODEL-UP             PIC S9(9)V9(7).
002420 01  WS-SHARE                PIC 9(3)V9(1).
002430 01  WS-CLASS                PIC X(12).
002440 01  WS-BEST-CONTRIB         PIC S9(7)V9(7).
002450 01  WS-BEST-INDEX           PIC 9(4).

002460 01  WS-PAGE-COUNT           PIC 9(7) VALUE ZERO.
002470 01  WS-FEED-COUNT           PIC 9(7) VALUE ZERO.
002480 01  WS-MODEL-COUNT          PIC 9(7) VALUE ZERO.
002490 01  WS-MIXED-COUNT          PIC 9(7) VALUE ZERO.
002500 01  WS-UNFED-COUNT          PIC 9(7) VALUE ZERO.

002510 01  WS-HEADING-1            PIC X(80) VALUE
002520     "WITNESS SEED 3.0 ACTIVATION ATTRIBUTION - FEED VS MODEL".
002530 01  WS-HEADING-2.
002540     05  FILLER              PIC X(18) VALUE "FEED-DRIVEN AT OR ".
002550     05  FILLER              PIC X(06) VALUE "ABOVE ".
002560     05  H2-FEED-PCT         PIC ZZ9.
002570     05  FILLER              PIC X(27)
002580         VALUE "%  MODEL-DRIVEN AT OR BELOW".
002590     05  H2-MODEL-PCT        PIC ZZ9.
002600     05  FILLER              PIC X(15) VALUE "%  SENSE WEIGHT".
002610     05  H2-WEIGHT           PIC Z9.99.
002620 01  WS-PAGE-HEADER.
002630     05  FILLER              PIC X(23)
002640         VALUE "ACTIVATION ATTRIBUTION ".
002650     05  PH-ACT-NO           PIC 9(07).
002660     05  FILLER              PIC X(06) VALUE "  RUN ".
002670     05  PH-RUN-ID           PIC 9(08).
002680 01  WS-LEADUP-LINE.
002690     05  FILLER              PIC X(10) VALUE "LEAD-UP T ".
002700     05  LU-FIRST-T          PIC 9(07).
002710     05  FILLER              PIC X(03) VALUE " - ".
002720     05  LU-ACT-T            PIC 9(07).
002730     05  FILLER              PIC X(08) VALUE "  STEPS ".
002740     05  LU-STEPS            PIC ZZZ9.
002750     05  FILLER              PIC X(17)
002760         VALUE "  FRAMES APPLIED ".
002770     05  LU-FED              PIC ZZZ9.
002780 01  WS-FP-LINE.
002790     05  FILLER              PIC X(11) VALUE "FIELDPRINT ".
002800     05  FP-FIRST            PIC -(5)9.99999.
002810     05  FILLER              PIC X(04) VALUE " TO ".
002820     05  FP-ACT              PIC -(5)9.99999.
002830     05  FILLER              PIC X(07) VALUE "  RISE ".
002840     05  FP-RISE             PIC -(5)9.99999.
002850 01  WS-SPLIT-LINE.
002860     05  FILLER              PIC X(10) VALUE "FEED RISE ".
002870     05  SP-FEED             PIC -(5)9.99999.
002880     05  FILLER              PIC X(13) VALUE "  MODEL RISE ".
002890     05  SP-MODEL            PIC -(5)9.99999.
002900     05  FILLER              PIC X(13) VALUE "  FEED SHARE ".
002910     05  SP-SHARE            PIC ZZ9.9.
002920     05  FILLER              PIC X(01) VALUE "%".
002930 01  WS-CLASS-LINE.
002940     05  FILLER              PIC X(06) VALUE "CLASS ".
002950     05  CL-CLASS            PIC X(12).
002960     05  FILLER              PIC X(17)
002970         VALUE "  LEADING DEVICE ".
002980     05  CL-DEVICE           PIC X(14).
002990 01  WS-UNFED-LINE           PIC X(80) VALUE
003000     "NO FRAME ASSIMILATED IN THE LEAD-UP - CHARGED TO THE MODEL".
003010 01  WS-CHANNEL-HEADING.
003020     05  FILLER              PIC X(40) VALUE
003030         "RK  CHAN  D    READING CHG      I CHANGE".
003040     05  FILLER              PIC X(25) VALUE
003050         "     FEED PART    FP PUSH".
003060 01  WS-CHANNEL-LINE.
003070     05  CH-RANK             PIC Z9.
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  CH-CHANNEL          PIC 9(04).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  CH-DEVICE           PIC X(01).
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  CH-READING          PIC -(6)9.99999.
003140     05  FILLER              PIC X(01) VALUE SPACE.
003150     05  CH-I-CHANGE         PIC -(6)9.99999.
003160     05  FILLER              PIC X(01) VALUE SPACE.
003170     05  CH-FEED             PIC -(6)9.99999.
003180     05  FILLER              PIC X(01) VALUE SPACE.
003190     05  CH-CONTRIB          PIC -(3)9.99999.
003200 01  WS-NO-CHANNEL-LINE      PIC X(80) VALUE
003210     "NO CHANNEL'S FEED PART PUSHED FIELDPRINT UP".
003220 01  WS-NO-WINDOW-LINE       PIC X(80) VALUE
003230     "NO EVENT WINDOWS ON EVENTWIN - NOTHING TO ATTRIBUTE".
003240 01  WS-DEVICE-HEADING       PIC X(80) VALUE
003250     "DEVICE SUMMARY ACROSS THE RUN".
003260 01  WS-DEVICE-HEADING-2.
003270     05  FILLER              PIC X(29) VALUE
003280         "DEVICE           FP FEED PUSH".
003290     05  FILLER              PIC X(31) VALUE
003300         "      LED  LED FEED  TOP PLACES".
003310 01  WS-DEVICE-LINE.
003320     05  DL-DEVICE           PIC X(14).
003330     05  FILLER              PIC X(01) VALUE SPACE.
003340     05  DL-CONTRIB          PIC -(7)9.99999.
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  DL-LED              PIC Z(6)9.
003370     05  FILLER              PIC X(03) VALUE SPACES.
003380     05  DL-LED-FEED         PIC Z(6)9.
003390     05  FILLER              PIC X(05) VALUE SPACES.
003400     05  DL-TOP              PIC Z(6)9.
003410 01  WS-SUMMARY-LINE.
003420     05  SL-LABEL            PIC X(32).
003430     05  SL-COUNT            PIC Z(6)9.

003440 PROCEDURE DIVISION.
003450*----------------------------------------------------------------
003460 0000-MAINLINE.
003470*----------------------------------------------------------------
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
003500         UNTIL EVENT-STATUS-EOF.
003510     IF GROUP-OPEN
003520         PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
003530     END-IF.
003540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003550     STOP RUN.

003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003580*----------------------------------------------------------------
003590     OPEN INPUT EVENT-WINDOW-FILE.
003600     IF NOT EVENT-STATUS-OK
003610         DISPLAY "WITNESS-ATTRIB: EVENTWIN NOT AVAILABLE - "
003620             "ABENDING"
003630         STOP RUN WITH ERROR STATUS 16
003640     END-IF.
003650     INITIALIZE WS-CHANNEL-TABLE.
003660     INITIALIZE WS-DEVICE-TABLE.
003670     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 1000
003680         MOVE 1.00000 TO CT-SCALE(J)
003690     END-PERFORM.
003700     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003710     PERFORM 1200-READ-ATTRIB-CARD THRU 1200-EXIT.
003720     PERFORM 1300-LOAD-CHANNEL-MAP THRU 1300-EXIT.
003730     PERFORM 1400-LOAD-CALMAP THRU 1400-EXIT.
003740     PERFORM 1500-LOAD-AUDITS THRU 1500-EXIT.
003750     OPEN INPUT SENSOR-VALID-FILE.
003760     IF VALID-STATUS-OK
003770         SET SENSVAL-AVAILABLE TO TRUE
003780     ELSE
003790         DISPLAY "WITNESS-ATTRIB: SENSVAL NOT AVAILABLE - EVERY "
003800             "ACTIVATION IS CHARGED TO THE MODEL"
003810     END-IF.
003820     OPEN OUTPUT REPORT-FILE.
003830     MOVE WS-HEADING-1 TO REPORT-LINE.
003840     WRITE REPORT-LINE.
003850     MOVE WS-FEED-PCT TO H2-FEED-PCT.
003860     MOVE WS-MODEL-PCT TO H2-MODEL-PCT.
003870     MOVE WS-SENSE-WEIGHT TO H2-WEIGHT.
003880     MOVE WS-HEADING-2 TO REPORT-LINE.
003890     WRITE REPORT-LINE.
003900 1000-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930 1100-READ-CONTROL-CARD.
003940*    THE RUN'S OWN CONTROLCD: CC-NUM-VARS BOUNDS THE CHANNELS,
003950*    CC-SENSE-WEIGHT IS THE WEIGHT THE FEED WAS ASSIMILATED AT AND
003960*    CC-EVENT-WINDOW IS THE LEAD-UP LENGTH WHEN NO AUDIT RECORD
003970*    PINS THE ACTIVATION STEP.
003980*----------------------------------------------------------------
003990     OPEN INPUT CONTROL-CARD-FILE.
004000     IF NOT CC-STATUS-OK
004010         DISPLAY "WITNESS-ATTRIB: NO CONTROLCD - WEIGHT 1.00, "
004020             "ALL 1000 CHANNELS"
004030         GO TO 1100-EXIT
004040     END-IF.
004050     READ CONTROL-CARD-FILE
004060         AT END
004070             DISPLAY "WITNESS-ATTRIB: CONTROLCD EMPTY - WEIGHT "
004080                 "1.00, ALL 1000 CHANNELS"
004090             GO TO 1100-CLOSE
004100     END-READ.
004110     IF CC-NUM-VARS IS NUMERIC AND CC-NUM-VARS > ZERO
004120             AND CC-NUM-VARS NOT > 1000
004130         MOVE CC-NUM-VARS TO NUM-VARS
004140     END-IF.
004150     IF CC-SENSE-WEIGHT IS NUMERIC AND CC-SENSE-WEIGHT NOT > 1.00
004160         MOVE CC-SENSE-WEIGHT TO WS-SENSE-WEIGHT
004170     END-IF.
004180     IF CC-EVENT-WINDOW IS NUMERIC AND CC-EVENT-WINDOW > ZERO
004190             AND CC-EVENT-WINDOW NOT > 20
004200         MOVE CC-EVENT-WINDOW TO WS-EVENT-WINDOW
004210     END-IF.
004220 1100-CLOSE.
004230     CLOSE CONTROL-CARD-FILE.
004240 1100-EXIT.
004250     EXIT.

004260*----------------------------------------------------------------
004270 1200-READ-ATTRIB-CARD.
004280*----------------------------------------------------------------
004290     OPEN INPUT ATTRIB-CARD-FILE.
004300     IF NOT CARD-STATUS-OK
004310         DISPLAY "WITNESS-ATTRIB: NO ATRCARD - USING DEFAULTS"
004320         GO TO 1200-SHOW
004330     END-IF.
004340     READ ATTRIB-CARD-FILE
004350         AT END
004360             DISPLAY "WITNESS-ATTRIB: ATRCARD EMPTY - USING "
004370                 "DEFAULTS"
004380             GO TO 1200-CLOSE
004390     END-READ.
004400     IF ATC-FEED-PCT IS NUMERIC AND ATC-FEED-PCT > 50
004410             AND ATC-FEED-PCT NOT > 100
004420         MOVE ATC-FEED-PCT TO WS-FEED-PCT
004430     END-IF.
004440     IF ATC-TOP-N IS NUMERIC AND ATC-TOP-N > ZERO
004450             AND ATC-TOP-N NOT > 10
004460         MOVE ATC-TOP-N TO WS-TOP-N
004470     END-IF.
004480 1200-CLOSE.
004490     CLOSE ATTRIB-CARD-FILE.
004500 1200-SHOW.
004510     COMPUTE WS-MODEL-PCT = 100 - WS-FEED-PCT.
004520     DISPLAY "WITNESS-ATTRIB: FEED-DRIVEN AT " WS-FEED-PCT
004530         " PERCENT, TOP " WS-TOP-N " CHANNELS, WEIGHT "
004540         WS-SENSE-WEIGHT.
004550 1200-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580 1300-LOAD-CHANNEL-MAP.
004590*    CHANMAP IS OPTIONAL - IT ONLY NAMES THE DEVICES.  WITHOUT IT
004600*    EVERY CHANNEL IS "?" AND THE DEVICE SUMMARY HAS ONE LINE.
004610*----------------------------------------------------------------
004620     OPEN INPUT CHANNEL-MAP-FILE.
004630     IF NOT MAP-STATUS-OK
004640         DISPLAY "WITNESS-ATTRIB: NO CHANMAP - DEVICES NOT NAMED"
004650         GO TO 1300-EXIT
004660     END-IF.
004670     PERFORM 1310-READ-ONE-MAP THRU 1310-EXIT
004680         UNTIL MAP-STATUS-EOF.
004690     CLOSE CHANNEL-MAP-FILE.
004700 1300-EXIT.
004710     EXIT.

004720*----------------------------------------------------------------
004730 1310-READ-ONE-MAP.
004740*----------------------------------------------------------------
004750     READ CHANNEL-MAP-FILE
004760         AT END
004770             SET MAP-STATUS-EOF TO TRUE
004780             GO TO 1310-EXIT
004790     END-READ.
004800     IF CHM-DEVICE IS NOT NUMERIC
004810             OR CHM-TARGET-START IS NOT NUMERIC
004820             OR CHM-TARGET-END IS NOT NUMERIC
004830         GO TO 1310-EXIT
004840     END-IF.
004850     IF CHM-DEVICE < 1 OR CHM-DEVICE > 3
004860             OR CHM-TARGET-START < 1
004870             OR CHM-TARGET-END < CHM-TARGET-START
004880             OR CHM-TARGET-END > 1000
004890         GO TO 1310-EXIT
004900     END-IF.
004910     PERFORM VARYING J FROM CHM-TARGET-START BY 1
004920             UNTIL J > CHM-TARGET-END
004930         MOVE CHM-DEVICE TO CT-DEVICE(J)
004940     END-PERFORM.
004950 1310-EXIT.
004960     EXIT.

004970*----------------------------------------------------------------
004980 1400-LOAD-CALMAP.
004990*    THE SAME CALMAP THE MAIN STEP RAN WITH, SO A READING IS
005000*    COMPARED WITH I IN THE UNITS IO-SENSE ACTUALLY ASSIMILATED.
005010*    RANGES ARE ACCEPTED OR SKIPPED BY IO-SENSE'S OWN RULES.
005020*----------------------------------------------------------------
005030     OPEN INPUT CALIBRATION-MAP-FILE.
005040     IF NOT CALMAP-STATUS-OK
005050         GO TO 1400-EXIT
005060     END-IF.
005070     PERFORM 1410-READ-ONE-CAL-RANGE THRU 1410-EXIT
005080         UNTIL CALMAP-STATUS-EOF.
005090     CLOSE CALIBRATION-MAP-FILE.
005100     DISPLAY "WITNESS-ATTRIB: CALMAP LOADED - READINGS "
005110         "CALIBRATED".
005120 1400-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------
005150 1410-READ-ONE-CAL-RANGE.
005160*----------------------------------------------------------------
005170     READ CALIBRATION-MAP-FILE
005180         AT END
005190             SET CALMAP-STATUS-EOF TO TRUE
005200             GO TO 1410-EXIT
005210     END-READ.
005220     IF CAL-START = ZERO OR CAL-END < CAL-START
005230             OR CAL-END > 1000
005240         GO TO 1410-EXIT
005250     END-IF.
005260     IF CAL-SCALE IS NOT NUMERIC
005270             OR CAL-OFFSET IS NOT NUMERIC
005280             OR CAL-DEADBAND IS NOT NUMERIC
005290         GO TO 1410-EXIT
005300     END-IF.
005310     PERFORM VARYING J FROM CAL-START BY 1 UNTIL J > CAL-END
005320         MOVE CAL-SCALE TO CT-SCALE(J)
005330         MOVE CAL-OFFSET TO CT-OFFSET(J)
005340         MOVE CAL-DEADBAND TO CT-DEADBAND(J)
005350     END-PERFORM.
005360 1410-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------
005390 1500-LOAD-AUDITS.
005400*----------------------------------------------------------------
005410     OPEN INPUT KAIROS-AUDIT-FILE.
005420     IF NOT AUDIT-STATUS-OK
005430         DISPLAY "WITNESS-ATTRIB: KAIROSAU NOT AVAILABLE - "
005440             "LEAD-UP TAKEN AS " WS-EVENT-WINDOW " STEPS"
005450         GO TO 1500-EXIT
005460     END-IF.
005470     PERFORM 1510-LOAD-ONE-AUDIT THRU 1510-EXIT
005480         UNTIL AUDIT-STATUS-EOF.
005490     CLOSE KAIROS-AUDIT-FILE.
005500 1500-EXIT.
005510     EXIT.

005520*----------------------------------------------------------------
005530 1510-LOAD-ONE-AUDIT.
005540*----------------------------------------------------------------
005550     READ KAIROS-AUDIT-FILE
005560         AT END
005570             SET AUDIT-STATUS-EOF TO TRUE
005580             GO TO 1510-EXIT
005590     END-READ.
005600     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
005610         GO TO 1510-EXIT
005620     END-IF.
005630     IF WS-AUDIT-COUNT NOT < 2000
005640         GO TO 1510-EXIT
005650     END-IF.
005660     ADD 1 TO WS-AUDIT-COUNT.
005670     MOVE AUD-T TO AT-T(WS-AUDIT-COUNT).
005680 1510-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710 2000-PROCESS-ONE-RECORD.
005720*    THE FIRST RECORD OF A WINDOW IS THE BASELINE; EACH LATER
005730*    LEAD-UP RECORD IS ONE STEP TAKEN FROM THE RECORD BEFORE IT.
005740*    RECORDS AFTER THE ACTIVATION STEP (THE POST WINDOW) ARE
005750*    PASSED OVER.
005760*----------------------------------------------------------------
005770     READ EVENT-WINDOW-FILE
005780         AT END
005790             SET EVENT-STATUS-EOF TO TRUE
005800             GO TO 2000-EXIT
005810     END-READ.
005820     IF GROUP-OPEN
005830             AND (EVW-RUN-ID NOT = WS-GRP-RUN-ID
005840             OR EVW-ACTIVATION-NO NOT = WS-GRP-ACT-NO)
005850         PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
005860     END-IF.
005870     IF NOT GROUP-OPEN
005880         PERFORM 2100-OPEN-GROUP THRU 2100-EXIT
005890         GO TO 2000-CHECK-END
005900     END-IF.
005910     IF LEADUP-DONE
005920         GO TO 2000-EXIT
005930     END-IF.
005940     PERFORM 2200-TAKE-ONE-STEP THRU 2200-EXIT.
005950 2000-CHECK-END.
005960     MOVE EVW-T TO WS-GRP-LAST-T.
005970     MOVE EVW-FIELDPRINT TO WS-GRP-LAST-FP.
005980     IF WS-GRP-ACT-T > ZERO
005990         IF EVW-T NOT < WS-GRP-ACT-T
006000             SET LEADUP-DONE TO TRUE
006010         END-IF
006020     ELSE
006030         IF WS-GRP-STEPS + 1 NOT < WS-EVENT-WINDOW
006040             SET LEADUP-DONE TO TRUE
006050         END-IF
006060     END-IF.
006070 2000-EXIT.
006080     EXIT.

006090*----------------------------------------------------------------
006100 2100-OPEN-GROUP.
006110*----------------------------------------------------------------
006120     SET GROUP-OPEN TO TRUE.
006130     MOVE "N" TO WS-LEADUP-DONE-SW.
006140     MOVE EVW-RUN-ID TO WS-GRP-RUN-ID.
006150     MOVE EVW-ACTIVATION-NO TO WS-GRP-ACT-NO.
006160     MOVE EVW-T TO WS-GRP-FIRST-T.
006170     MOVE EVW-FIELDPRINT TO WS-GRP-FIRST-FP.
006180     MOVE ZERO TO WS-GRP-STEPS.
006190     MOVE ZERO TO WS-GRP-FED-STEPS.
006200     MOVE EVW-SENSOR-SEQ TO WS-PREV-SEQ.
006210     MOVE ZERO TO WS-GRP-ACT-T.
006220     IF WS-GRP-ACT-NO > ZERO
006230             AND WS-GRP-ACT-NO NOT > WS-AUDIT-COUNT
006240         MOVE AT-T(WS-GRP-ACT-NO) TO WS-GRP-ACT-T
006250     END-IF.
006260     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
006270         MOVE EVW-I(J) TO CT-FIRST-I(J)
006280         MOVE EVW-I(J) TO CT-PREV-I(J)
006290         MOVE "N" TO CT-READ-SW(J)
006300         MOVE ZERO TO CT-FEED(J)
006310         MOVE ZERO TO CT-MODEL(J)
006320         MOVE ZERO TO CT-FIRST-READING(J)
006330         MOVE ZERO TO CT-LAST-READING(J)
006340     END-PERFORM.
006350 2100-EXIT.
006360     EXIT.

006370*----------------------------------------------------------------
006380 2200-TAKE-ONE-STEP.
006390*    A STEP ASSIMILATED A FRAME WHEN ITS FRAME SEQUENCE MOVED ON
006400*    FROM THE PREVIOUS STEP'S.  IN TIME-ALIGNED RUNS THE STEPS
006410*    BETWEEN TWO FRAMES ALSO PULL I TOWARD THE INTERPOLATED
006420*    READING; THAT PULL IS SMALL AND IS LEFT IN THE MODEL PART.
006430*----------------------------------------------------------------
006440     ADD 1 TO WS-GRP-STEPS.
006450     MOVE "N" TO WS-FRAME-FOUND-SW.
006460     IF EVW-SENSOR-SEQ > ZERO AND EVW-SENSOR-SEQ NOT = WS-PREV-SEQ
006470         MOVE EVW-SENSOR-SEQ TO WS-WANTED-SEQ
006480         PERFORM 2300-FIND-FRAME THRU 2300-EXIT
006490     END-IF.
006500     IF FRAME-FOUND
006510         ADD 1 TO WS-GRP-FED-STEPS
006520     END-IF.
006530     PERFORM 2210-STEP-ONE-CHANNEL THRU 2210-EXIT
006540         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
006550     MOVE EVW-SENSOR-SEQ TO WS-PREV-SEQ.
006560 2200-EXIT.
006570     EXIT.

006580*----------------------------------------------------------------
006590 2210-STEP-ONE-CHANNEL.
006600*    IO-SENSE SETS I TO (1 - W) * I + W * READING BEFORE THE
006610*    DYNAMICS RUN, SO THE FEED PART OF THIS STEP IS
006620*    W * (READING - I BEFORE THE STEP); WHATEVER ELSE I MOVED BY
006630*    IS THE MODEL'S.
006640*----------------------------------------------------------------
006650     MOVE ZERO TO WS-FEED-STEP.
006660     IF FRAME-FOUND
006670         COMPUTE WS-CAL-VALUE ROUNDED =
006680             SENSOR-READING(J) * CT-SCALE(J) + CT-OFFSET(J)
006690         IF CT-DEADBAND(J) > ZERO
006700                 AND FUNCTION ABS(WS-CAL-VALUE) < CT-DEADBAND(J)
006710             MOVE ZERO TO WS-CAL-VALUE
006720         END-IF
006730         COMPUTE WS-FEED-STEP ROUNDED =
006740             WS-SENSE-WEIGHT * (WS-CAL-VALUE - CT-PREV-I(J))
006750         IF CT-READ-SW(J) NOT = "Y"
006760             MOVE WS-CAL-VALUE TO CT-FIRST-READING(J)
006770             MOVE "Y" TO CT-READ-SW(J)
006780         END-IF
006790         MOVE WS-CAL-VALUE TO CT-LAST-READING(J)
006800     END-IF.
006810     ADD WS-FEED-STEP TO CT-FEED(J).
006820     COMPUTE CT-MODEL(J) = CT-MODEL(J)
006830         + EVW-I(J) - CT-PREV-I(J) - WS-FEED-STEP.
006840     MOVE EVW-I(J) TO CT-PREV-I(J).
006850 2210-EXIT.
006860     EXIT.

006870*----------------------------------------------------------------
006880 2300-FIND-FRAME.
006890*    POSITIONS SENSVAL ON FRAME WS-WANTED-SEQ.  A FRAME BEHIND THE
006900*    ONE HELD, OR A LOOKUP AFTER END OF FILE, REWINDS ONCE.  A
006910*    FRAME NOT ON SENSVAL (THE WRONG NIGHT, OR A CAPTURE SINCE
006920*    REPLACED) IS COUNTED AND THE STEP IS TAKEN AS UNFED.
006930*----------------------------------------------------------------
006940     IF NOT SENSVAL-AVAILABLE
006950         GO TO 2300-EXIT
006960     END-IF.
006970     IF VALID-STATUS-EOF
006980             OR (FRAME-HELD AND SENSOR-SEQUENCE > WS-WANTED-SEQ)
006990         PERFORM 2320-REWIND-SENSVAL THRU 2320-EXIT
007000     END-IF.
007010     PERFORM 2310-READ-FRAME THRU 2310-EXIT
007020         UNTIL VALID-STATUS-EOF
007030             OR (FRAME-HELD
007040                 AND SENSOR-SEQUENCE NOT < WS-WANTED-SEQ).
007050     IF FRAME-HELD AND SENSOR-SEQUENCE = WS-WANTED-SEQ
007060         SET FRAME-FOUND TO TRUE
007070     ELSE
007080         ADD 1 TO WS-FRAMES-MISSING
007090     END-IF.
007100 2300-EXIT.
007110     EXIT.

007120*----------------------------------------------------------------
007130 2310-READ-FRAME.
007140*----------------------------------------------------------------
007150     READ SENSOR-VALID-FILE
007160         AT END
007170             SET VALID-STATUS-EOF TO TRUE
007180             MOVE "N" TO WS-FRAME-HELD-SW
007190             GO TO 2310-EXIT
007200     END-READ.
007210     IF SENSOR-SEQUENCE IS NUMERIC
007220         SET FRAME-HELD TO TRUE
007230     ELSE
007240         MOVE "N" TO WS-FRAME-HELD-SW
007250     END-IF.
007260 2310-EXIT.
007270     EXIT.

007280*----------------------------------------------------------------
007290 2320-REWIND-SENSVAL.
007300*----------------------------------------------------------------
007310     CLOSE SENSOR-VALID-FILE.
007320     OPEN INPUT SENSOR-VALID-FILE.
007330     MOVE "N" TO WS-FRAME-HELD-SW.
007340     ADD 1 TO WS-REWIND-COUNT.
007350     IF NOT VALID-STATUS-OK
007360         DISPLAY "WITNESS-ATTRIB: SENSVAL REOPEN FAILED, STATUS "
007370             WS-VALID-STATUS " - NO FURTHER FRAMES ATTRIBUTED"
007380         MOVE "N" TO WS-SENSVAL-SW
007390         SET VALID-STATUS-EOF TO TRUE
007400     END-IF.
007410 2320-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------
007440 3000-CLOSE-GROUP.
007450*    CT-PREV-I NOW HOLDS THE ACTIVATION-STEP POPULATION (OR THE
007460*    LAST LEAD-UP STEP SEEN, IF THE WINDOW WAS CUT SHORT).  A
007470*    CHANNEL ABOVE THE MEAN RAISES FIELDPRINT BY RISING AND ONE
007480*    BELOW IT BY FALLING, SO EACH PART IS SIGNED BY THE CHANNEL'S
007490*    SIDE OF THE MEAN AND SPREAD OVER THE POPULATION - THE FIRST-
007500*    ORDER SHARE OF THE MEAN ABSOLUTE DEVIATION IT ACCOUNTS FOR.
007510*----------------------------------------------------------------
007520     MOVE ZERO TO WS-SUM.
007530     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
007540         ADD CT-PREV-I(J) TO WS-SUM
007550     END-PERFORM.
007560     COMPUTE WS-MEAN ROUNDED = WS-SUM / NUM-VARS.
007570     MOVE ZERO TO WS-FEED-RISE WS-MODEL-RISE.
007580     PERFORM VARYING DEV-X FROM 1 BY 1 UNTIL DEV-X > 4
007590         MOVE ZERO TO DV-WINDOW(DEV-X)
007600     END-PERFORM.
007610     PERFORM 3100-SCORE-ONE-CHANNEL THRU 3100-EXIT
007620         VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS.
007630     PERFORM 3200-CLASSIFY THRU 3200-EXIT.
007640     PERFORM 3300-PRINT-PAGE-HEAD THRU 3300-EXIT.
007650     MOVE WS-CHANNEL-HEADING TO REPORT-LINE.
007660     WRITE REPORT-LINE.
007670     PERFORM 3400-PRINT-ONE-CHANNEL THRU 3400-EXIT
007680         VARYING RANK-X FROM 1 BY 1 UNTIL RANK-X > WS-TOP-N.
007690     MOVE "N" TO WS-GROUP-OPEN-SW.
007700 3000-EXIT.
007710     EXIT.

007720*----------------------------------------------------------------
007730 3100-SCORE-ONE-CHANNEL.
007740*----------------------------------------------------------------
007750     EVALUATE TRUE
007760         WHEN CT-PREV-I(J) > WS-MEAN
007770             MOVE 1 TO CT-SIGN(J)
007780         WHEN CT-PREV-I(J) < WS-MEAN
007790             MOVE -1 TO CT-SIGN(J)
007800         WHEN OTHER
007810             MOVE ZERO TO CT-SIGN(J)
007820     END-EVALUATE.
007830     COMPUTE CT-CONTRIB(J) ROUNDED =
007840         CT-SIGN(J) * CT-FEED(J) / NUM-VARS.
007850     ADD CT-CONTRIB(J) TO WS-FEED-RISE.
007860     COMPUTE WS-MODEL-RISE ROUNDED = WS-MODEL-RISE
007870         + CT-SIGN(J) * CT-MODEL(J) / NUM-VARS.
007880     COMPUTE DEV-X = CT-DEVICE(J) + 1.
007890     ADD CT-CONTRIB(J) TO DV-WINDOW(DEV-X).
007900     MOVE "N" TO CT-RANKED-SW(J).
007910 3100-EXIT.
007920     EXIT.

007930*----------------------------------------------------------------
007940 3200-CLASSIFY.
007950*    THE FEED SHARE IS THE FEED'S UPWARD PUSH OVER THE TWO UPWARD
007960*    PUSHES TOGETHER - A PART THAT PULLED FIELDPRINT DOWN COUNTS
007970*    AS NO PUSH AT ALL.  A LEAD-UP WITH NO FRAME ASSIMILATED IS
007980*    THE MODEL'S BY DEFINITION.
007990*----------------------------------------------------------------
008000     MOVE ZERO TO WS-FEED-UP WS-MODEL-UP WS-SHARE.
008010     IF WS-FEED-RISE > ZERO
008020         MOVE WS-FEED-RISE TO WS-FEED-UP
008030     END-IF.
008040     IF WS-MODEL-RISE > ZERO
008050         MOVE WS-MODEL-RISE TO WS-MODEL-UP
008060     END-IF.
008070     IF WS-FEED-UP + WS-MODEL-UP > ZERO
008080         COMPUTE WS-SHARE ROUNDED =
008090             WS-FEED-UP * 100 / (WS-FEED-UP + WS-MODEL-UP)
008100     END-IF.
008110     EVALUATE TRUE
008120         WHEN WS-GRP-FED-STEPS = ZERO
008130             MOVE "MODEL-DRIVEN" TO WS-CLASS
008140             ADD 1 TO WS-MODEL-COUNT
008150             ADD 1 TO WS-UNFED-COUNT
008160         WHEN WS-SHARE NOT < WS-FEED-PCT
008170             MOVE "FEED-DRIVEN" TO WS-CLASS
008180             ADD 1 TO WS-FEED-COUNT
008190         WHEN WS-SHARE NOT > WS-MODEL-PCT
008200             MOVE "MODEL-DRIVEN" TO WS-CLASS
008210             ADD 1 TO WS-MODEL-COUNT
008220         WHEN OTHER
008230             MOVE "MIXED" TO WS-CLASS
008240             ADD 1 TO WS-MIXED-COUNT
008250     END-EVALUATE.
008260     MOVE ZERO TO WS-LEAD-DEVICE.
008270     MOVE ZERO TO WS-LEAD-CONTRIB.
008280     PERFORM VARYING DEV-X FROM 1 BY 1 UNTIL DEV-X > 4
008290         ADD DV-WINDOW(DEV-X) TO DV-RUN-CONTRIB(DEV-X)
008300         IF DV-WINDOW(DEV-X) > WS-LEAD-CONTRIB
008310             MOVE DV-WINDOW(DEV-X) TO WS-LEAD-CONTRIB
008320             MOVE DEV-X TO WS-LEAD-DEVICE
008330         END-IF
008340     END-PERFORM.
008350     IF WS-LEAD-DEVICE > ZERO
008360         ADD 1 TO DV-LED(WS-LEAD-DEVICE)
008370         IF WS-CLASS = "FEED-DRIVEN"
008380             ADD 1 TO DV-LED-FEED(WS-LEAD-DEVICE)
008390         END-IF
008400     END-IF.
008410 3200-EXIT.
008420     EXIT.

008430*----------------------------------------------------------------
008440 3300-PRINT-PAGE-HEAD.
008450*----------------------------------------------------------------
008460     ADD 1 TO WS-PAGE-COUNT.
008470     MOVE SPACES TO REPORT-LINE.
008480     WRITE REPORT-LINE.
008490     MOVE WS-GRP-ACT-NO TO PH-ACT-NO.
008500     MOVE WS-GRP-RUN-ID TO PH-RUN-ID.
008510     MOVE WS-PAGE-HEADER TO REPORT-LINE.
008520     WRITE REPORT-LINE.
008530     MOVE WS-GRP-FIRST-T TO LU-FIRST-T.
008540     MOVE WS-GRP-LAST-T TO LU-ACT-T.
008550     MOVE WS-GRP-STEPS TO LU-STEPS.
008560     MOVE WS-GRP-FED-STEPS TO LU-FED.
008570     MOVE WS-LEADUP-LINE TO REPORT-LINE.
008580     WRITE REPORT-LINE.
008590     MOVE WS-GRP-FIRST-FP TO FP-FIRST.
008600     MOVE WS-GRP-LAST-FP TO FP-ACT.
008610     COMPUTE FP-RISE = WS-GRP-LAST-FP - WS-GRP-FIRST-FP.
008620     MOVE WS-FP-LINE TO REPORT-LINE.
008630     WRITE REPORT-LINE.
008640     MOVE WS-FEED-RISE TO SP-FEED.
008650     MOVE WS-MODEL-RISE TO SP-MODEL.
008660     MOVE WS-SHARE TO SP-SHARE.
008670     MOVE WS-SPLIT-LINE TO REPORT-LINE.
008680     WRITE REPORT-LINE.
008690     MOVE WS-CLASS TO CL-CLASS.
008700     EVALUATE WS-LEAD-DEVICE
008710         WHEN ZERO
008720             MOVE "NONE" TO CL-DEVICE
008730         WHEN 1
008740             MOVE "NOT IN CHANMAP" TO CL-DEVICE
008750         WHEN OTHER
008760             COMPUTE WS-DEVICE-NO = WS-LEAD-DEVICE - 1
008770             MOVE "DEVICE" TO CL-DEVICE
008780             MOVE WS-DEVICE-NO TO CL-DEVICE (8:1)
008790     END-EVALUATE.
008800     MOVE WS-CLASS-LINE TO REPORT-LINE.
008810     WRITE REPORT-LINE.
008820     IF WS-GRP-FED-STEPS = ZERO
008830         MOVE WS-UNFED-LINE TO REPORT-LINE
008840         WRITE REPORT-LINE
008850     END-IF.
008860 3300-EXIT.
008870     EXIT.

008880*----------------------------------------------------------------
008890 3400-PRINT-ONE-CHANNEL.
008900*    REPEATED MAX SCAN OVER THE FEED CONTRIBUTIONS, AS IN
008910*    WITNESS-POSTMORT'S SWING LIST.  ONLY A CHANNEL WHOSE FEED
008920*    PART PUSHED FIELDPRINT UP IS RANKED.
008930*----------------------------------------------------------------
008940     MOVE ZERO TO WS-BEST-CONTRIB.
008950     MOVE ZERO TO WS-BEST-INDEX.
008960     PERFORM VARYING J FROM 1 BY 1 UNTIL J > NUM-VARS
008970         IF CT-RANKED-SW(J) NOT = "Y"
008980                 AND CT-CONTRIB(J) > WS-BEST-CONTRIB
008990             MOVE CT-CONTRIB(J) TO WS-BEST-CONTRIB
009000             MOVE J TO WS-BEST-INDEX
009010         END-IF
009020     END-PERFORM.
009030     IF WS-BEST-INDEX = ZERO
009040         IF RANK-X = 1
009050             MOVE WS-NO-CHANNEL-LINE TO REPORT-LINE
009060             WRITE REPORT-LINE
009070         END-IF
009080         MOVE WS-TOP-N TO RANK-X
009090         GO TO 3400-EXIT
009100     END-IF.
009110     MOVE "Y" TO CT-RANKED-SW(WS-BEST-INDEX).
009120     MOVE RANK-X TO CH-RANK.
009130     MOVE WS-BEST-INDEX TO CH-CHANNEL.
009140     IF CT-DEVICE(WS-BEST-INDEX) = ZERO
009150         MOVE "?" TO CH-DEVICE
009160     ELSE
009170         MOVE CT-DEVICE(WS-BEST-INDEX) TO CH-DEVICE
009180     END-IF.
009190     COMPUTE CH-READING = CT-LAST-READING(WS-BEST-INDEX)
009200         - CT-FIRST-READING(WS-BEST-INDEX).
009210     COMPUTE CH-I-CHANGE = CT-PREV-I(WS-BEST-INDEX)
009220         - CT-FIRST-I(WS-BEST-INDEX).
009230     MOVE CT-FEED(WS-BEST-INDEX) TO CH-FEED.
009240     MOVE CT-CONTRIB(WS-BEST-INDEX) TO CH-CONTRIB.
009250     MOVE WS-CHANNEL-LINE TO REPORT-LINE.
009260     WRITE REPORT-LINE.
009270     COMPUTE DEV-X = CT-DEVICE(WS-BEST-INDEX) + 1.
009280     ADD 1 TO DV-TOP-PLACES(DEV-X).
009290 3400-EXIT.
009300     EXIT.

009310*----------------------------------------------------------------
009320 9000-TERMINATE.
009330*----------------------------------------------------------------
009340     CLOSE EVENT-WINDOW-FILE.
009350     IF SENSVAL-AVAILABLE
009360         CLOSE SENSOR-VALID-FILE
009370     END-IF.
009380     MOVE SPACES TO REPORT-LINE.
009390     WRITE REPORT-LINE.
009400     IF WS-PAGE-COUNT = ZERO
009410         MOVE WS-NO-WINDOW-LINE TO REPORT-LINE
009420         WRITE REPORT-LINE
009430         GO TO 9000-SUMMARY
009440     END-IF.
009450     MOVE WS-DEVICE-HEADING TO REPORT-LINE.
009460     WRITE REPORT-LINE.
009470     MOVE WS-DEVICE-HEADING-2 TO REPORT-LINE.
009480     WRITE REPORT-LINE.
009490     PERFORM 9100-PRINT-ONE-DEVICE THRU 9100-EXIT
009500         VARYING DEV-X FROM 2 BY 1 UNTIL DEV-X > 4.
009510     MOVE 1 TO DEV-X.
009520     PERFORM 9100-PRINT-ONE-DEVICE THRU 9100-EXIT.
009530 9000-SUMMARY.
009540     MOVE SPACES TO REPORT-LINE.
009550     WRITE REPORT-LINE.
009560     MOVE "ACTIVATIONS ATTRIBUTED" TO SL-LABEL.
009570     MOVE WS-PAGE-COUNT TO SL-COUNT.
009580     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009590     MOVE "  FEED-DRIVEN" TO SL-LABEL.
009600     MOVE WS-FEED-COUNT TO SL-COUNT.
009610     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009620     MOVE "  MODEL-DRIVEN" TO SL-LABEL.
009630     MOVE WS-MODEL-COUNT TO SL-COUNT.
009640     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009650     MOVE "    NO FRAME IN LEAD-UP" TO SL-LABEL.
009660     MOVE WS-UNFED-COUNT TO SL-COUNT.
009670     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009680     MOVE "  MIXED" TO SL-LABEL.
009690     MOVE WS-MIXED-COUNT TO SL-COUNT.
009700     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009710     MOVE "FRAMES NOT FOUND ON SENSVAL" TO SL-LABEL.
009720     MOVE WS-FRAMES-MISSING TO SL-COUNT.
009730     PERFORM 9900-WRITE-SUMMARY THRU 9900-EXIT.
009740     CLOSE REPORT-FILE.
009750     DISPLAY "WITNESS-ATTRIB: " WS-PAGE-COUNT
009760         " ACTIVATIONS ATTRIBUTED - " WS-FEED-COUNT " FEED, "
009770         WS-MODEL-COUNT " MODEL, " WS-MIXED-COUNT " MIXED".
009780     IF WS-FRAMES-MISSING > ZERO
009790         DISPLAY "WITNESS-ATTRIB: " WS-FRAMES-MISSING
009800             " FRAMES NOT ON SENSVAL - CHECK IT IS THE RUN'S "
009810             "CAPTURE"
009820     END-IF.
009830 9000-EXIT.
009840     EXIT.

009850*----------------------------------------------------------------
009860 9100-PRINT-ONE-DEVICE.
009870*----------------------------------------------------------------
009880     IF DEV-X = 1
009890         MOVE "NOT IN CHANMAP" TO DL-DEVICE
009900     ELSE
009910         COMPUTE WS-DEVICE-NO = DEV-X - 1
009920         MOVE "DEVICE" TO DL-DEVICE
009930         MOVE WS-DEVICE-NO TO DL-DEVICE (8:1)
009940     END-IF.
009950     MOVE DV-RUN-CONTRIB(DEV-X) TO DL-CONTRIB.
009960     MOVE DV-LED(DEV-X) TO DL-LED.
009970     MOVE DV-LED-FEED(DEV-X) TO DL-LED-FEED.
009980     MOVE DV-TOP-PLACES(DEV-X) TO DL-TOP.
009990     MOVE WS-DEVICE-LINE TO REPORT-LINE.
010000     WRITE REPORT-LINE.
010010 9100-EXIT.
010020     EXIT.

010030*----------------------------------------------------------------
010040 9900-WRITE-SUMMARY.
010050*----------------------------------------------------------------
010060     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010070     WRITE REPORT-LINE.
010080 9900-EXIT.
010090     EXIT.
