000494*                  (CC2-KAIROS-MODE / CC2-KAIROS-GAIN - SEE
000496*                  COPY/CTLCARD.CPY).  A ONE-CARD DECK PASSES
000498*                  UNREMARKED.
      * 2026-10-15  DLA  VALIDATES THE OPTIONAL TOPOCFG COUPLING
      *                  TOPOLOGY FILE: LINK TYPE, ENDPOINTS INSIDE
      *                  THE ACTIVE POPULATION (OR THE CLUSTRCF RECORDS
      *                  FOR A CLUSTER BLOCK), NO SELF-LINKS, WEIGHT
      *                  0-2.00000 WITH ZERO ONLY ON A PURE CUT, AND THE
      *                  500-LINK CAP RWD-DYNAMICS HOLDS.
      * 2026-10-15  DLA  VALIDATES THE OPTIONAL KLADDER KAIROS
      *                  CORRECTION LADDER: RUNGS NUMBERED 1 UP IN
      *                  ORDER, NINE AT MOST, SCOPE G OR C, GAIN NOT
      *                  ABOVE 1.00000.  A ZERO WAIT BELOW THE TOP RUNG
      *                  WARNS - THE LADDER WOULD NEVER CLIMB PAST IT.
      * 2026-10-15  DLA  CC2-KAIROS-SHADOW MUST BE Y, N OR BLANK; A
      *                  SHADOW (OBSERVE-ONLY) CARD IS NOTED ON VALRPT.
      * 2026-10-15  DLA  CC2-ASSIM-MODE MUST BE S, T OR BLANK.  UNDER
      *                  T THE ANCHOR MUST BE BLANK OR A VALID
      *                  YYYYMMDDHHMMSS AND THE SCALE BLANK OR NUMERIC;
      *                  A TIME-ALIGNED CARD IS NOTED ON VALRPT.
      * 2026-10-15  DLA  A DECK STAGED FROM A RUNCAL PROFILE IS NOTED ON
      *                  VALRPT WITH THE PROFILE NAME (CC2-PROFILE,
      *                  PUNCHED BY WITNESS-CALSTG), SO THE REPORT SAYS
      *                  WHICH PROFILE'S CARDS IT PASSED.
      * 2026-10-15  DLA  APPROVED-CONFIGURATION CHECK.  CONTROLCD,
      *                  TUNECFG, CLUSTRCF AND KSCHED ARE HASHED THROUGH
      *                  WITNESS-CFGHASH AND MATCHED AGAINST THE APRCFG
      *                  MASTER (COPY APRREC); A FILE THAT MATCHES NO
      *                  APPROVED VERSION IN EFFECT TODAY IS AN ERROR
      *                  (OPSLOG CFGHOLD) AND HOLDS THE JOB, UNLESS
      *                  TODAY'S OVRCARD NAMES A CHANGE TICKET AND
      *                  APPROVER - THEN IT WARNS (OPSLOG CFGOVRD).  THE
      *                  VERSIONS AND ANY OVERRIDE TICKET GO TO THE
      *                  APRSTMP STAMP (COPY APSREC) FOR WITNESS-SEED-3
      *                  TO CARRY ON THE REGISTRY ENTRY.
      * 2026-10-15  DLA  CHARGEBACK CHECK.  CC2-COST-CENTER AND
      *                  CC2-PROJECT ARE CHECKED AGAINST THE CCMAST
      *                  COST-CENTER MASTER THROUGH WITNESS-CCCHK: AN
      *                  UNKNOWN OR CLOSED COST CENTER OR PROJECT IS AN
      *                  ERROR, A DECK WITH NONE (INCLUDING A ONE-CARD
      *                  DECK) A WARNING THAT THE RUN BILLS AS
      *                  UNASSIGNED.
      * 2026-10-15  DLA  OPTIONAL THIRD CONTROLCD CARD - THE OUTPUT
      *                  CADENCES (1080-VALIDATE-CARD-3).  A CADENCE
      *                  THAT IS NEITHER NUMERIC NOR BLANK, OR A
      *                  STATELKP CADENCE THAT IS NOT A MULTIPLE OF THE
      *                  CHECKPOINT CADENCE, FAILS THE DECK; A
      *                  CHECKPOINT CADENCE UNDER 100 STEPS OR PAST
      *                  CC-NUM-STEPS IS A WARNING.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000630     SELECT TUNING-CONFIG-FILE ASSIGN TO "TUNECFG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-TUNE-STATUS.
           SELECT TOPOLOGY-FILE ASSIGN TO "TOPOCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOPO-STATUS.
           SELECT LADDER-FILE ASSIGN TO "KLADDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLADDER-STATUS.
           SELECT APPROVED-CONFIG-FILE ASSIGN TO "APRCFG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-KEY
               FILE STATUS IS WS-APRCFG-STATUS.
           SELECT OVERRIDE-CARD-FILE ASSIGN TO "OVRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT APPROVAL-STAMP-FILE ASSIGN TO "APRSTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APS-STATUS.
000660     SELECT VALIDATION-REPORT-FILE ASSIGN TO "VALRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-VALRPT-STATUS.
000890     05  TUNE-NOISE-AMP      PIC 9V9(05).
000892     05  TUNE-RADIUS         PIC 9(04).

       FD  TOPOLOGY-FILE
           RECORDING MODE IS F.
       01  TOPOLOGY-RECORD.
           05  TOPO-TYPE           PIC X(01).
           05  TOPO-FROM           PIC 9(04).
           05  TOPO-TO             PIC 9(04).
           05  TOPO-WEIGHT         PIC 9V9(05).
           05  TOPO-SUPPRESS       PIC X(01).
           05  FILLER              PIC X(64).

       FD  LADDER-FILE
           RECORDING MODE IS F.
       01  LADDER-RECORD.
           05  LDR-RUNG            PIC 9(02).
           05  LDR-SCOPE           PIC X(01).
           05  LDR-GAIN            PIC 9(01)V9(05).
           05  LDR-WAIT            PIC 9(05).
           05  FILLER              PIC X(66).

       FD  APPROVED-CONFIG-FILE.
           COPY APRREC.

       FD  OVERRIDE-CARD-FILE
           RECORDING MODE IS F.
       01  OVERRIDE-CARD-IMAGE     PIC X(80).

       FD  APPROVAL-STAMP-FILE
           RECORDING MODE IS F.
       01  APPROVAL-STAMP-IMAGE    PIC X(80).
000900 FD  VALIDATION-REPORT-FILE.
000910 01  VALIDATION-REPORT-LINE  PIC X(80).

001000     88  KSCHED-STATUS-EOF   VALUE "10".
001010 01  WS-TUNE-STATUS          PIC X(02) VALUE SPACES.
001020     88  TUNE-STATUS-OK      VALUE "00".
001021 01  WS-TOPO-STATUS          PIC X(02) VALUE SPACES.
001022     88  TOPO-STATUS-OK      VALUE "00".
001024     88  TOPO-STATUS-EOF     VALUE "10".
001025 01  WS-KLADDER-STATUS       PIC X(02) VALUE SPACES.
001027     88  KLADDER-STATUS-OK   VALUE "00".
001028     88  KLADDER-STATUS-EOF  VALUE "10".
001030 01  WS-VALRPT-STATUS        PIC X(02) VALUE SPACES.
001031 01  WS-APRCFG-STATUS        PIC X(02) VALUE SPACES.
001032     88  APRCFG-STATUS-OK    VALUE "00".
001033     88  APRCFG-STATUS-EOF   VALUE "10".
001035 01  WS-OVR-STATUS           PIC X(02) VALUE SPACES.
001036     88  OVR-STATUS-OK       VALUE "00".
001037 01  WS-APS-STATUS           PIC X(02) VALUE SPACES.
001038     88  APS-STATUS-OK       VALUE "00".

001040 01  WS-CARD-PRESENT-SW      PIC X(01) VALUE "N".
001050     88  CARD-PRESENT        VALUE "Y".
001120*----------------------------------------------------------------
001130 01  WS-EFF-NUM-VARS         PIC 9(4) VALUE 1000.
001140 01  WS-EFF-NUM-STEPS        PIC 9(7) VALUE 1000000.
001142 01  WS-EFF-CKPT-EVERY       PIC 9(05) VALUE 1000.
001144 01  WS-EFF-SEEDOUT-EVERY    PIC 9(05) VALUE 1000.
001146 01  WS-EFF-STATE-EVERY      PIC 9(05) VALUE 1000.
001148 01  WS-EFF-CLSTMET-EVERY    PIC 9(05) VALUE 1000.

001150*----------------------------------------------------------------
001160* RANGE TABLES FOR OVERLAP CHECKING.  50 ENTRIES EACH, MATCHING
001310 01  WS-RECORD-NO            PIC 9(4) VALUE ZERO.
001320 01  WS-COVERED-COUNT        PIC 9(7).
001330 01  COVER-X                 PIC 9(7).
      *----------------------------------------------------------------
      * TOPOCFG CHECKING.  CLUSTER BLOCKS NAME CLUSTRCF RECORDS BY
      * POSITION, AND RWD-DYNAMICS NUMBERS ONLY THE FIRST 50 OF THEM.
      *----------------------------------------------------------------
       01  WS-CLUS-RECORDS         PIC 9(4) VALUE ZERO.
       01  WS-TOPO-LINK-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-TOPO-BLOCK-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-TOPO-LIMIT           PIC 9(4).
       01  WS-LADDER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-LADDER-LAST-WAIT     PIC 9(5) VALUE ZERO.
      *----------------------------------------------------------------
      * APPROVED-CONFIGURATION CHECK.  THE FILE NAMES ARE THE APR-FILE
      * KEY VALUES, IN APS-VERSION ORDER.
      *----------------------------------------------------------------
       01  WS-APR-TODAY            PIC 9(08).
       01  WS-APR-FILE-NAMES       PIC X(32)
               VALUE "CONTROL TUNECFG CLUSTRCFKSCHED  ".
       01  WS-APR-FILE-TABLE REDEFINES WS-APR-FILE-NAMES.
           05  WS-APR-FILE-NAME    OCCURS 4 TIMES PIC X(08).
       01  APR-X                   PIC 9(01).
       01  WS-CFH-HASH             PIC 9(09).
       01  WS-CFH-CARDS            PIC 9(05).
       01  WS-CFH-PRESENT          PIC X(01).
       01  WS-APR-MATCH            PIC 9(04).
       01  WS-APR-MATCH-TICKET     PIC X(12).
       01  WS-APR-CURRENT          PIC 9(04).
       01  WS-APR-SCAN-SW          PIC X(01).
           88  APR-SCAN-DONE       VALUE "Y".
       01  WS-APR-MASTER-SW        PIC X(01) VALUE "N".
           88  APR-MASTER-OPEN     VALUE "Y".
       01  WS-OVR-SW               PIC X(01) VALUE "N".
           88  OVERRIDE-VALID      VALUE "Y".
       01  WS-OVR-USED-SW          PIC X(01) VALUE "N".
           88  OVERRIDE-USED       VALUE "Y".
       01  WS-APR-HOLD-COUNT       PIC 9(01) VALUE ZERO.
      *----------------------------------------------------------------
      * CHARGEBACK CHECK (WITNESS-CCCHK).  SPACES UNLESS A SECOND CARD
      * WAS READ.
      *----------------------------------------------------------------
       01  WS-CARD-2-SW            PIC X(01) VALUE "N".
           88  CARD-2-READ         VALUE "Y".
       01  WS-CCK-COST-CENTER      PIC X(05) VALUE SPACES.
       01  WS-CCK-PROJECT          PIC X(06) VALUE SPACES.
       01  WS-CCK-RESULT           PIC X(01).
       01  WS-CCK-TEXT             PIC X(40).
       01  WS-CCK-GL-ACCOUNT       PIC X(10).
      *----------------------------------------------------------------
      * OVRCARD - THE ONE-NIGHT OVERRIDE.  IT COUNTS ONLY ON OVR-DATE
      * AND ONLY WITH A TICKET AND AN APPROVER PUNCHED, SO A CARD LEFT
      * IN THE DATASET CANNOT CARRY AN UNAPPROVED FILE INTO A SECOND
      * NIGHT.
      *----------------------------------------------------------------
       01  OVERRIDE-CARD-RECORD.
           05  OVR-DATE            PIC X(08).
           05  FILLER              PIC X(01).
           05  OVR-TICKET          PIC X(12).
           05  FILLER              PIC X(01).
           05  OVR-APPROVER        PIC X(08).
           05  FILLER              PIC X(01).
           05  OVR-REASON          PIC X(40).
           05  FILLER              PIC X(09).
           COPY APSREC.
       01  WS-EVL-PROGRAM          PIC X(12) VALUE "INIT".
       01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
       01  WS-EVL-CODE             PIC X(08).
       01  WS-EVL-SEVERITY         PIC X(01).
       01  WS-EVL-TEXT             PIC X(60).
       01  WS-ASSIM-ANCHOR         PIC X(14).
       01  WS-ASSIM-ANCHOR-R REDEFINES WS-ASSIM-ANCHOR.
           05  WS-ASSIM-DATE       PIC 9(08).
           05  WS-ASSIM-HH         PIC 9(02).
           05  WS-ASSIM-MM         PIC 9(02).
           05  WS-ASSIM-SS         PIC 9(02).

001340 01  WS-FINDING-LINE.
001350     05  VF-SEVERITY         PIC X(01).
001510     PERFORM 2000-VALIDATE-TUNECFG THRU 2000-EXIT.
001520     PERFORM 3000-VALIDATE-CLUSTRCF THRU 3000-EXIT.
001530     PERFORM 4000-VALIDATE-KSCHED THRU 4000-EXIT.
001532     PERFORM 4500-VALIDATE-TOPOCFG THRU 4500-EXIT.
001534     PERFORM 4700-VALIDATE-KLADDER THRU 4700-EXIT.
001536     PERFORM 4800-CHECK-APPROVALS THRU 4800-EXIT.
001540     PERFORM 5000-WRITE-VERDICT THRU 5000-EXIT.
001550     CLOSE VALIDATION-REPORT-FILE.
001560     IF WS-ERROR-COUNT > ZERO
002280         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
002290     END-IF.
002292     PERFORM 1050-VALIDATE-CARD-2 THRU 1050-EXIT.
002294     PERFORM 1055-VALIDATE-CARD-2-OPTS THRU 1055-EXIT.
002296     PERFORM 1070-VALIDATE-CHARGEBACK THRU 1070-EXIT.
002298     PERFORM 1080-VALIDATE-CARD-3 THRU 1080-EXIT.
002300     DISPLAY "WITNESS-INIT: CONTROLCD READ - NUM-VARS="
002310         CC-NUM-VARS " NUM-STEPS=" CC-NUM-STEPS " DT=" CC-DT
002320         " TAU-C=" CC-TAU-C " RESTART=" CC-RESTART-FLAG.
002990     PERFORM 3100-CHECK-ONE-CLUSTER THRU 3100-EXIT
003000         UNTIL CLUSTER-STATUS-EOF.
003010     CLOSE CLUSTER-CONFIG-FILE.
003015     MOVE WS-RECORD-NO TO WS-CLUS-RECORDS.
003020     PERFORM 3300-CHECK-COVERAGE THRU 3300-EXIT.
003030 3000-EXIT.
003040     EXIT.
005120     EXIT.

005130*----------------------------------------------------------------
005131 8300-LOG-EVENT.
005132*----------------------------------------------------------------
005133     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
005135         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
005136 8300-EXIT.
005137     EXIT.

005138*----------------------------------------------------------------
005140 1050-VALIDATE-CARD-2.
005150*    OPTIONAL SECOND CONTROLCD CARD (SEE COPY/CTLCARD.CPY).  A
005160*    ONE-CARD DECK IS THE NORM AND IS NOT REPORTED; A SECOND
005200         AT END
005210             GO TO 1050-EXIT
005220     END-READ.
005222     SET CARD-2-READ TO TRUE.
005224     MOVE CC2-COST-CENTER TO WS-CCK-COST-CENTER.
005226     MOVE CC2-PROJECT TO WS-CCK-PROJECT.
005230     MOVE "CONTROL" TO VF-SOURCE.
005240     MOVE 2 TO VF-RECORD-NO.
005250     IF CC2-KAIROS-MODE NOT = "G" AND CC2-KAIROS-MODE NOT = "C"
005518     END-IF.
005519 1050-EXIT.
005521     EXIT.

005530*----------------------------------------------------------------
005540 1055-VALIDATE-CARD-2-OPTS.
005550*    THE LATER SECOND-CARD OPTIONS - KAIROS SHADOW, ASSIMILATION
005560*    MODE AND THE RUNCAL PROFILE THE DECK WAS STAGED FROM.  ONLY
005570*    CHECKED WHEN A SECOND CARD WAS READ.
005580*----------------------------------------------------------------
005590     IF NOT CARD-2-READ
005600         GO TO 1055-EXIT
005610     END-IF.
005620     MOVE "CONTROL" TO VF-SOURCE.
005630     MOVE 2 TO VF-RECORD-NO.
005640     IF CC2-KAIROS-SHADOW NOT = "Y"
005650             AND CC2-KAIROS-SHADOW NOT = "N"
005660             AND CC2-KAIROS-SHADOW NOT = SPACE
005670         MOVE "CC2-KAIROS-SHADOW MUST BE Y, N OR BLANK"
005680             TO VF-TEXT
005690         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005700     END-IF.
005710     IF CC2-KAIROS-SHADOW = "Y"
005720         MOVE "SHADOW RUN - TRIGGER EVALUATED, NO CORRECTION"
005730             TO VF-TEXT
005740         PERFORM 8100-REPORT-INFO THRU 8100-EXIT
005750     END-IF.
005760     IF CC2-ASSIM-MODE NOT = "S" AND CC2-ASSIM-MODE NOT = "T"
005770             AND CC2-ASSIM-MODE NOT = SPACE
005780         MOVE "CC2-ASSIM-MODE MUST BE S, T OR BLANK" TO VF-TEXT
005790         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
005800     END-IF.
005810     IF CC2-ASSIM-MODE = "T"
005820         PERFORM 1060-EDIT-ASSIM-CLOCK THRU 1060-EXIT
005830     END-IF.
005840     IF CC2-PROFILE NOT = SPACES
005850         MOVE SPACES TO VF-TEXT
005860         STRING "DECK STAGED FROM RUNCAL PROFILE " CC2-PROFILE
005870             DELIMITED BY SIZE INTO VF-TEXT
005880         PERFORM 8100-REPORT-INFO THRU 8100-EXIT
005890     END-IF.
005900 1055-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930 1060-EDIT-ASSIM-CLOCK.
005940*    TIME-ALIGNED ASSIMILATION.  A BLANK ANCHOR IS TAKEN FROM THE
005950*    FIRST FRAME AT RUN TIME; ANYTHING ELSE MUST BE A REAL
005960*    YYYYMMDDHHMMSS, OR WITNESS-SEED-3 WOULD QUIETLY FALL BACK TO
005970*    THE FIRST FRAME INSTEAD OF THE CLOCK THE CARD ASKED FOR.
005980*----------------------------------------------------------------
005990     IF CC2-ASSIM-SCALE NOT = SPACES
006000             AND CC2-ASSIM-SCALE IS NOT NUMERIC
006010         MOVE "CC2-ASSIM-SCALE MUST BE NUMERIC OR BLANK"
006020             TO VF-TEXT
006030         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006040     END-IF.
006050     MOVE CC2-ASSIM-ANCHOR TO WS-ASSIM-ANCHOR.
006060     IF WS-ASSIM-ANCHOR NOT = SPACES
006070         IF WS-ASSIM-ANCHOR IS NOT NUMERIC
006080             MOVE "CC2-ASSIM-ANCHOR MUST BE YYYYMMDDHHMMSS/BLANK"
006090                 TO VF-TEXT
006100             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006110             GO TO 1060-EXIT
006120         END-IF
006130         IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASSIM-DATE) NOT = ZERO
006140                 OR WS-ASSIM-HH > 23 OR WS-ASSIM-MM > 59
006150                 OR WS-ASSIM-SS > 59
006160             MOVE "CC2-ASSIM-ANCHOR IS NOT A VALID DATE AND TIME"
006170                 TO VF-TEXT
006180             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006190             GO TO 1060-EXIT
006200         END-IF
006210     END-IF.
006220     MOVE "TIME-ALIGNED ASSIMILATION - FRAMES PACED BY CAPTURE TS"
006230         TO VF-TEXT.
006240     PERFORM 8100-REPORT-INFO THRU 8100-EXIT.
006250 1060-EXIT.
006260     EXIT.

006270*----------------------------------------------------------------
006280 1070-VALIDATE-CHARGEBACK.
006290*    THE COST CENTER AND PROJECT THE RUN WILL BE BILLED TO (SEE
006300*    WITNESS-CCCHK).  A ONE-CARD DECK HAS NEITHER, SO IT IS
006310*    REPORTED AGAINST CARD 1.
006320*----------------------------------------------------------------
006330     MOVE "CONTROL" TO VF-SOURCE.
006340     IF CARD-2-READ
006350         MOVE 2 TO VF-RECORD-NO
006360     ELSE
006370         MOVE 1 TO VF-RECORD-NO
006380     END-IF.
006390     CALL "WITNESS-CCCHK" USING WS-CCK-COST-CENTER WS-CCK-PROJECT
006400         WS-CCK-RESULT WS-CCK-TEXT WS-CCK-GL-ACCOUNT.
006410     MOVE SPACES TO VF-TEXT.
006420     EVALUATE WS-CCK-RESULT
006430         WHEN "V"
006440             STRING "CHARGED TO COST CENTER " WS-CCK-COST-CENTER
006450                 " PROJECT " WS-CCK-PROJECT
006460                 DELIMITED BY SIZE INTO VF-TEXT
006470             PERFORM 8100-REPORT-INFO THRU 8100-EXIT
006480         WHEN "U"
006490             MOVE WS-CCK-TEXT TO VF-TEXT
006500             PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
006510         WHEN OTHER
006520             STRING WS-CCK-TEXT DELIMITED BY "  "
006530                 " - " WS-CCK-COST-CENTER "/" WS-CCK-PROJECT
006540                 DELIMITED BY SIZE INTO VF-TEXT
006550             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006560     END-EVALUATE.
006570 1070-EXIT.
006580     EXIT.

006590*----------------------------------------------------------------
006600 1080-VALIDATE-CARD-3.
006610*    OPTIONAL THIRD CONTROLCD CARD - THE OUTPUT CADENCES (SEE
006620*    COPY/CTLCARD.CPY), ONLY EVER BEHIND A SECOND CARD.  THE
006630*    CADENCES ARE WORKED OUT THE WAY WITNESS-SEED-3 APPLIES THEM
006640*    AND CHECKED FOR WHAT WOULD BREAK A RESTART OR A REPLAY.  A
006650*    STATELKP RECORD BETWEEN TWO CHECKPOINTS IS A REPLAY START
006660*    POINT NO RESTART CAN REACH, SO THE STATELKP CADENCE MUST BE
006670*    A MULTIPLE OF THE CHECKPOINT CADENCE.
006680*----------------------------------------------------------------
006690     IF NOT CARD-2-READ
006700         GO TO 1080-EXIT
006710     END-IF.
006720     READ CONTROL-CARD-FILE
006730         AT END
006740             GO TO 1080-EXIT
006750     END-READ.
006760     MOVE "CONTROL" TO VF-SOURCE.
006770     MOVE 3 TO VF-RECORD-NO.
006780     IF CC3-CKPT-EVERY NOT = SPACES
006790             AND CC3-CKPT-EVERY IS NOT NUMERIC
006800         MOVE "CC3-CKPT-EVERY MUST BE NUMERIC OR BLANK" TO VF-TEXT
006810         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006820     END-IF.
006830     IF CC3-SEEDOUT-EVERY NOT = SPACES
006840             AND CC3-SEEDOUT-EVERY IS NOT NUMERIC
006850         MOVE "CC3-SEEDOUT-EVERY MUST BE NUMERIC OR BLANK"
006860             TO VF-TEXT
006870         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006880     END-IF.
006890     IF CC3-STATE-EVERY NOT = SPACES
006900             AND CC3-STATE-EVERY IS NOT NUMERIC
006910         MOVE "CC3-STATE-EVERY MUST BE NUMERIC OR BLANK"
006920             TO VF-TEXT
006930         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
006940     END-IF.
006950     IF CC3-CLSTMET-EVERY NOT = SPACES
006960             AND CC3-CLSTMET-EVERY IS NOT NUMERIC
006970         MOVE "CC3-CLSTMET-EVERY MUST BE NUMERIC OR BLANK"
006980             TO VF-TEXT
006990         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
007000     END-IF.
007010     IF CC3-CKPT-EVERY IS NUMERIC AND CC3-CKPT-EVERY > ZERO
007020         MOVE CC3-CKPT-EVERY TO WS-EFF-CKPT-EVERY
007030     END-IF.
007040     MOVE WS-EFF-CKPT-EVERY TO WS-EFF-STATE-EVERY.
007050     IF CC3-STATE-EVERY IS NUMERIC AND CC3-STATE-EVERY > ZERO
007060         MOVE CC3-STATE-EVERY TO WS-EFF-STATE-EVERY
007070     END-IF.
007080     IF CC3-SEEDOUT-EVERY IS NUMERIC AND CC3-SEEDOUT-EVERY > ZERO
007090         MOVE CC3-SEEDOUT-EVERY TO WS-EFF-SEEDOUT-EVERY
007100     END-IF.
007110     IF CC3-CLSTMET-EVERY IS NUMERIC AND CC3-CLSTMET-EVERY > ZERO
007120         MOVE CC3-CLSTMET-EVERY TO WS-EFF-CLSTMET-EVERY
007130     END-IF.
007140     IF FUNCTION MOD(WS-EFF-STATE-EVERY, WS-EFF-CKPT-EVERY)
007150             NOT = ZERO
007160         MOVE "STATELKP CADENCE NOT A MULTIPLE OF CKPT CADENCE"
007170             TO VF-TEXT
007180         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
007190     END-IF.
007200     IF WS-EFF-CKPT-EVERY < 100
007210         MOVE "CHECKPOINT CADENCE UNDER 100 STEPS"
007220             TO VF-TEXT
007230         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
007240     END-IF.
007250     IF WS-EFF-CKPT-EVERY > WS-EFF-NUM-STEPS
007260         MOVE "CHECKPOINT CADENCE PAST CC-NUM-STEPS - NONE TAKEN"
007270             TO VF-TEXT
007280         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
007290     END-IF.
007300     MOVE SPACES TO VF-TEXT.
007310     STRING "CADENCES - CKPT " WS-EFF-CKPT-EVERY
007320         " SEEDOUT " WS-EFF-SEEDOUT-EVERY
007330         " STATELKP " WS-EFF-STATE-EVERY
007340         " CLSTMET " WS-EFF-CLSTMET-EVERY
007350         DELIMITED BY SIZE INTO VF-TEXT.
007360     PERFORM 8100-REPORT-INFO THRU 8100-EXIT.
007370 1080-EXIT.
007380     EXIT.

007390*----------------------------------------------------------------
007400 4500-VALIDATE-TOPOCFG.
007410*    EACH LINK IS CHECKED ON ITS OWN - THE SAME PAIR TWICE IS
007420*    LEGAL AND SIMPLY ADDS TWICE.  RWD-DYNAMICS SKIPS A RECORD
007430*    THAT FAILS THESE CHECKS, SO ANY FAILURE IS AN ERROR: THE
007440*    RUN WOULD NOT HAVE THE TOPOLOGY THE FILE DESCRIBES.
007450*----------------------------------------------------------------
007460     OPEN INPUT TOPOLOGY-FILE.
007470     IF NOT TOPO-STATUS-OK
007480         MOVE "TOPOCFG" TO VF-SOURCE
007490         MOVE ZERO TO VF-RECORD-NO
007500         MOVE "NO TOPOCFG - RING COUPLING ONLY" TO VF-TEXT
007510         PERFORM 8100-REPORT-INFO THRU 8100-EXIT
007520         GO TO 4500-EXIT
007530     END-IF.
007540     MOVE ZERO TO WS-RECORD-NO.
007550     PERFORM 4600-CHECK-ONE-LINK THRU 4600-EXIT
007560         UNTIL TOPO-STATUS-EOF.
007570     CLOSE TOPOLOGY-FILE.
007580     MOVE "TOPOCFG" TO VF-SOURCE.
007590     MOVE ZERO TO VF-RECORD-NO.
007600     MOVE SPACES TO VF-TEXT.
007610     STRING "EXTRA LINKS: " WS-TOPO-LINK-COUNT " OSCILLATOR, "
007620         WS-TOPO-BLOCK-COUNT " CLUSTER BLOCK"
007630         DELIMITED BY SIZE INTO VF-TEXT.
007640     PERFORM 8100-REPORT-INFO THRU 8100-EXIT.
007650 4500-EXIT.
007660     EXIT.

007670*----------------------------------------------------------------
007680 4600-CHECK-ONE-LINK.
007690*----------------------------------------------------------------
007700     READ TOPOLOGY-FILE
007710         AT END
007720             SET TOPO-STATUS-EOF TO TRUE
007730             GO TO 4600-EXIT
007740     END-READ.
007750     ADD 1 TO WS-RECORD-NO.
007760     MOVE "TOPOCFG" TO VF-SOURCE.
007770     MOVE WS-RECORD-NO TO VF-RECORD-NO.
007780     IF TOPO-TYPE NOT = "O" AND TOPO-TYPE NOT = "C"
007790         MOVE "LINK TYPE MUST BE O (OSCILLATOR) OR C (CLUSTER)"
007800             TO VF-TEXT
007810         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
007820         GO TO 4600-EXIT
007830     END-IF.
007840     IF TOPO-FROM NOT NUMERIC OR TOPO-TO NOT NUMERIC
007850             OR TOPO-WEIGHT NOT NUMERIC
007860         MOVE "ENDPOINT OR WEIGHT NOT NUMERIC" TO VF-TEXT
007870         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
007880         GO TO 4600-EXIT
007890     END-IF.
007900     IF TOPO-TYPE = "O"
007910         MOVE WS-EFF-NUM-VARS TO WS-TOPO-LIMIT
007920         ADD 1 TO WS-TOPO-LINK-COUNT
007930         IF WS-TOPO-LINK-COUNT = 501
007940             MOVE
007950                 "MORE THAN 500 OSCILLATOR LINKS - EXTRAS IGNORED"
007960                 TO VF-TEXT
007970             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
007980         END-IF
007990     ELSE
008000         MOVE WS-CLUS-RECORDS TO WS-TOPO-LIMIT
008010         IF WS-TOPO-LIMIT > 50
008020             MOVE 50 TO WS-TOPO-LIMIT
008030         END-IF
008040         ADD 1 TO WS-TOPO-BLOCK-COUNT
008050     END-IF.
008060     IF TOPO-FROM = ZERO OR TOPO-TO = ZERO
008070             OR TOPO-FROM > WS-TOPO-LIMIT
008080             OR TOPO-TO > WS-TOPO-LIMIT
008090         IF TOPO-TYPE = "O"
008100             MOVE "ENDPOINT OUTSIDE THE ACTIVE POPULATION"
008110                 TO VF-TEXT
008120         ELSE
008130             MOVE
008140                 "CLUSTER NOT AMONG THE FIRST 50 CLUSTRCF RECORDS"
008150                 TO VF-TEXT
008160         END-IF
008170         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008180     END-IF.
008190     IF TOPO-FROM = TOPO-TO
008200         MOVE "SELF-LINK - BOTH ENDS ARE THE SAME" TO VF-TEXT
008210         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008220     END-IF.
008230     IF TOPO-SUPPRESS NOT = "S" AND TOPO-SUPPRESS NOT = SPACE
008240         MOVE "SUPPRESS FLAG MUST BE S OR BLANK" TO VF-TEXT
008250         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008260     END-IF.
008270     IF TOPO-WEIGHT > 2.00000
008280         MOVE "WEIGHT ABOVE 2.00000" TO VF-TEXT
008290         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008300     END-IF.
008310     IF TOPO-WEIGHT = ZERO AND TOPO-SUPPRESS NOT = "S"
008320         MOVE "ZERO WEIGHT WITHOUT S - LINK WOULD DO NOTHING"
008330             TO VF-TEXT
008340         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008350     END-IF.
008360 4600-EXIT.
008370     EXIT.

008380*----------------------------------------------------------------
008390 4700-VALIDATE-KLADDER.
008400*    WITNESS-SEED-3 DROPS A RUNG THAT FAILS THESE CHECKS AND
008410*    EVERY RUNG ABOVE IT, SO A FAILURE IS AN ERROR.  THE WAIT OF
008420*    THE TOP RUNG IS NEVER USED, SO ONLY A ZERO WAIT BELOW IT IS
008430*    WORTH A WARNING.
008440*----------------------------------------------------------------
008450     OPEN INPUT LADDER-FILE.
008460     IF NOT KLADDER-STATUS-OK
008470         MOVE "KLADDER" TO VF-SOURCE
008480         MOVE ZERO TO VF-RECORD-NO
008490         MOVE "NO KLADDER - SINGLE CORRECTION PER EXCURSION"
008500             TO VF-TEXT
008510         PERFORM 8100-REPORT-INFO THRU 8100-EXIT
008520         GO TO 4700-EXIT
008530     END-IF.
008540     MOVE ZERO TO WS-RECORD-NO.
008550     PERFORM 4750-CHECK-ONE-RUNG THRU 4750-EXIT
008560         UNTIL KLADDER-STATUS-EOF.
008570     CLOSE LADDER-FILE.
008580     MOVE "KLADDER" TO VF-SOURCE.
008590     MOVE ZERO TO VF-RECORD-NO.
008600     MOVE SPACES TO VF-TEXT.
008610     STRING "CORRECTION LADDER OF " WS-LADDER-COUNT " RUNGS"
008620         DELIMITED BY SIZE INTO VF-TEXT.
008630     PERFORM 8100-REPORT-INFO THRU 8100-EXIT.
008640 4700-EXIT.
008650     EXIT.

008660*----------------------------------------------------------------
008670 4750-CHECK-ONE-RUNG.
008680*----------------------------------------------------------------
008690     READ LADDER-FILE
008700         AT END
008710             SET KLADDER-STATUS-EOF TO TRUE
008720             GO TO 4750-EXIT
008730     END-READ.
008740     ADD 1 TO WS-RECORD-NO.
008750     MOVE "KLADDER" TO VF-SOURCE.
008760     MOVE WS-RECORD-NO TO VF-RECORD-NO.
008770     IF LDR-RUNG NOT NUMERIC OR LDR-GAIN NOT NUMERIC
008780             OR LDR-WAIT NOT NUMERIC
008790         MOVE "RUNG, GAIN OR WAIT NOT NUMERIC" TO VF-TEXT
008800         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008810         GO TO 4750-EXIT
008820     END-IF.
008830     IF LDR-SCOPE NOT = "G" AND LDR-SCOPE NOT = "C"
008840         MOVE "SCOPE MUST BE G (GLOBAL) OR C (WORST CLUSTER)"
008850             TO VF-TEXT
008860         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008870         GO TO 4750-EXIT
008880     END-IF.
008890     IF LDR-RUNG NOT = WS-RECORD-NO
008900         MOVE "RUNG OUT OF SEQUENCE - LADDER STOPS BELOW IT"
008910             TO VF-TEXT
008920         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008930         GO TO 4750-EXIT
008940     END-IF.
008950     IF LDR-RUNG > 9
008960         MOVE "MORE THAN 9 RUNGS - EXTRAS IGNORED" TO VF-TEXT
008970         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
008980         GO TO 4750-EXIT
008990     END-IF.
009000     IF LDR-GAIN > 1.00000
009010         MOVE "GAIN ABOVE 1.00000" TO VF-TEXT
009020         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
009030     END-IF.
009040     IF WS-LADDER-COUNT > ZERO AND WS-LADDER-LAST-WAIT = ZERO
009050         MOVE "RUNG BELOW HAS ZERO WAIT - THIS RUNG NEVER FIRES"
009060             TO VF-TEXT
009070         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
009080     END-IF.
009090     ADD 1 TO WS-LADDER-COUNT.
009100     MOVE LDR-WAIT TO WS-LADDER-LAST-WAIT.
009110 4750-EXIT.
009120     EXIT.

009130*----------------------------------------------------------------
009140 4800-CHECK-APPROVALS.
009150*    EACH OF THE FOUR FILES MUST MATCH, BY WITNESS-CFGHASH HASH
009160*    AND CARD COUNT, A VERSION ON APRCFG THAT IS STILL APPROVED
009170*    AND WHOSE EFFECTIVE DATE HAS ARRIVED.  ANY SUCH VERSION WILL
009180*    DO - EACH RUNCAL PROFILE CARRIES ITS OWN APPROVED CARDS - BUT
009190*    ONE OLDER THAN THE FILE'S CURRENT VERSION IS NOTED.  A FILE
009200*    THAT MATCHES NOTHING HOLDS THE JOB UNLESS TODAY'S OVERRIDE
009210*    CARD COVERS IT.  AN UNAVAILABLE APRCFG IS TREATED AS NOTHING
009220*    APPROVED, NOT AS NO CHECK - REMOVING THE MASTER MUST NOT
009230*    OPEN THE DOOR.
009240*----------------------------------------------------------------
009250     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-APR-TODAY.
009260     MOVE ZERO TO APS-VERSIONS.
009270     MOVE "N" TO APS-OVERRIDE.
009280     MOVE SPACES TO APS-TICKET.
009290     MOVE WS-APR-TODAY TO APS-DATE.
009300     PERFORM 4830-READ-OVERRIDE THRU 4830-EXIT.
009310     OPEN INPUT APPROVED-CONFIG-FILE.
009320     IF APRCFG-STATUS-OK
009330         SET APR-MASTER-OPEN TO TRUE
009340     ELSE
009350         MOVE "APPROVE" TO VF-SOURCE
009360         MOVE ZERO TO VF-RECORD-NO
009370         MOVE "APRCFG NOT AVAILABLE - NO VERSION CAN BE MATCHED"
009380             TO VF-TEXT
009390         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
009400     END-IF.
009410     PERFORM 4810-CHECK-ONE-FILE THRU 4810-EXIT
009420         VARYING APR-X FROM 1 BY 1 UNTIL APR-X > 4.
009430     IF APR-MASTER-OPEN
009440         CLOSE APPROVED-CONFIG-FILE
009450     END-IF.
009460     IF OVERRIDE-USED
009470         MOVE "Y" TO APS-OVERRIDE
009480         MOVE OVR-TICKET TO APS-TICKET
009490         MOVE "CFGOVRD" TO WS-EVL-CODE
009500         MOVE "W" TO WS-EVL-SEVERITY
009510         MOVE SPACES TO WS-EVL-TEXT
009520         STRING "UNAPPROVED CONFIGURATION RUN ON OVERRIDE TICKET "
009530             OVR-TICKET DELIMITED BY SIZE INTO WS-EVL-TEXT
009540         PERFORM 8300-LOG-EVENT THRU 8300-EXIT
009550     ELSE
009560         IF OVERRIDE-VALID
009570             MOVE "APPROVE" TO VF-SOURCE
009580             MOVE ZERO TO VF-RECORD-NO
009590             MOVE "OVERRIDE CARD NOT NEEDED - EVERY FILE APPROVED"
009600                 TO VF-TEXT
009610             PERFORM 8100-REPORT-INFO THRU 8100-EXIT
009620         END-IF
009630     END-IF.
009640     IF WS-APR-HOLD-COUNT > ZERO
009650         MOVE "CFGHOLD" TO WS-EVL-CODE
009660         MOVE "E" TO WS-EVL-SEVERITY
009670         MOVE SPACES TO WS-EVL-TEXT
009680         STRING "JOB HELD - " WS-APR-HOLD-COUNT
009690             " CONFIGURATION FILE(S) NOT APPROVED - SEE VALRPT"
009700             DELIMITED BY SIZE INTO WS-EVL-TEXT
009710         PERFORM 8300-LOG-EVENT THRU 8300-EXIT
009720     END-IF.
009730     PERFORM 4890-WRITE-STAMP THRU 4890-EXIT.
009740 4800-EXIT.
009750     EXIT.

009760*----------------------------------------------------------------
009770 4810-CHECK-ONE-FILE.
009780*----------------------------------------------------------------
009790     CALL "WITNESS-CFGHASH" USING WS-APR-FILE-NAME(APR-X)
009800         WS-CFH-HASH WS-CFH-CARDS WS-CFH-PRESENT.
009810     MOVE ZERO TO WS-APR-MATCH.
009820     MOVE ZERO TO WS-APR-CURRENT.
009830     MOVE SPACES TO WS-APR-MATCH-TICKET.
009840     IF APR-MASTER-OPEN
009850         MOVE WS-APR-FILE-NAME(APR-X) TO APR-FILE
009860         MOVE ZERO TO APR-VERSION
009870         MOVE "N" TO WS-APR-SCAN-SW
009880         START APPROVED-CONFIG-FILE KEY NOT < APR-KEY
009890             INVALID KEY
009900                 SET APR-SCAN-DONE TO TRUE
009910         END-START
009920         PERFORM 4820-SCAN-ONE-VERSION THRU 4820-EXIT
009930             UNTIL APR-SCAN-DONE
009940     END-IF.
009950     MOVE WS-APR-FILE-NAME(APR-X) TO VF-SOURCE.
009960     MOVE WS-CFH-CARDS TO VF-RECORD-NO.
009970     MOVE SPACES TO VF-TEXT.
009980     IF WS-APR-MATCH > ZERO
009990         MOVE WS-APR-MATCH TO APS-VERSION(APR-X)
010000         STRING "APPROVED VERSION " WS-APR-MATCH " TICKET "
010010             WS-APR-MATCH-TICKET DELIMITED BY SIZE INTO VF-TEXT
010020         PERFORM 8100-REPORT-INFO THRU 8100-EXIT
010030         IF WS-APR-MATCH < WS-APR-CURRENT
010040             MOVE SPACES TO VF-TEXT
010050             STRING "OLDER THAN CURRENT APPROVED VERSION "
010060                 WS-APR-CURRENT DELIMITED BY SIZE INTO VF-TEXT
010070             PERFORM 8100-REPORT-INFO THRU 8100-EXIT
010080         END-IF
010090         GO TO 4810-EXIT
010100     END-IF.
010110     IF OVERRIDE-VALID
010120         SET OVERRIDE-USED TO TRUE
010130         STRING "NOT APPROVED (HASH " WS-CFH-HASH
010140             ") - RUNS ON OVERRIDE " OVR-TICKET
010150             DELIMITED BY SIZE INTO VF-TEXT
010160         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
010170     ELSE
010180         ADD 1 TO WS-APR-HOLD-COUNT
010190         STRING "NOT AN APPROVED VERSION IN EFFECT (HASH "
010200             WS-CFH-HASH ") - HOLD"
010210             DELIMITED BY SIZE INTO VF-TEXT
010220         PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
010230     END-IF.
010240 4810-EXIT.
010250     EXIT.

010260*----------------------------------------------------------------
010270 4820-SCAN-ONE-VERSION.
010280*    VERSIONS ARE READ IN ASCENDING ORDER, SO THE LAST MATCH IS
010290*    THE HIGHEST MATCHING VERSION AND THE LAST VERSION IN EFFECT
010300*    IS THE CURRENT ONE.
010310*----------------------------------------------------------------
010320     READ APPROVED-CONFIG-FILE NEXT RECORD
010330         AT END
010340             SET APR-SCAN-DONE TO TRUE
010350             GO TO 4820-EXIT
010360     END-READ.
010370     IF APR-FILE NOT = WS-APR-FILE-NAME(APR-X)
010380         SET APR-SCAN-DONE TO TRUE
010390         GO TO 4820-EXIT
010400     END-IF.
010410     IF NOT APR-APPROVED OR APR-EFFECTIVE > WS-APR-TODAY
010420         GO TO 4820-EXIT
010430     END-IF.
010440     MOVE APR-VERSION TO WS-APR-CURRENT.
010450     IF APR-HASH = WS-CFH-HASH AND APR-CARDS = WS-CFH-CARDS
010460         MOVE APR-VERSION TO WS-APR-MATCH
010470         MOVE APR-TICKET TO WS-APR-MATCH-TICKET
010480     END-IF.
010490 4820-EXIT.
010500     EXIT.

010510*----------------------------------------------------------------
010520 4830-READ-OVERRIDE.
010530*    AN OVERRIDE CARD DATED FOR ANOTHER NIGHT, OR WITHOUT ITS
010540*    TICKET OR APPROVER, IS REPORTED AND IGNORED.
010550*----------------------------------------------------------------
010560     OPEN INPUT OVERRIDE-CARD-FILE.
010570     IF NOT OVR-STATUS-OK
010580         GO TO 4830-EXIT
010590     END-IF.
010600     MOVE SPACES TO OVERRIDE-CARD-RECORD.
010610     READ OVERRIDE-CARD-FILE INTO OVERRIDE-CARD-RECORD
010620         AT END
010630             CLOSE OVERRIDE-CARD-FILE
010640             GO TO 4830-EXIT
010650     END-READ.
010660     CLOSE OVERRIDE-CARD-FILE.
010670     MOVE "OVRCARD" TO VF-SOURCE.
010680     MOVE 1 TO VF-RECORD-NO.
010690     MOVE SPACES TO VF-TEXT.
010700     IF OVR-DATE NOT = WS-APR-TODAY
010710         STRING "OVERRIDE CARD DATED " OVR-DATE
010720             " IS NOT FOR TONIGHT - IGNORED"
010730             DELIMITED BY SIZE INTO VF-TEXT
010740         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
010750         GO TO 4830-EXIT
010760     END-IF.
010770     IF OVR-TICKET = SPACES OR OVR-APPROVER = SPACES
010780         MOVE "OVERRIDE CARD WITHOUT TICKET OR APPROVER - IGNORED"
010790             TO VF-TEXT
010800         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
010810         GO TO 4830-EXIT
010820     END-IF.
010830     SET OVERRIDE-VALID TO TRUE.
010840     STRING "OVERRIDE CARD PRESENT - TICKET " OVR-TICKET
010850         " APPROVER " OVR-APPROVER
010860         DELIMITED BY SIZE INTO VF-TEXT.
010870     PERFORM 8100-REPORT-INFO THRU 8100-EXIT.
010880 4830-EXIT.
010890     EXIT.

010900*----------------------------------------------------------------
010910 4890-WRITE-STAMP.
010920*    WRITTEN EVEN ON A HELD NIGHT, SO THE STAMP NEVER CARRIES AN
010930*    EARLIER NIGHT'S VERSIONS INTO THE NEXT MAIN STEP.
010940*----------------------------------------------------------------
010950     OPEN OUTPUT APPROVAL-STAMP-FILE.
010960     IF NOT APS-STATUS-OK
010970         MOVE "APPROVE" TO VF-SOURCE
010980         MOVE ZERO TO VF-RECORD-NO
010990         MOVE "APRSTMP NOT WRITABLE - VERSIONS NOT RECORDED"
011000             TO VF-TEXT
011010         PERFORM 8050-REPORT-WARNING THRU 8050-EXIT
011020         GO TO 4890-EXIT
011030     END-IF.
011040     WRITE APPROVAL-STAMP-IMAGE FROM APPROVAL-STAMP-RECORD.
011050     CLOSE APPROVAL-STAMP-FILE.
011060 4890-EXIT.
011070     EXIT.
