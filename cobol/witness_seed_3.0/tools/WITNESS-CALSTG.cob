000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CALSTG.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  THE SHOP RUNS DIFFERENT
000200*                  CONFIGURATIONS ON WEEKDAYS, WEEKENDS, MONTH-END
000210*                  AND HOLIDAY SHUTDOWNS, AND CONTROLCD, TUNECFG,
000220*                  CLUSTRCF AND KSCHED WERE RE-KEYED BY HAND THE
000230*                  AFTERNOON BEFORE - THE SOURCE OF MOST BAD
000240*                  NIGHTS.  THIS PROGRAM RUNS AS THE FIRST STEP OF
000250*                  WITNESSJ.  IT LOOKS UP THE BUSINESS DATE ON THE
000260*                  RUNCAL RUN CALENDAR (COPY CALREC) AND COPIES
000270*                  THE NAMED PROFILE'S CARDS OUT OF THE PROFLIB
000280*                  PROFILE LIBRARY (COPY PRFREC) OVER THE FOUR
000290*                  CONFIGURATION DATASETS, FOR WITNESS-INIT TO
000300*                  VALIDATE AS USUAL.  THE PROFILE NAME IS PUNCHED
000310*                  IN CC2-PROFILE ON THE STAGED CONTROLCD SO MAIN
000320*                  STAMPS IT ON THE REGISTRY ENTRY.
000330*                  RETURN CODES:
000340*                     0 - PROFILE STAGED, PROCEED TO INIT
000350*                     6 - NO-RUN DATE: NOTHING STAGED, THE JOB
000360*                         STOPS CLEANLY (OPSLOG CALNORUN)
000370*                     8 - NOTHING STAGED: NO CALENDAR ENTRY FOR
000380*                         THE DATE, PROFILE MISSING OR INCOMPLETE,
000390*                         OR A FILE UNAVAILABLE (OPSLOG ERROR)
000400*                    16 - A CONFIGURATION DATASET COULD NOT BE
000410*                         OPENED FOR OUTPUT
000420*                  NOTHING IS WRITTEN UNTIL THE PROFILE HAS PASSED
000430*                  ITS CHECKS, SO A REFUSED NIGHT LEAVES THE
000440*                  PREVIOUS CARDS EXACTLY AS THEY WERE.  THE
000450*                  OPTIONAL STGCARD CAN SUPPLY THE BUSINESS DATE
000460*                  (A LATE START, A RERUN) OR FORCE
000470*                  A PROFILE WITHOUT CONSULTING THE CALENDAR.
000473* 2026-10-15  DLA  A CONTROL MEMBER MAY NOW CARRY A THIRD CARD,
000476*                  THE OUTPUT CADENCES, STAGED BEHIND THE SECOND.
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT STAGE-CARD-FILE ASSIGN TO "STGCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS RCL-DATE
000590         FILE STATUS IS WS-CAL-STATUS.
000600     SELECT PROFILE-LIBRARY-FILE ASSIGN TO "PROFLIB"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PRF-KEY
000640         FILE STATUS IS WS-PRF-STATUS.
000650     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-CC-STATUS.
000680     SELECT TUNING-CONFIG-FILE ASSIGN TO "TUNECFG"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TUNE-STATUS.
000710     SELECT CLUSTER-CONFIG-FILE ASSIGN TO "CLUSTRCF"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CLUSTER-STATUS.
000740     SELECT COUPLING-SCHEDULE-FILE ASSIGN TO "KSCHED"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-KSCHED-STATUS.
000770     SELECT REPORT-FILE ASSIGN TO "STGRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-REPORT-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830* STGCARD (OPTIONAL): STC-DATE IS THE BUSINESS DATE TO LOOK UP
000840* (UNPUNCHED - TODAY).  STC-PROFILE FORCES THAT PROFILE AND
000850* BYPASSES THE CALENDAR ALTOGETHER, NO-RUN DATES INCLUDED; IT IS
000860* LOGGED AS A WARNING SO IT IS NOT LEFT IN PLACE BY ACCIDENT.
000870*----------------------------------------------------------------
000880 FD  STAGE-CARD-FILE
000890     RECORDING MODE IS F.
000900 01  STAGE-CARD-RECORD.
000910     05  STC-DATE                PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  STC-PROFILE             PIC X(08).
000940     05  FILLER                  PIC X(63).

000950 FD  RUN-CALENDAR-FILE.
000960     COPY CALREC.

000970 FD  PROFILE-LIBRARY-FILE.
000980     COPY PRFREC.

000990 FD  CONTROL-CARD-FILE
001000     RECORDING MODE IS F.
001010     COPY CTLCARD.

001020 FD  TUNING-CONFIG-FILE.
001030 01  TUNING-CONFIG-RECORD        PIC X(80).

001040 FD  CLUSTER-CONFIG-FILE.
001050 01  CLUSTER-CONFIG-RECORD       PIC X(80).

001060 FD  COUPLING-SCHEDULE-FILE.
001070 01  COUPLING-SCHEDULE-RECORD    PIC X(80).

001080 FD  REPORT-FILE.
001090 01  REPORT-LINE                PIC X(80).

001100 WORKING-STORAGE SECTION.
001110 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001120     88  CARD-STATUS-OK      VALUE "00".
001130 01  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
001140     88  CAL-STATUS-OK       VALUE "00".
001150 01  WS-PRF-STATUS           PIC X(02) VALUE SPACES.
001160     88  PRF-STATUS-OK       VALUE "00".
001170     88  PRF-STATUS-EOF      VALUE "10".
001180 01  WS-CC-STATUS            PIC X(02) VALUE SPACES.
001190     88  CC-STATUS-OK        VALUE "00".
001200 01  WS-TUNE-STATUS          PIC X(02) VALUE SPACES.
001210     88  TUNE-STATUS-OK      VALUE "00".
001220 01  WS-CLUSTER-STATUS       PIC X(02) VALUE SPACES.
001230     88  CLUSTER-STATUS-OK   VALUE "00".
001240 01  WS-KSCHED-STATUS        PIC X(02) VALUE SPACES.
001250     88  KSCHED-STATUS-OK    VALUE "00".
001260 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001270 01  WS-BUS-DATE             PIC 9(08).
001280 01  WS-CHK-DATE             PIC 9(08).
001290 01  WS-PROFILE              PIC X(08) VALUE SPACES.
001300 01  WS-OVERRIDE-SW          PIC X(01) VALUE "N".
001310     88  PROFILE-FORCED      VALUE "Y".
001320 01  WS-PRF-OPEN-SW          PIC X(01) VALUE "N".
001330     88  PROFLIB-OPEN        VALUE "Y".
001340 01  WS-CARD2-SW             PIC X(01) VALUE "N".
001350     88  CARD-2-WRITTEN      VALUE "Y".
001360 01  WS-STAGE-RC             PIC 9(02) VALUE ZERO.
001370     88  STAGE-OK            VALUE ZERO.
001380 01  WS-REASON               PIC X(60) VALUE SPACES.

001390*----------------------------------------------------------------
001400* CARDS PER MEMBER OF THE PROFILE BEING STAGED.
001410*----------------------------------------------------------------
001420 01  WS-CTL-CARDS            PIC 9(04) VALUE ZERO.
001430 01  WS-TUNE-CARDS           PIC 9(04) VALUE ZERO.
001440 01  WS-CLUS-CARDS           PIC 9(04) VALUE ZERO.
001450 01  WS-KSCH-CARDS           PIC 9(04) VALUE ZERO.

001460*----------------------------------------------------------------
001470* OPSLOG EVENT (SEE WITNESS-EVLOG).
001480*----------------------------------------------------------------
001490 01  WS-EVL-PROGRAM          PIC X(12) VALUE "CALSTG".
001500 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
001510 01  WS-EVL-CODE             PIC X(08).
001520 01  WS-EVL-SEVERITY         PIC X(01).
001530 01  WS-EVL-TEXT             PIC X(60).

001540 01  WS-HEADER-LINE.
001550     05  FILLER              PIC X(30)
001560         VALUE "WITNESS SEED 3.0 RUN CALENDAR ".
001570     05  FILLER              PIC X(26)
001580         VALUE "STAGING - BUSINESS DATE ".
001590     05  HL-DATE             PIC 9(08).
001600 01  WS-ENTRY-LINE.
001610     05  FILLER              PIC X(16) VALUE "CALENDAR ENTRY  ".
001620     05  FILLER              PIC X(08) VALUE "PROFILE ".
001630     05  EL-PROFILE          PIC X(08).
001640     05  FILLER              PIC X(06) VALUE "  RUN ".
001650     05  EL-RUN-FLAG         PIC X(01).
001660     05  FILLER              PIC X(02) VALUE SPACES.
001670     05  EL-DESC             PIC X(30).
001680 01  WS-FORCED-LINE.
001690     05  FILLER              PIC X(30)
001700         VALUE "PROFILE FORCED BY STGCARD -   ".
001710     05  FL-PROFILE          PIC X(08).
001720     05  FILLER              PIC X(26)
001730         VALUE " - CALENDAR NOT CONSULTED".
001740 01  WS-MEMBER-COLUMN-LINE   PIC X(80) VALUE
001750     "MEMBER    CARDS  DISPOSITION".
001760 01  WS-MEMBER-LINE.
001770     05  ML-MEMBER           PIC X(08).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  ML-CARDS            PIC ZZZ9.
001800     05  FILLER              PIC X(03) VALUE SPACES.
001810     05  ML-DISPOSITION      PIC X(50).
001820 01  WS-RESULT-LINE.
001830     05  FILLER              PIC X(08) VALUE "RESULT: ".
001840     05  RL-TEXT             PIC X(72).

001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------------
001870 0000-MAINLINE.
001880*----------------------------------------------------------------
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     IF STAGE-OK
001910         PERFORM 2000-RESOLVE-PROFILE THRU 2000-EXIT
001920     END-IF.
001930     IF STAGE-OK
001940         PERFORM 3000-CHECK-PROFILE THRU 3000-EXIT
001950     END-IF.
001960     IF STAGE-OK
001970         PERFORM 4000-STAGE-PROFILE THRU 4000-EXIT
001980     END-IF.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.

002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030*    A PUNCHED STGCARD DATE THAT IS NOT A REAL DATE IS REFUSED
002040*    RATHER THAN QUIETLY REPLACED BY TODAY - THE OPERATOR ASKED
002050*    FOR A PARTICULAR NIGHT'S PROFILE.
002060*----------------------------------------------------------------
002070     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE.
002080     MOVE SPACES TO STAGE-CARD-RECORD.
002090     OPEN INPUT STAGE-CARD-FILE.
002100     IF CARD-STATUS-OK
002110         READ STAGE-CARD-FILE
002120             AT END
002130                 MOVE SPACES TO STAGE-CARD-RECORD
002140         END-READ
002150         CLOSE STAGE-CARD-FILE
002160     END-IF.
002170     OPEN OUTPUT REPORT-FILE.
002180     IF STC-DATE NOT = SPACES
002190         IF STC-DATE IS NOT NUMERIC
002200             MOVE 8 TO WS-STAGE-RC
002210         ELSE
002220             MOVE STC-DATE TO WS-CHK-DATE
002230             IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) > ZERO
002240                 MOVE 8 TO WS-STAGE-RC
002250             ELSE
002260                 MOVE WS-CHK-DATE TO WS-BUS-DATE
002270             END-IF
002280         END-IF
002290     END-IF.
002300     MOVE WS-BUS-DATE TO HL-DATE.
002310     MOVE WS-HEADER-LINE TO REPORT-LINE.
002320     WRITE REPORT-LINE.
002330     MOVE SPACES TO REPORT-LINE.
002340     WRITE REPORT-LINE.
002350     IF NOT STAGE-OK
002360         MOVE "STGCARD BUSINESS DATE IS NOT A VALID YYYYMMDD"
002370             TO WS-REASON
002380         MOVE "CALBADDT" TO WS-EVL-CODE
002390         MOVE "E" TO WS-EVL-SEVERITY
002400         MOVE WS-REASON TO WS-EVL-TEXT
002410         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
002420         GO TO 1000-EXIT
002430     END-IF.
002440     IF STC-PROFILE NOT = SPACES
002450         SET PROFILE-FORCED TO TRUE
002460         MOVE STC-PROFILE TO WS-PROFILE
002470     END-IF.
002480 1000-EXIT.
002490     EXIT.

002500*----------------------------------------------------------------
002510 2000-RESOLVE-PROFILE.
002520*    NO CALENDAR ENTRY IS AN ERROR, NOT A CUE TO RUN ON WHATEVER
002530*    CARDS ARE LYING ABOUT - THAT IS THE HAND-EDITED NIGHT THE
002540*    CALENDAR EXISTS TO PREVENT.  WITNESS-CALMNT'S MONTH-AHEAD
002550*    LISTING FLAGS A GAP WEEKS BEFORE IT BITES.
002560*----------------------------------------------------------------
002570     IF PROFILE-FORCED
002580         MOVE WS-PROFILE TO FL-PROFILE
002590         MOVE WS-FORCED-LINE TO REPORT-LINE
002600         WRITE REPORT-LINE
002610         MOVE "CALOVRD" TO WS-EVL-CODE
002620         MOVE "W" TO WS-EVL-SEVERITY
002630         MOVE SPACES TO WS-EVL-TEXT
002640         STRING "PROFILE " WS-PROFILE " FORCED BY STGCARD FOR "
002650             WS-BUS-DATE " - RUNCAL NOT CONSULTED"
002660             DELIMITED BY SIZE INTO WS-EVL-TEXT
002670         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
002680         GO TO 2000-EXIT
002690     END-IF.
002700     OPEN INPUT RUN-CALENDAR-FILE.
002710     IF NOT CAL-STATUS-OK
002720         MOVE 8 TO WS-STAGE-RC
002730         MOVE "RUNCAL NOT AVAILABLE" TO WS-REASON
002740         MOVE "CALNOCAL" TO WS-EVL-CODE
002750         MOVE "E" TO WS-EVL-SEVERITY
002760         MOVE "RUNCAL NOT AVAILABLE - NOTHING STAGED, JOB STOPS"
002770             TO WS-EVL-TEXT
002780         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
002790         GO TO 2000-EXIT
002800     END-IF.
002810     MOVE WS-BUS-DATE TO RCL-DATE.
002820     READ RUN-CALENDAR-FILE
002830         INVALID KEY
002840             MOVE 8 TO WS-STAGE-RC
002850     END-READ.
002860     CLOSE RUN-CALENDAR-FILE.
002870     IF NOT STAGE-OK
002880         MOVE "NO RUNCAL ENTRY FOR THE BUSINESS DATE" TO WS-REASON
002890         MOVE "CALNONE" TO WS-EVL-CODE
002900         MOVE "E" TO WS-EVL-SEVERITY
002910         MOVE SPACES TO WS-EVL-TEXT
002920         STRING "NO RUNCAL ENTRY FOR " WS-BUS-DATE
002930             " - NOTHING STAGED, JOB STOPS"
002940             DELIMITED BY SIZE INTO WS-EVL-TEXT
002950         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
002960         GO TO 2000-EXIT
002970     END-IF.
002980     MOVE RCL-PROFILE TO EL-PROFILE.
002990     MOVE RCL-RUN-FLAG TO EL-RUN-FLAG.
003000     MOVE RCL-DESC TO EL-DESC.
003010     MOVE WS-ENTRY-LINE TO REPORT-LINE.
003020     WRITE REPORT-LINE.
003030     IF RCL-NO-RUN
003040         MOVE 6 TO WS-STAGE-RC
003050         MOVE "NO-RUN DATE ON THE CALENDAR" TO WS-REASON
003060         MOVE "CALNORUN" TO WS-EVL-CODE
003070         MOVE "I" TO WS-EVL-SEVERITY
003080         MOVE SPACES TO WS-EVL-TEXT
003090         STRING WS-BUS-DATE " IS A NO-RUN DATE - " RCL-DESC
003100             DELIMITED BY SIZE INTO WS-EVL-TEXT
003110         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
003120         GO TO 2000-EXIT
003130     END-IF.
003140     IF NOT RCL-RUN OR RCL-PROFILE = SPACES
003150         MOVE 8 TO WS-STAGE-RC
003160         MOVE "RUNCAL ENTRY HAS NO RUN FLAG OR NO PROFILE"
003170             TO WS-REASON
003180         MOVE "CALBADEN" TO WS-EVL-CODE
003190         MOVE "E" TO WS-EVL-SEVERITY
003200         MOVE SPACES TO WS-EVL-TEXT
003210         STRING "RUNCAL ENTRY FOR " WS-BUS-DATE
003220             " IS INCOMPLETE - NOTHING STAGED"
003230             DELIMITED BY SIZE INTO WS-EVL-TEXT
003240         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
003250         GO TO 2000-EXIT
003260     END-IF.
003270     MOVE RCL-PROFILE TO WS-PROFILE.
003280 2000-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------
003310 3000-CHECK-PROFILE.
003320*    COUNTS THE PROFILE'S CARDS BY MEMBER BEFORE ANYTHING IS
003330*    OPENED FOR OUTPUT.  THE CONTROL MEMBER IS THE ONE A PROFILE
003340*    CANNOT DO WITHOUT; THE OTHER THREE MAY BE ABSENT.
003350*----------------------------------------------------------------
003360     OPEN INPUT PROFILE-LIBRARY-FILE.
003370     IF NOT PRF-STATUS-OK
003380         MOVE 8 TO WS-STAGE-RC
003390         MOVE "PROFLIB NOT AVAILABLE" TO WS-REASON
003400         MOVE "CALNOLIB" TO WS-EVL-CODE
003410         MOVE "E" TO WS-EVL-SEVERITY
003420         MOVE "PROFLIB NOT AVAILABLE - NOTHING STAGED, JOB STOPS"
003430             TO WS-EVL-TEXT
003440         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
003450         GO TO 3000-EXIT
003460     END-IF.
003470     SET PROFLIB-OPEN TO TRUE.
003480     PERFORM 3100-START-PROFILE THRU 3100-EXIT.
003490     PERFORM 3200-COUNT-ONE-CARD THRU 3200-EXIT
003500         UNTIL PRF-STATUS-EOF.
003510     IF WS-CTL-CARDS = ZERO
003520         MOVE 8 TO WS-STAGE-RC
003530         MOVE "PROFILE NOT IN PROFLIB OR HAS NO CONTROL MEMBER"
003540             TO WS-REASON
003550     ELSE
003560         IF WS-CTL-CARDS > 3
003570             MOVE 8 TO WS-STAGE-RC
003580             MOVE "PROFILE CONTROL MEMBER HAS OVER THREE CARDS"
003590                 TO WS-REASON
003600         END-IF
003610     END-IF.
003620     IF NOT STAGE-OK
003630         MOVE "CALNOPRF" TO WS-EVL-CODE
003640         MOVE "E" TO WS-EVL-SEVERITY
003650         MOVE SPACES TO WS-EVL-TEXT
003660         STRING "PROFILE " WS-PROFILE " UNUSABLE - NOTHING STAGED"
003670             ", JOB STOPS"
003680             DELIMITED BY SIZE INTO WS-EVL-TEXT
003690         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
003700     END-IF.
003710 3000-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------
003740 3100-START-PROFILE.
003750*    POSITIONS PROFLIB AT THE PROFILE'S FIRST CARD.
003760*----------------------------------------------------------------
003770     MOVE "00" TO WS-PRF-STATUS.
003780     MOVE LOW-VALUES TO PRF-KEY.
003790     MOVE WS-PROFILE TO PRF-PROFILE.
003800     START PROFILE-LIBRARY-FILE KEY NOT < PRF-KEY
003810         INVALID KEY
003820             SET PRF-STATUS-EOF TO TRUE
003830     END-START.
003840 3100-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870 3200-COUNT-ONE-CARD.
003880*----------------------------------------------------------------
003890     PERFORM 3300-READ-PROFILE-CARD THRU 3300-EXIT.
003900     IF PRF-STATUS-EOF
003910         GO TO 3200-EXIT
003920     END-IF.
003930     EVALUATE TRUE
003940         WHEN PRF-CONTROL
003950             ADD 1 TO WS-CTL-CARDS
003960         WHEN PRF-TUNECFG
003970             ADD 1 TO WS-TUNE-CARDS
003980         WHEN PRF-CLUSTRCF
003990             ADD 1 TO WS-CLUS-CARDS
004000         WHEN PRF-KSCHED
004010             ADD 1 TO WS-KSCH-CARDS
004020     END-EVALUATE.
004030 3200-EXIT.
004040     EXIT.

004050*----------------------------------------------------------------
004060 3300-READ-PROFILE-CARD.
004070*    NEXT CARD OF THE PROFILE; THE FIRST CARD OF THE NEXT PROFILE
004080*    ENDS IT.
004090*----------------------------------------------------------------
004100     READ PROFILE-LIBRARY-FILE NEXT RECORD
004110         AT END
004120             SET PRF-STATUS-EOF TO TRUE
004130             GO TO 3300-EXIT
004140     END-READ.
004150     IF PRF-PROFILE NOT = WS-PROFILE
004160         SET PRF-STATUS-EOF TO TRUE
004170     END-IF.
004180 3300-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------
004210 4000-STAGE-PROFILE.
004220*    ALL FOUR DATASETS ARE REWRITTEN, A MEMBER THE PROFILE LACKS
004230*    AS AN EMPTY DATASET, SO NOTHING FROM A HAND-EDITED NIGHT
004240*    CAN LINGER UNDER TONIGHT'S PROFILE NAME.
004250*----------------------------------------------------------------
004260     OPEN OUTPUT CONTROL-CARD-FILE.
004270     OPEN OUTPUT TUNING-CONFIG-FILE.
004280     OPEN OUTPUT CLUSTER-CONFIG-FILE.
004290     OPEN OUTPUT COUPLING-SCHEDULE-FILE.
004300     IF NOT CC-STATUS-OK OR NOT TUNE-STATUS-OK
004310             OR NOT CLUSTER-STATUS-OK OR NOT KSCHED-STATUS-OK
004320         DISPLAY "WITNESS-CALSTG: CONFIGURATION DATASET OPEN "
004330             "FAILED - CONTROLCD " WS-CC-STATUS " TUNECFG "
004340             WS-TUNE-STATUS " CLUSTRCF " WS-CLUSTER-STATUS
004350             " KSCHED " WS-KSCHED-STATUS " - ABENDING"
004360         MOVE "CALSTGIO" TO WS-EVL-CODE
004370         MOVE "E" TO WS-EVL-SEVERITY
004380         MOVE "CONFIGURATION DATASET OPEN FAILED - ABENDING"
004390             TO WS-EVL-TEXT
004400         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
004410         STOP RUN WITH ERROR STATUS 16
004420     END-IF.
004430     PERFORM 3100-START-PROFILE THRU 3100-EXIT.
004440     PERFORM 4100-STAGE-ONE-CARD THRU 4100-EXIT
004450         UNTIL PRF-STATUS-EOF.
004460     IF NOT CARD-2-WRITTEN
004470         MOVE SPACES TO CONTROL-CARD-RECORD-2
004480         MOVE WS-PROFILE TO CC2-PROFILE
004490         WRITE CONTROL-CARD-RECORD-2
004500     END-IF.
004510     CLOSE CONTROL-CARD-FILE.
004520     CLOSE TUNING-CONFIG-FILE.
004530     CLOSE CLUSTER-CONFIG-FILE.
004540     CLOSE COUPLING-SCHEDULE-FILE.
004550     MOVE SPACES TO REPORT-LINE.
004560     WRITE REPORT-LINE.
004570     MOVE WS-MEMBER-COLUMN-LINE TO REPORT-LINE.
004580     WRITE REPORT-LINE.
004590     MOVE "CONTROL" TO ML-MEMBER.
004600     MOVE WS-CTL-CARDS TO ML-CARDS.
004610     MOVE "STAGED TO CONTROLCD, CC2-PROFILE PUNCHED"
004620         TO ML-DISPOSITION.
004630     MOVE WS-MEMBER-LINE TO REPORT-LINE.
004640     WRITE REPORT-LINE.
004650     MOVE "TUNECFG" TO ML-MEMBER.
004660     MOVE WS-TUNE-CARDS TO ML-CARDS.
004670     PERFORM 4900-MEMBER-DISPOSITION THRU 4900-EXIT.
004680     MOVE "CLUSTRCF" TO ML-MEMBER.
004690     MOVE WS-CLUS-CARDS TO ML-CARDS.
004700     PERFORM 4900-MEMBER-DISPOSITION THRU 4900-EXIT.
004710     MOVE "KSCHED" TO ML-MEMBER.
004720     MOVE WS-KSCH-CARDS TO ML-CARDS.
004730     PERFORM 4900-MEMBER-DISPOSITION THRU 4900-EXIT.
004740     MOVE "CALSTAGE" TO WS-EVL-CODE.
004750     MOVE "I" TO WS-EVL-SEVERITY.
004760     MOVE SPACES TO WS-EVL-TEXT.
004770     STRING "PROFILE " WS-PROFILE " STAGED FOR " WS-BUS-DATE
004780         DELIMITED BY SIZE INTO WS-EVL-TEXT.
004790     PERFORM 9300-LOG-EVENT THRU 9300-EXIT.
004800 4000-EXIT.
004810     EXIT.

004820*----------------------------------------------------------------
004830 4100-STAGE-ONE-CARD.
004840*    THE SECOND CONTROL CARD CARRIES THE PROFILE NAME; A
004850*    ONE-CARD PROFILE GETS A SECOND CARD MADE FOR IT IN 4000,
004860*    BLANK BUT FOR CC2-PROFILE, SO EVERY CARD-2 DEFAULT HOLDS.
004862*    A THIRD CARD (THE OUTPUT CADENCES) FOLLOWS THE SECOND AS
004864*    IT STANDS.
004870*----------------------------------------------------------------
004880     PERFORM 3300-READ-PROFILE-CARD THRU 3300-EXIT.
004890     IF PRF-STATUS-EOF
004900         GO TO 4100-EXIT
004910     END-IF.
004920     EVALUATE TRUE
004930         WHEN PRF-CONTROL
004940             IF PRF-SEQ = 1
004950                 MOVE PRF-IMAGE TO CONTROL-CARD-RECORD
004960                 WRITE CONTROL-CARD-RECORD
004970                 GO TO 4100-EXIT
004980             END-IF
004990             IF CARD-2-WRITTEN
005000                 MOVE PRF-IMAGE TO CONTROL-CARD-RECORD-3
005005                 WRITE CONTROL-CARD-RECORD-3
005010             ELSE
005020                 MOVE PRF-IMAGE TO CONTROL-CARD-RECORD-2
005030                 MOVE WS-PROFILE TO CC2-PROFILE
005035                 WRITE CONTROL-CARD-RECORD-2
005040                 SET CARD-2-WRITTEN TO TRUE
005050             END-IF
005060         WHEN PRF-TUNECFG
005070             WRITE TUNING-CONFIG-RECORD FROM PRF-IMAGE
005080         WHEN PRF-CLUSTRCF
005090             WRITE CLUSTER-CONFIG-RECORD FROM PRF-IMAGE
005100         WHEN PRF-KSCHED
005110             WRITE COUPLING-SCHEDULE-RECORD FROM PRF-IMAGE
005120     END-EVALUATE.
005130 4100-EXIT.
005140     EXIT.

005150*----------------------------------------------------------------
005160 4900-MEMBER-DISPOSITION.
005170*----------------------------------------------------------------
005180     IF ML-CARDS = ZERO
005190         MOVE "NOT IN PROFILE - STAGED EMPTY (NOT CONFIGURED)"
005200             TO ML-DISPOSITION
005210     ELSE
005220         MOVE "STAGED" TO ML-DISPOSITION
005230     END-IF.
005240     MOVE WS-MEMBER-LINE TO REPORT-LINE.
005250     WRITE REPORT-LINE.
005260 4900-EXIT.
005270     EXIT.

005280*----------------------------------------------------------------
005290 9000-TERMINATE.
005300*----------------------------------------------------------------
005310     IF PROFLIB-OPEN
005320         CLOSE PROFILE-LIBRARY-FILE
005330     END-IF.
005340     MOVE SPACES TO REPORT-LINE.
005350     WRITE REPORT-LINE.
005360     EVALUATE WS-STAGE-RC
005370         WHEN ZERO
005380             MOVE SPACES TO RL-TEXT
005390             STRING "PROFILE " WS-PROFILE
005400                 " STAGED - PROCEED TO INIT"
005410                 DELIMITED BY SIZE INTO RL-TEXT
005420         WHEN 6
005430             MOVE "NO-RUN DATE - NOTHING STAGED, JOB STOPS (RC 6)"
005440                 TO RL-TEXT
005450         WHEN OTHER
005460             MOVE "NOTHING STAGED - JOB STOPS (RC 8)" TO RL-TEXT
005470     END-EVALUATE.
005480     MOVE WS-RESULT-LINE TO REPORT-LINE.
005490     WRITE REPORT-LINE.
005500     IF WS-STAGE-RC = 8
005510         MOVE SPACES TO REPORT-LINE
005520         STRING "        " WS-REASON
005530             DELIMITED BY SIZE INTO REPORT-LINE
005540         WRITE REPORT-LINE
005550     END-IF.
005560     CLOSE REPORT-FILE.
005570     IF STAGE-OK
005580         DISPLAY "WITNESS-CALSTG: PROFILE " WS-PROFILE
005590             " STAGED FOR " WS-BUS-DATE
005600     ELSE
005610         DISPLAY "WITNESS-CALSTG: NOTHING STAGED FOR " WS-BUS-DATE
005620             " - " WS-REASON
005630     END-IF.
005640     MOVE WS-STAGE-RC TO RETURN-CODE.
005650 9000-EXIT.
005660     EXIT.

005670*----------------------------------------------------------------
005680 9300-LOG-EVENT.
005690*----------------------------------------------------------------
005700     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
005710         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
005720 9300-EXIT.
005730     EXIT.
