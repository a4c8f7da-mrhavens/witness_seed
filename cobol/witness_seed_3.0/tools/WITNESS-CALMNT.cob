000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CALMNT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  MAINTAINS THE RUNCAL RUN
000200*                  CALENDAR (COPY CALREC) AND THE PROFLIB
000210*                  CONFIGURATION PROFILE LIBRARY (COPY PRFREC)
000220*                  THAT WITNESS-CALSTG STAGES EACH NIGHT'S CARDS
000230*                  FROM, THEN PRINTS THE PROFILE DIRECTORY AND THE
000240*                  MONTH-AHEAD CALENDAR LISTING.
000250*                  PRFLOAD CARDS (APPLIED FIRST, SO A NEW PROFILE
000260*                  CAN BE LOADED AND SCHEDULED IN ONE SUBMISSION):
000270*                    R - ONE CARD IMAGE OF A PROFILE MEMBER.  THE
000280*                        FIRST R CARD OF A MEMBER DROPS THE
000290*                        MEMBER'S OLD CARDS; THE RUN OF R CARDS
000300*                        THAT FOLLOWS IS THE NEW MEMBER, IN ORDER.
000310*                    X - DELETE A MEMBER, OR THE WHOLE PROFILE
000320*                        WHEN THE MEMBER IS LEFT BLANK.
000330*                  CALTRAN CARDS, EACH OVER ONE DATE OR A DATE
000340*                  RANGE, OPTIONALLY ONLY ON THE DAYS OF THE WEEK
000350*                  THE DAY MASK SELECTS:
000360*                    A - ADD DATES: RUN FLAG Y WITH A PROFILE THAT
000370*                        CAN BE STAGED, OR N FOR A NO-RUN DATE.  A
000380*                        DATE ALREADY ON THE CALENDAR IS SKIPPED.
000390*                    C - CHANGE DATES.  ONLY THE PUNCHED FIELDS
000400*                        CHANGE.
000410*                    D - DELETE DATES.
000420*                  A CARD THAT FAILS ITS EDITS IS LISTED WITH THE
000430*                  REASON AND NOT APPLIED.  WITH NEITHER DECK THE
000440*                  RUN IS REPORT-ONLY.  RETURN CODE 8 WHEN A DATE
000450*                  IN THE LISTING WINDOW HAS NO ENTRY OR NAMES A
000460*                  PROFILE THAT CANNOT BE STAGED (WITNESSJ WILL
000470*                  STOP THAT NIGHT), 4 WHEN ANY CARD WAS REJECTED.
000473* 2026-10-15  DLA  A CONTROL MEMBER MAY NOW HOLD THREE CARDS - THE
000476*                  THIRD CARRIES THE OUTPUT CADENCES.
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CALENDAR-CARD-FILE ASSIGN TO "CALCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT CALENDAR-TRAN-FILE ASSIGN TO "CALTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRAN-STATUS.
000580     SELECT PROFILE-LOAD-FILE ASSIGN TO "PRFLOAD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOAD-STATUS.
000610     SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS RCL-DATE
000650         FILE STATUS IS WS-CAL-STATUS.
000660     SELECT PROFILE-LIBRARY-FILE ASSIGN TO "PROFLIB"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS PRF-KEY
000700         FILE STATUS IS WS-PRF-STATUS.
000710     SELECT REPORT-FILE ASSIGN TO "CALRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.
000760*----------------------------------------------------------------
000770* CALCARD: CLC-AS-OF DATES THE REPORT AND STARTS THE LISTING
000780* WINDOW (UNPUNCHED - TODAY).  CLC-DAYS IS THE WINDOW LENGTH
000790* (UNPUNCHED OR ZERO 31, AT MOST 366).
000800*----------------------------------------------------------------
000810 FD  CALENDAR-CARD-FILE
000820     RECORDING MODE IS F.
000830 01  CALENDAR-CARD-RECORD.
000840     05  CLC-AS-OF               PIC X(08).
000850     05  FILLER                  PIC X(01).
000860     05  CLC-DAYS                PIC X(03).
000870     05  FILLER                  PIC X(68).

000880*----------------------------------------------------------------
000890* CALTRAN: ONE TRANSACTION PER CARD, FIELDS SEPARATED BY A BLANK
000900* COLUMN.  CLT-TO-DATE UNPUNCHED MEANS CLT-DATE ALONE.  CLT-DAYS
000910* IS A SEVEN-POSITION Y/N MASK, MONDAY FIRST (YYYYYNN - WEEKDAYS
000920* ONLY); UNPUNCHED MEANS EVERY DAY.  CLT-RUN-FLAG UNPUNCHED ON AN
000930* ADD MEANS Y.
000940*----------------------------------------------------------------
000950 FD  CALENDAR-TRAN-FILE
000960     RECORDING MODE IS F.
000970 01  CALENDAR-TRAN-RECORD.
000980     05  CLT-FUNCTION            PIC X(01).
000990         88  CLT-ADD             VALUE "A".
001000         88  CLT-CHANGE          VALUE "C".
001010         88  CLT-DELETE          VALUE "D".
001020     05  FILLER                  PIC X(01).
001030     05  CLT-DATE                PIC X(08).
001040     05  FILLER                  PIC X(01).
001050     05  CLT-TO-DATE             PIC X(08).
001060     05  FILLER                  PIC X(01).
001070     05  CLT-DAYS                PIC X(07).
001080     05  FILLER                  PIC X(01).
001090     05  CLT-PROFILE             PIC X(08).
001100     05  FILLER                  PIC X(01).
001110     05  CLT-RUN-FLAG            PIC X(01).
001120     05  FILLER                  PIC X(01).
001130     05  CLT-DESC                PIC X(30).
001140     05  FILLER                  PIC X(11).

001150*----------------------------------------------------------------
001160* PRFLOAD: 100-BYTE CARDS SO THE WHOLE 80-BYTE IMAGE FITS AFTER
001170* THE PROFILE AND MEMBER.  THE IMAGE IS STAGED EXACTLY AS
001180* PUNCHED, COLUMN 21 OF THE LOAD CARD BEING COLUMN 1 OF THE
001190* STAGED CARD.
001200*----------------------------------------------------------------
001210 FD  PROFILE-LOAD-FILE
001220     RECORDING MODE IS F.
001230 01  PROFILE-LOAD-RECORD.
001240     05  PLD-FUNCTION            PIC X(01).
001250         88  PLD-REPLACE         VALUE "R".
001260         88  PLD-DELETE          VALUE "X".
001270     05  FILLER                  PIC X(01).
001280     05  PLD-PROFILE             PIC X(08).
001290     05  FILLER                  PIC X(01).
001300     05  PLD-MEMBER              PIC X(08).
001310     05  FILLER                  PIC X(01).
001320     05  PLD-IMAGE               PIC X(80).

001330 FD  RUN-CALENDAR-FILE.
001340     COPY CALREC.

001350 FD  PROFILE-LIBRARY-FILE.
001360     COPY PRFREC.

001370 FD  REPORT-FILE.
001380 01  REPORT-LINE                PIC X(80).

001390 WORKING-STORAGE SECTION.
001400 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001410     88  CARD-STATUS-OK      VALUE "00".
001420 01  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
001430     88  TRAN-STATUS-OK      VALUE "00".
001440     88  TRAN-STATUS-EOF     VALUE "10".
001450 01  WS-LOAD-STATUS          PIC X(02) VALUE SPACES.
001460     88  LOAD-STATUS-OK      VALUE "00".
001470     88  LOAD-STATUS-EOF     VALUE "10".
001480 01  WS-CAL-STATUS           PIC X(02) VALUE SPACES.
001490     88  CAL-STATUS-OK       VALUE "00".
001500 01  WS-PRF-STATUS           PIC X(02) VALUE SPACES.
001510     88  PRF-STATUS-OK       VALUE "00".
001520     88  PRF-STATUS-EOF      VALUE "10".
001530 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001540 01  WS-AS-OF                PIC 9(08).
001550 01  WS-AS-OF-DAY            PIC 9(07).
001560 01  WS-WINDOW-DAYS          PIC 9(03) VALUE 31.
001570 01  WS-TRAN-PRESENT-SW      PIC X(01) VALUE "N".
001580     88  TRANSACTIONS-PRESENT VALUE "Y".
001590 01  WS-LOAD-PRESENT-SW      PIC X(01) VALUE "N".
001600     88  LOADS-PRESENT       VALUE "Y".
001610 01  WS-TRAN-RESULT          PIC X(50).
001620 01  WS-CHK-DATE             PIC 9(08).

001630*----------------------------------------------------------------
001640* CALTRAN DATE RANGE, AS DAY NUMBERS (INTEGER-OF-DATE), AND THE
001650* DAY-OF-WEEK MASK.  DAY NUMBER 1 (1601-01-01) WAS A MONDAY, SO
001660* (DAY NUMBER - 1) MODULO 7, PLUS 1, IS THE MASK POSITION.
001670*----------------------------------------------------------------
001680 01  WS-FROM-DAY             PIC 9(07).
001690 01  WS-TO-DAY               PIC 9(07).
001700 01  WS-DAY-NO               PIC 9(07).
001710 01  WS-DOW-WORK             PIC 9(07).
001720 01  WS-DOW-QUOT             PIC 9(07).
001730 01  WS-DOW                  PIC 9(01).
001740 01  WS-DATE                 PIC 9(08).
001750 01  WS-MASK                 PIC X(07).
001760 01  WS-MASK-R REDEFINES WS-MASK.
001770     05  WS-MASK-DAY         OCCURS 7 TIMES PIC X(01).
001780 01  WS-MASK-TALLY           PIC 9(02).
001790 01  WS-CARD-APPLIED         PIC 9(04).
001800 01  WS-CARD-SKIPPED         PIC 9(04).
001810 01  WS-SKIP-REASON          PIC X(16).
001820 01  WS-DAY-NAMES            PIC X(21)
001830         VALUE "MONTUEWEDTHUFRISATSUN".
001840 01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
001850     05  WS-DAY-NAME         OCCURS 7 TIMES PIC X(03).

001860*----------------------------------------------------------------
001870* PRFLOAD MEMBER BEING REPLACED, AND THE CARDS-TO-DELETE
001880* SELECTION (SEE 2500-DELETE-CARDS).
001890*----------------------------------------------------------------
001900 01  WS-MEMBER               PIC X(08).
001910     88  MEMBER-VALID        VALUE "CONTROL" "TUNECFG" "CLUSTRCF"
001920                                   "KSCHED".
001930     88  MEMBER-CONTROL      VALUE "CONTROL".
001940 01  WS-GRP-SW               PIC X(01) VALUE "N".
001950     88  GROUP-OPEN          VALUE "Y".
001960 01  WS-GRP-PROFILE          PIC X(08).
001970 01  WS-GRP-MEMBER           PIC X(08).
001980 01  WS-GRP-SEQ              PIC 9(04).
001990 01  WS-GRP-OLD-CARDS        PIC 9(04).
002000 01  WS-DEL-PROFILE          PIC X(08).
002010 01  WS-DEL-MEMBER           PIC X(08).
002020 01  WS-DEL-COUNT            PIC 9(04).
002030 01  WS-DEL-DONE-SW          PIC X(01).
002040     88  DELETE-DONE         VALUE "Y".

002050*----------------------------------------------------------------
002060* PROFILE DIRECTORY - CARDS PER MEMBER OF EVERY PROFILE ON
002070* PROFLIB, BUILT AFTER THE PRFLOAD CARDS APPLY.  A PROFILE IS
002080* STAGEABLE WHEN ITS CONTROL MEMBER HAS ONE TO THREE CARDS - THE
002090* RULE WITNESS-CALSTG ENFORCES.
002100*----------------------------------------------------------------
002110 01  WS-DIR-COUNT            PIC 9(03) VALUE ZERO.
002120 01  WS-DIR-OVERFLOW         PIC 9(05) VALUE ZERO.
002130 01  WS-DIR-TABLE.
002140     05  WS-DIR-ENTRY        OCCURS 100 TIMES.
002150         10  WS-DIR-PROFILE      PIC X(08).
002160         10  WS-DIR-CTL          PIC 9(04).
002170         10  WS-DIR-TUNE         PIC 9(04).
002180         10  WS-DIR-CLUS         PIC 9(04).
002190         10  WS-DIR-KSCH         PIC 9(04).
002200 01  DIR-X                   PIC 9(03).
002210 01  WS-LOOK-PROFILE         PIC X(08).
002220 01  WS-LOOK-SW              PIC X(01).
002230     88  PROFILE-STAGEABLE   VALUE "Y".

002240 01  WS-LOADS-APPLIED        PIC 9(05) VALUE ZERO.
002250 01  WS-LOADS-REJECTED       PIC 9(05) VALUE ZERO.
002260 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
002270 01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
002280 01  WS-GAP-COUNT            PIC 9(05) VALUE ZERO.
002290 01  WS-BAD-PROFILE-COUNT    PIC 9(05) VALUE ZERO.
002300 01  WS-NO-RUN-COUNT         PIC 9(05) VALUE ZERO.

002310 01  WS-HEADER-LINE.
002320     05  FILLER              PIC X(30)
002330         VALUE "RUN CALENDAR AND PROFILE LIBRA".
002340     05  FILLER              PIC X(23)
002350         VALUE "RY MAINTENANCE - AS OF ".
002360     05  HL-AS-OF            PIC 9(08).
002370 01  WS-LOAD-TITLE-LINE      PIC X(80) VALUE
002380     "PRFLOAD TRANSACTIONS".
002390 01  WS-LOAD-COLUMN-LINE     PIC X(80) VALUE
002400     "F PROFILE  MEMBER   RESULT".
002410 01  WS-LOAD-DETAIL-LINE.
002420     05  LL-FUNCTION         PIC X(01).
002430     05  FILLER              PIC X(01) VALUE SPACE.
002440     05  LL-PROFILE          PIC X(08).
002450     05  FILLER              PIC X(01) VALUE SPACE.
002460     05  LL-MEMBER           PIC X(08).
002470     05  FILLER              PIC X(01) VALUE SPACE.
002480     05  LL-RESULT           PIC X(50).
002490 01  WS-TRAN-TITLE-LINE      PIC X(80) VALUE
002500     "CALTRAN TRANSACTIONS".
002510 01  WS-TRAN-COLUMN-LINE     PIC X(80) VALUE
002520     "F DATE     TO-DATE  PROFILE  RESULT".
002530 01  WS-TRAN-DETAIL-LINE.
002540     05  TL-FUNCTION         PIC X(01).
002550     05  FILLER              PIC X(01) VALUE SPACE.
002560     05  TL-DATE             PIC X(08).
002570     05  FILLER              PIC X(01) VALUE SPACE.
002580     05  TL-TO-DATE          PIC X(08).
002590     05  FILLER              PIC X(01) VALUE SPACE.
002600     05  TL-PROFILE          PIC X(08).
002610     05  FILLER              PIC X(01) VALUE SPACE.
002620     05  TL-RESULT           PIC X(50).
002630 01  WS-DIR-TITLE-LINE       PIC X(80) VALUE
002640     "PROFILE DIRECTORY - CARDS PER MEMBER".
002650 01  WS-DIR-COLUMN-LINE.
002660     05  FILLER              PIC X(30)
002670         VALUE "PROFILE   CONTROL TUNECFG CLUS".
002680     05  FILLER              PIC X(22)
002690         VALUE "TRCF  KSCHED  STATUS".
002700 01  WS-DIR-DETAIL-LINE.
002710     05  DR-PROFILE          PIC X(08).
002720     05  FILLER              PIC X(05) VALUE SPACES.
002730     05  DR-CTL              PIC ZZZ9.
002740     05  FILLER              PIC X(04) VALUE SPACES.
002750     05  DR-TUNE             PIC ZZZ9.
002760     05  FILLER              PIC X(05) VALUE SPACES.
002770     05  DR-CLUS             PIC ZZZ9.
002780     05  FILLER              PIC X(04) VALUE SPACES.
002790     05  DR-KSCH             PIC ZZZ9.
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  DR-STATUS           PIC X(30).
002820 01  WS-WINDOW-TITLE-LINE.
002830     05  FILLER              PIC X(30)
002840         VALUE "MONTH-AHEAD RUN CALENDAR - ".
002850     05  WT-DAYS             PIC ZZ9.
002860     05  FILLER              PIC X(11) VALUE " DAYS FROM ".
002870     05  WT-FROM             PIC 9(08).
002880 01  WS-WINDOW-COLUMN-LINE.
002890     05  FILLER              PIC X(30)
002900         VALUE "DATE     DAY PROFILE  R DESCRI".
002910     05  FILLER              PIC X(30)
002920         VALUE "PTION                     NOTE".
002930 01  WS-WINDOW-DETAIL-LINE.
002940     05  WL-DATE             PIC 9(08).
002950     05  FILLER              PIC X(01) VALUE SPACE.
002960     05  WL-DAY              PIC X(03).
002970     05  FILLER              PIC X(01) VALUE SPACE.
002980     05  WL-PROFILE          PIC X(08).
002990     05  FILLER              PIC X(01) VALUE SPACE.
003000     05  WL-RUN-FLAG         PIC X(01).
003010     05  FILLER              PIC X(01) VALUE SPACE.
003020     05  WL-DESC             PIC X(30).
003030     05  FILLER              PIC X(01) VALUE SPACE.
003040     05  WL-NOTE             PIC X(24).
003050 01  WS-SUMMARY-LINE.
003060     05  SM-LABEL            PIC X(30).
003070     05  SM-COUNT            PIC Z(4)9.

003080 PROCEDURE DIVISION.
003090*----------------------------------------------------------------
003100 0000-MAINLINE.
003110*----------------------------------------------------------------
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     IF LOADS-PRESENT
003140         PERFORM 2000-PROCESS-ONE-LOAD THRU 2000-EXIT
003150             UNTIL LOAD-STATUS-EOF
003160         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
003170         CLOSE PROFILE-LOAD-FILE
003180     END-IF.
003190     PERFORM 3000-BUILD-DIRECTORY THRU 3000-EXIT.
003200     IF TRANSACTIONS-PRESENT
003210         PERFORM 4000-PROCESS-ONE-TRAN THRU 4000-EXIT
003220             UNTIL TRAN-STATUS-EOF
003230         CLOSE CALENDAR-TRAN-FILE
003240     END-IF.
003250     PERFORM 5000-PRINT-DIRECTORY THRU 5000-EXIT.
003260     PERFORM 6000-MONTH-AHEAD THRU 6000-EXIT.
003270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003280     STOP RUN.

003290*----------------------------------------------------------------
003300 1000-INITIALIZE.
003310*    BOTH MASTERS ARE CREATED EMPTY ON THE FIRST RUN, SO THE FIRST
003320*    SUBMISSION CAN LOAD THE PROFILES AND THE CALENDAR.  AN
003330*    UNREADABLE OR EMPTY CALCARD LEAVES THE DEFAULTS.
003340*----------------------------------------------------------------
003350     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF.
003360     OPEN INPUT CALENDAR-CARD-FILE.
003370     IF CARD-STATUS-OK
003380         READ CALENDAR-CARD-FILE
003390             AT END
003400                 MOVE SPACES TO CALENDAR-CARD-RECORD
003410         END-READ
003420         IF CLC-AS-OF IS NUMERIC
003430             MOVE CLC-AS-OF TO WS-CHK-DATE
003440             IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) = ZERO
003450                 MOVE WS-CHK-DATE TO WS-AS-OF
003460             END-IF
003470         END-IF
003480         IF CLC-DAYS IS NUMERIC
003490             MOVE CLC-DAYS TO WS-WINDOW-DAYS
003500         END-IF
003510         CLOSE CALENDAR-CARD-FILE
003520     END-IF.
003530     IF WS-WINDOW-DAYS = ZERO
003540         MOVE 31 TO WS-WINDOW-DAYS
003550     END-IF.
003560     IF WS-WINDOW-DAYS > 366
003570         MOVE 366 TO WS-WINDOW-DAYS
003580     END-IF.
003590     COMPUTE WS-AS-OF-DAY = FUNCTION INTEGER-OF-DATE(WS-AS-OF).
003600     OPEN I-O RUN-CALENDAR-FILE.
003610     IF NOT CAL-STATUS-OK
003620         OPEN OUTPUT RUN-CALENDAR-FILE
003630         CLOSE RUN-CALENDAR-FILE
003640         OPEN I-O RUN-CALENDAR-FILE
003650     END-IF.
003660     IF NOT CAL-STATUS-OK
003670         DISPLAY "WITNESS-CALMNT: RUNCAL NOT AVAILABLE - "
003680             "ABENDING"
003690         STOP RUN WITH ERROR STATUS 16
003700     END-IF.
003710     OPEN I-O PROFILE-LIBRARY-FILE.
003720     IF NOT PRF-STATUS-OK
003730         OPEN OUTPUT PROFILE-LIBRARY-FILE
003740         CLOSE PROFILE-LIBRARY-FILE
003750         OPEN I-O PROFILE-LIBRARY-FILE
003760     END-IF.
003770     IF NOT PRF-STATUS-OK
003780         DISPLAY "WITNESS-CALMNT: PROFLIB NOT AVAILABLE - "
003790             "ABENDING"
003800         STOP RUN WITH ERROR STATUS 16
003810     END-IF.
003820     OPEN OUTPUT REPORT-FILE.
003830     MOVE WS-AS-OF TO HL-AS-OF.
003840     MOVE WS-HEADER-LINE TO REPORT-LINE.
003850     WRITE REPORT-LINE.
003860     OPEN INPUT PROFILE-LOAD-FILE.
003870     IF LOAD-STATUS-OK
003880         SET LOADS-PRESENT TO TRUE
003890         MOVE SPACES TO REPORT-LINE
003900         WRITE REPORT-LINE
003910         MOVE WS-LOAD-TITLE-LINE TO REPORT-LINE
003920         WRITE REPORT-LINE
003930         MOVE WS-LOAD-COLUMN-LINE TO REPORT-LINE
003940         WRITE REPORT-LINE
003950     END-IF.
003960     OPEN INPUT CALENDAR-TRAN-FILE.
003970     IF TRAN-STATUS-OK
003980         SET TRANSACTIONS-PRESENT TO TRUE
003990     END-IF.
004000     IF NOT LOADS-PRESENT AND NOT TRANSACTIONS-PRESENT
004010         DISPLAY "WITNESS-CALMNT: NO PRFLOAD OR CALTRAN - "
004020             "REPORT ONLY"
004030     END-IF.
004040 1000-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070 2000-PROCESS-ONE-LOAD.
004080*    R CARDS ARE REPORTED A MEMBER AT A TIME (2400), NOT CARD BY
004090*    CARD; A REJECTED CARD AND EVERY X CARD GET THEIR OWN LINE.
004100*----------------------------------------------------------------
004110     READ PROFILE-LOAD-FILE
004120         AT END
004130             SET LOAD-STATUS-EOF TO TRUE
004140             GO TO 2000-EXIT
004150     END-READ.
004160     MOVE SPACES TO WS-TRAN-RESULT.
004170     MOVE PLD-MEMBER TO WS-MEMBER.
004180     EVALUATE TRUE
004190         WHEN PLD-PROFILE = SPACES
004200             MOVE "REJECTED - PROFILE NOT PUNCHED"
004210                 TO WS-TRAN-RESULT
004220         WHEN PLD-REPLACE
004230             PERFORM 2100-REPLACE-CARD THRU 2100-EXIT
004240         WHEN PLD-DELETE
004250             PERFORM 2200-DELETE-ENTRY THRU 2200-EXIT
004260         WHEN OTHER
004270             MOVE "REJECTED - FUNCTION MUST BE R OR X"
004280                 TO WS-TRAN-RESULT
004290     END-EVALUATE.
004300     IF WS-TRAN-RESULT = SPACES
004310         GO TO 2000-EXIT
004320     END-IF.
004330     IF WS-TRAN-RESULT(1:8) = "REJECTED"
004340         ADD 1 TO WS-LOADS-REJECTED
004350     ELSE
004360         ADD 1 TO WS-LOADS-APPLIED
004370     END-IF.
004380     MOVE PLD-FUNCTION TO LL-FUNCTION.
004390     MOVE PLD-PROFILE TO LL-PROFILE.
004400     MOVE PLD-MEMBER TO LL-MEMBER.
004410     MOVE WS-TRAN-RESULT TO LL-RESULT.
004420     MOVE WS-LOAD-DETAIL-LINE TO REPORT-LINE.
004430     WRITE REPORT-LINE.
004440 2000-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470 2100-REPLACE-CARD.
004480*    A CHANGE OF PROFILE OR MEMBER CLOSES THE MEMBER BEING LOADED
004490*    AND DROPS THE NEW MEMBER'S OLD CARDS BEFORE ITS FIRST NEW
004500*    CARD GOES IN.  CARDS OF ONE MEMBER MUST THEREFORE SIT
004510*    TOGETHER IN THE DECK - A SECOND RUN OF THEM REPLACES THE
004520*    FIRST.
004530*----------------------------------------------------------------
004540     IF NOT MEMBER-VALID
004550         MOVE "REJECTED - MEMBER NAME NOT KNOWN"
004560             TO WS-TRAN-RESULT
004570         GO TO 2100-EXIT
004580     END-IF.
004590     IF NOT GROUP-OPEN
004600             OR PLD-PROFILE NOT = WS-GRP-PROFILE
004610             OR PLD-MEMBER NOT = WS-GRP-MEMBER
004620         PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT
004630         MOVE PLD-PROFILE TO WS-DEL-PROFILE
004640         MOVE PLD-MEMBER TO WS-DEL-MEMBER
004650         PERFORM 2500-DELETE-CARDS THRU 2500-EXIT
004660         MOVE WS-DEL-COUNT TO WS-GRP-OLD-CARDS
004670         MOVE PLD-PROFILE TO WS-GRP-PROFILE
004680         MOVE PLD-MEMBER TO WS-GRP-MEMBER
004690         MOVE ZERO TO WS-GRP-SEQ
004700         SET GROUP-OPEN TO TRUE
004710     END-IF.
004720     IF MEMBER-CONTROL AND WS-GRP-SEQ NOT < 3
004730         MOVE "REJECTED - CONTROL MEMBER TAKES 3 CARDS AT MOST"
004740             TO WS-TRAN-RESULT
004750         GO TO 2100-EXIT
004760     END-IF.
004770     ADD 1 TO WS-GRP-SEQ.
004780     MOVE PLD-PROFILE TO PRF-PROFILE.
004790     MOVE PLD-MEMBER TO PRF-MEMBER.
004800     MOVE WS-GRP-SEQ TO PRF-SEQ.
004810     MOVE PLD-IMAGE TO PRF-IMAGE.
004820     WRITE PROFILE-LIBRARY-RECORD
004830         INVALID KEY
004840             SUBTRACT 1 FROM WS-GRP-SEQ
004850             MOVE "REJECTED - PROFLIB WRITE FAILED"
004860                 TO WS-TRAN-RESULT
004870     END-WRITE.
004880 2100-EXIT.
004890     EXIT.

004900*----------------------------------------------------------------
004910 2200-DELETE-ENTRY.
004920*----------------------------------------------------------------
004930     PERFORM 2400-CLOSE-GROUP THRU 2400-EXIT.
004940     IF PLD-MEMBER NOT = SPACES AND NOT MEMBER-VALID
004950         MOVE "REJECTED - MEMBER NAME NOT KNOWN"
004960             TO WS-TRAN-RESULT
004970         GO TO 2200-EXIT
004980     END-IF.
004990     MOVE PLD-PROFILE TO WS-DEL-PROFILE.
005000     MOVE PLD-MEMBER TO WS-DEL-MEMBER.
005010     PERFORM 2500-DELETE-CARDS THRU 2500-EXIT.
005020     IF WS-DEL-COUNT = ZERO
005030         MOVE "REJECTED - NOTHING ON PROFLIB TO DELETE"
005040             TO WS-TRAN-RESULT
005050     ELSE
005060         STRING "DELETED " WS-DEL-COUNT " CARDS"
005070             DELIMITED BY SIZE INTO WS-TRAN-RESULT
005080     END-IF.
005090 2200-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------
005120 2400-CLOSE-GROUP.
005130*    ONE LINE FOR THE MEMBER JUST LOADED.
005140*----------------------------------------------------------------
005150     IF NOT GROUP-OPEN
005160         GO TO 2400-EXIT
005170     END-IF.
005180     MOVE "N" TO WS-GRP-SW.
005190     IF WS-GRP-SEQ = ZERO
005200         GO TO 2400-EXIT
005210     END-IF.
005220     ADD 1 TO WS-LOADS-APPLIED.
005230     MOVE "R" TO LL-FUNCTION.
005240     MOVE WS-GRP-PROFILE TO LL-PROFILE.
005250     MOVE WS-GRP-MEMBER TO LL-MEMBER.
005260     MOVE SPACES TO LL-RESULT.
005270     STRING "REPLACED - " WS-GRP-SEQ " CARDS (" WS-GRP-OLD-CARDS
005280         " BEFORE)"
005290         DELIMITED BY SIZE INTO LL-RESULT.
005300     MOVE WS-LOAD-DETAIL-LINE TO REPORT-LINE.
005310     WRITE REPORT-LINE.
005320 2400-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------
005350 2500-DELETE-CARDS.
005360*    DELETES WS-DEL-PROFILE'S CARDS FOR MEMBER WS-DEL-MEMBER, OR
005370*    EVERY MEMBER WHEN IT IS SPACES; COUNT IN WS-DEL-COUNT.
005380*----------------------------------------------------------------
005390     MOVE ZERO TO WS-DEL-COUNT.
005400     MOVE "N" TO WS-DEL-DONE-SW.
005410     MOVE LOW-VALUES TO PRF-KEY.
005420     MOVE WS-DEL-PROFILE TO PRF-PROFILE.
005430     IF WS-DEL-MEMBER NOT = SPACES
005440         MOVE WS-DEL-MEMBER TO PRF-MEMBER
005450     END-IF.
005460     START PROFILE-LIBRARY-FILE KEY NOT < PRF-KEY
005470         INVALID KEY
005480             GO TO 2500-EXIT
005490     END-START.
005500     PERFORM 2510-DELETE-ONE-CARD THRU 2510-EXIT
005510         UNTIL DELETE-DONE.
005520 2500-EXIT.
005530     EXIT.

005540*----------------------------------------------------------------
005550 2510-DELETE-ONE-CARD.
005560*----------------------------------------------------------------
005570     READ PROFILE-LIBRARY-FILE NEXT RECORD
005580         AT END
005590             SET DELETE-DONE TO TRUE
005600             GO TO 2510-EXIT
005610     END-READ.
005620     IF PRF-PROFILE NOT = WS-DEL-PROFILE
005630         SET DELETE-DONE TO TRUE
005640         GO TO 2510-EXIT
005650     END-IF.
005660     IF WS-DEL-MEMBER NOT = SPACES
005670             AND PRF-MEMBER NOT = WS-DEL-MEMBER
005680         SET DELETE-DONE TO TRUE
005690         GO TO 2510-EXIT
005700     END-IF.
005710     DELETE PROFILE-LIBRARY-FILE RECORD
005720         INVALID KEY
005730             SET DELETE-DONE TO TRUE
005740             GO TO 2510-EXIT
005750     END-DELETE.
005760     ADD 1 TO WS-DEL-COUNT.
005770 2510-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800 3000-BUILD-DIRECTORY.
005810*    ONE PASS OF PROFLIB IN KEY ORDER - A PROFILE'S CARDS ARE
005820*    CONTIGUOUS, SO A NEW NAME STARTS A NEW ENTRY.
005830*----------------------------------------------------------------
005840     MOVE ZERO TO WS-DIR-COUNT.
005850     MOVE "00" TO WS-PRF-STATUS.
005860     MOVE LOW-VALUES TO PRF-KEY.
005870     START PROFILE-LIBRARY-FILE KEY NOT < PRF-KEY
005880         INVALID KEY
005890             GO TO 3000-EXIT
005900     END-START.
005910     PERFORM 3100-DIRECTORY-ONE-CARD THRU 3100-EXIT
005920         UNTIL PRF-STATUS-EOF.
005930 3000-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960 3100-DIRECTORY-ONE-CARD.
005970*----------------------------------------------------------------
005980     READ PROFILE-LIBRARY-FILE NEXT RECORD
005990         AT END
006000             SET PRF-STATUS-EOF TO TRUE
006010             GO TO 3100-EXIT
006020     END-READ.
006030     IF WS-DIR-COUNT = ZERO
006040             OR PRF-PROFILE NOT = WS-DIR-PROFILE(WS-DIR-COUNT)
006050         IF WS-DIR-COUNT NOT < 100
006060             ADD 1 TO WS-DIR-OVERFLOW
006070             GO TO 3100-EXIT
006080         END-IF
006090         ADD 1 TO WS-DIR-COUNT
006100         MOVE PRF-PROFILE TO WS-DIR-PROFILE(WS-DIR-COUNT)
006110         MOVE ZERO TO WS-DIR-CTL(WS-DIR-COUNT)
006120         MOVE ZERO TO WS-DIR-TUNE(WS-DIR-COUNT)
006130         MOVE ZERO TO WS-DIR-CLUS(WS-DIR-COUNT)
006140         MOVE ZERO TO WS-DIR-KSCH(WS-DIR-COUNT)
006150     END-IF.
006160     EVALUATE TRUE
006170         WHEN PRF-CONTROL
006180             ADD 1 TO WS-DIR-CTL(WS-DIR-COUNT)
006190         WHEN PRF-TUNECFG
006200             ADD 1 TO WS-DIR-TUNE(WS-DIR-COUNT)
006210         WHEN PRF-CLUSTRCF
006220             ADD 1 TO WS-DIR-CLUS(WS-DIR-COUNT)
006230         WHEN PRF-KSCHED
006240             ADD 1 TO WS-DIR-KSCH(WS-DIR-COUNT)
006250     END-EVALUATE.
006260 3100-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290 3200-LOOK-UP-PROFILE.
006300*    SETS PROFILE-STAGEABLE WHEN WS-LOOK-PROFILE IS ON THE
006310*    DIRECTORY WITH A ONE- TO THREE-CARD CONTROL MEMBER.
006320*----------------------------------------------------------------
006330     MOVE "N" TO WS-LOOK-SW.
006340     PERFORM VARYING DIR-X FROM 1 BY 1 UNTIL DIR-X > WS-DIR-COUNT
006350         IF WS-DIR-PROFILE(DIR-X) = WS-LOOK-PROFILE
006360             IF WS-DIR-CTL(DIR-X) > ZERO
006370                     AND WS-DIR-CTL(DIR-X) NOT > 3
006380                 SET PROFILE-STAGEABLE TO TRUE
006390             END-IF
006400         END-IF
006410     END-PERFORM.
006420 3200-EXIT.
006430     EXIT.

006440*----------------------------------------------------------------
006450 4000-PROCESS-ONE-TRAN.
006460*----------------------------------------------------------------
006470     READ CALENDAR-TRAN-FILE
006480         AT END
006490             SET TRAN-STATUS-EOF TO TRUE
006500             GO TO 4000-EXIT
006510     END-READ.
006520     IF WS-APPLIED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
006530         MOVE SPACES TO REPORT-LINE
006540         WRITE REPORT-LINE
006550         MOVE WS-TRAN-TITLE-LINE TO REPORT-LINE
006560         WRITE REPORT-LINE
006570         MOVE WS-TRAN-COLUMN-LINE TO REPORT-LINE
006580         WRITE REPORT-LINE
006590     END-IF.
006600     MOVE SPACES TO WS-TRAN-RESULT.
006610     MOVE ZERO TO WS-CARD-APPLIED.
006620     MOVE ZERO TO WS-CARD-SKIPPED.
006630     PERFORM 4100-EDIT-TRAN THRU 4100-EXIT.
006640     IF WS-TRAN-RESULT = SPACES
006650         PERFORM 4300-APPLY-ONE-DATE THRU 4300-EXIT
006660             VARYING WS-DAY-NO FROM WS-FROM-DAY BY 1
006670             UNTIL WS-DAY-NO > WS-TO-DAY
006680         IF WS-CARD-APPLIED = ZERO
006690             STRING "REJECTED - NO DATE APPLIED, " WS-CARD-SKIPPED
006700                 " " WS-SKIP-REASON
006710                 DELIMITED BY SIZE INTO WS-TRAN-RESULT
006720         ELSE
006730             IF WS-CARD-SKIPPED = ZERO
006740                 STRING "APPLIED " WS-CARD-APPLIED " DATES"
006750                     DELIMITED BY SIZE INTO WS-TRAN-RESULT
006760             ELSE
006770                 STRING "APPLIED " WS-CARD-APPLIED ", SKIPPED "
006780                     WS-CARD-SKIPPED " " WS-SKIP-REASON
006790                     DELIMITED BY SIZE INTO WS-TRAN-RESULT
006800             END-IF
006810         END-IF
006820     END-IF.
006830     IF WS-TRAN-RESULT(1:8) = "REJECTED"
006840         ADD 1 TO WS-REJECTED-COUNT
006850     ELSE
006860         ADD 1 TO WS-APPLIED-COUNT
006870     END-IF.
006880     MOVE CLT-FUNCTION TO TL-FUNCTION.
006890     MOVE CLT-DATE TO TL-DATE.
006900     MOVE CLT-TO-DATE TO TL-TO-DATE.
006910     MOVE CLT-PROFILE TO TL-PROFILE.
006920     MOVE WS-TRAN-RESULT TO TL-RESULT.
006930     MOVE WS-TRAN-DETAIL-LINE TO REPORT-LINE.
006940     WRITE REPORT-LINE.
006950 4000-EXIT.
006960     EXIT.

006970*----------------------------------------------------------------
006980 4100-EDIT-TRAN.
006990*    A RANGE IS CAPPED AT 366 DAYS - A YEAR'S CALENDAR IN ONE
007000*    CARD, BUT NOT A MISKEYED CENTURY.  A PROFILE NAMED ON AN ADD
007010*    OR CHANGE MUST ALREADY BE STAGEABLE, SO THE CALENDAR CANNOT
007020*    PROMISE A NIGHT THE STAGING STEP WILL REFUSE.
007030*----------------------------------------------------------------
007040     IF NOT CLT-ADD AND NOT CLT-CHANGE AND NOT CLT-DELETE
007050         MOVE "REJECTED - FUNCTION MUST BE A, C OR D"
007060             TO WS-TRAN-RESULT
007070         GO TO 4100-EXIT
007080     END-IF.
007090     IF CLT-DATE IS NOT NUMERIC
007100         MOVE "REJECTED - DATE INVALID" TO WS-TRAN-RESULT
007110         GO TO 4100-EXIT
007120     END-IF.
007130     MOVE CLT-DATE TO WS-CHK-DATE.
007140     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) > ZERO
007150         MOVE "REJECTED - DATE INVALID" TO WS-TRAN-RESULT
007160         GO TO 4100-EXIT
007170     END-IF.
007180     COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
007190     MOVE WS-FROM-DAY TO WS-TO-DAY.
007200     IF CLT-TO-DATE NOT = SPACES
007210         IF CLT-TO-DATE IS NOT NUMERIC
007220             MOVE "REJECTED - TO-DATE INVALID" TO WS-TRAN-RESULT
007230             GO TO 4100-EXIT
007240         END-IF
007250         MOVE CLT-TO-DATE TO WS-CHK-DATE
007260         IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) > ZERO
007270             MOVE "REJECTED - TO-DATE INVALID" TO WS-TRAN-RESULT
007280             GO TO 4100-EXIT
007290         END-IF
007300         COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
007310     END-IF.
007320     IF WS-TO-DAY < WS-FROM-DAY
007330         MOVE "REJECTED - TO-DATE BEFORE DATE" TO WS-TRAN-RESULT
007340         GO TO 4100-EXIT
007350     END-IF.
007360     IF WS-TO-DAY - WS-FROM-DAY > 365
007370         MOVE "REJECTED - RANGE LONGER THAN 366 DAYS"
007380             TO WS-TRAN-RESULT
007390         GO TO 4100-EXIT
007400     END-IF.
007410     MOVE CLT-DAYS TO WS-MASK.
007420     IF WS-MASK = SPACES
007430         MOVE "YYYYYYY" TO WS-MASK
007440     END-IF.
007450     MOVE ZERO TO WS-MASK-TALLY.
007460     INSPECT WS-MASK TALLYING WS-MASK-TALLY FOR ALL "Y" ALL "N".
007470     IF WS-MASK-TALLY NOT = 7
007480         MOVE "REJECTED - DAY MASK MUST BE SEVEN Y/N"
007490             TO WS-TRAN-RESULT
007500         GO TO 4100-EXIT
007510     END-IF.
007520     EVALUATE TRUE
007530         WHEN CLT-ADD
007540             MOVE "ALREADY ON FILE" TO WS-SKIP-REASON
007550             IF CLT-RUN-FLAG = SPACE
007560                 MOVE "Y" TO CLT-RUN-FLAG
007570             END-IF
007580             IF CLT-RUN-FLAG = "Y" AND CLT-PROFILE = SPACES
007590                 MOVE "REJECTED - A RUN DATE NEEDS A PROFILE"
007600                     TO WS-TRAN-RESULT
007610                 GO TO 4100-EXIT
007620             END-IF
007630         WHEN CLT-CHANGE
007640             MOVE "NOT ON FILE" TO WS-SKIP-REASON
007650             IF CLT-PROFILE = SPACES AND CLT-RUN-FLAG = SPACE
007660                     AND CLT-DESC = SPACES
007670                 MOVE "REJECTED - NOTHING TO CHANGE"
007680                     TO WS-TRAN-RESULT
007690                 GO TO 4100-EXIT
007700             END-IF
007710         WHEN CLT-DELETE
007720             MOVE "NOT ON FILE" TO WS-SKIP-REASON
007730             GO TO 4100-EXIT
007740     END-EVALUATE.
007750     IF CLT-RUN-FLAG NOT = "Y" AND CLT-RUN-FLAG NOT = "N"
007760             AND CLT-RUN-FLAG NOT = SPACE
007770         MOVE "REJECTED - RUN FLAG MUST BE Y OR N"
007780             TO WS-TRAN-RESULT
007790         GO TO 4100-EXIT
007800     END-IF.
007810     IF CLT-PROFILE NOT = SPACES
007820         MOVE CLT-PROFILE TO WS-LOOK-PROFILE
007830         PERFORM 3200-LOOK-UP-PROFILE THRU 3200-EXIT
007840         IF NOT PROFILE-STAGEABLE
007850             MOVE "REJECTED - PROFILE NOT STAGEABLE FROM PROFLIB"
007860                 TO WS-TRAN-RESULT
007870         END-IF
007880     END-IF.
007890 4100-EXIT.
007900     EXIT.

007910*----------------------------------------------------------------
007920 4300-APPLY-ONE-DATE.
007930*    DATES THE DAY MASK LEAVES OUT ARE PASSED OVER SILENTLY.  A
007940*    CHANGE THAT WOULD LEAVE A RUN DATE WITHOUT A PROFILE IS
007950*    SKIPPED WITH THE NOT-ON-FILE DATES.
007960*----------------------------------------------------------------
007970     COMPUTE WS-DOW-WORK = WS-DAY-NO - 1.
007980     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
007990         REMAINDER WS-DOW.
008000     ADD 1 TO WS-DOW.
008010     IF WS-MASK-DAY(WS-DOW) NOT = "Y"
008020         GO TO 4300-EXIT
008030     END-IF.
008040     COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
008050     MOVE WS-DATE TO RCL-DATE.
008060     READ RUN-CALENDAR-FILE
008070         INVALID KEY
008080             IF CLT-ADD
008090                 PERFORM 4400-ADD-DATE THRU 4400-EXIT
008100             ELSE
008110                 ADD 1 TO WS-CARD-SKIPPED
008120             END-IF
008130             GO TO 4300-EXIT
008140     END-READ.
008150     EVALUATE TRUE
008160         WHEN CLT-ADD
008170             ADD 1 TO WS-CARD-SKIPPED
008180         WHEN CLT-CHANGE
008190             IF CLT-PROFILE NOT = SPACES
008200                 MOVE CLT-PROFILE TO RCL-PROFILE
008210             END-IF
008220             IF CLT-RUN-FLAG NOT = SPACE
008230                 MOVE CLT-RUN-FLAG TO RCL-RUN-FLAG
008240             END-IF
008250             IF CLT-DESC NOT = SPACES
008260                 MOVE CLT-DESC TO RCL-DESC
008270             END-IF
008280             IF RCL-RUN AND RCL-PROFILE = SPACES
008290                 ADD 1 TO WS-CARD-SKIPPED
008300             ELSE
008310                 MOVE WS-AS-OF TO RCL-UPDATED
008320                 REWRITE RUN-CALENDAR-RECORD
008330                 ADD 1 TO WS-CARD-APPLIED
008340             END-IF
008350         WHEN CLT-DELETE
008360             DELETE RUN-CALENDAR-FILE RECORD
008370             ADD 1 TO WS-CARD-APPLIED
008380     END-EVALUATE.
008390 4300-EXIT.
008400     EXIT.

008410*----------------------------------------------------------------
008420 4400-ADD-DATE.
008430*----------------------------------------------------------------
008440     MOVE SPACES TO RUN-CALENDAR-RECORD.
008450     MOVE WS-DATE TO RCL-DATE.
008460     MOVE CLT-PROFILE TO RCL-PROFILE.
008470     MOVE CLT-RUN-FLAG TO RCL-RUN-FLAG.
008480     MOVE CLT-DESC TO RCL-DESC.
008490     MOVE WS-AS-OF TO RCL-UPDATED.
008500     WRITE RUN-CALENDAR-RECORD
008510         INVALID KEY
008520             ADD 1 TO WS-CARD-SKIPPED
008530             GO TO 4400-EXIT
008540     END-WRITE.
008550     ADD 1 TO WS-CARD-APPLIED.
008560 4400-EXIT.
008570     EXIT.

008580*----------------------------------------------------------------
008590 5000-PRINT-DIRECTORY.
008600*----------------------------------------------------------------
008610     MOVE SPACES TO REPORT-LINE.
008620     WRITE REPORT-LINE.
008630     MOVE WS-DIR-TITLE-LINE TO REPORT-LINE.
008640     WRITE REPORT-LINE.
008650     MOVE WS-DIR-COLUMN-LINE TO REPORT-LINE.
008660     WRITE REPORT-LINE.
008670     PERFORM VARYING DIR-X FROM 1 BY 1 UNTIL DIR-X > WS-DIR-COUNT
008680         MOVE WS-DIR-PROFILE(DIR-X) TO DR-PROFILE
008690         MOVE WS-DIR-CTL(DIR-X) TO DR-CTL
008700         MOVE WS-DIR-TUNE(DIR-X) TO DR-TUNE
008710         MOVE WS-DIR-CLUS(DIR-X) TO DR-CLUS
008720         MOVE WS-DIR-KSCH(DIR-X) TO DR-KSCH
008730         IF WS-DIR-CTL(DIR-X) = ZERO
008740             MOVE "NO CONTROL MEMBER - UNUSABLE" TO DR-STATUS
008750         ELSE
008760             IF WS-DIR-CTL(DIR-X) > 3
008770                 MOVE "CONTROL OVER THREE CARDS" TO DR-STATUS
008780             ELSE
008790                 MOVE "STAGEABLE" TO DR-STATUS
008800             END-IF
008810         END-IF
008820         MOVE WS-DIR-DETAIL-LINE TO REPORT-LINE
008830         WRITE REPORT-LINE
008840     END-PERFORM.
008850     IF WS-DIR-COUNT = ZERO
008860         MOVE "NO PROFILES ON PROFLIB" TO REPORT-LINE
008870         WRITE REPORT-LINE
008880     END-IF.
008890     IF WS-DIR-OVERFLOW > ZERO
008900         MOVE "MORE THAN 100 PROFILES - THE REST ARE NOT LISTED"
008910             TO REPORT-LINE
008920         WRITE REPORT-LINE
008930     END-IF.
008940 5000-EXIT.
008950     EXIT.

008960*----------------------------------------------------------------
008970 6000-MONTH-AHEAD.
008980*    ONE LINE PER DATE IN THE WINDOW, ENTRY OR NOT, SO A GAP IS
008990*    AS VISIBLE AS AN ENTRY.  EVERY FLAGGED LINE IS A NIGHT
009000*    WITNESSJ WILL STOP AT ITS STAGING STEP.
009010*----------------------------------------------------------------
009020     MOVE SPACES TO REPORT-LINE.
009030     WRITE REPORT-LINE.
009040     MOVE WS-WINDOW-DAYS TO WT-DAYS.
009050     MOVE WS-AS-OF TO WT-FROM.
009060     MOVE WS-WINDOW-TITLE-LINE TO REPORT-LINE.
009070     WRITE REPORT-LINE.
009080     MOVE WS-WINDOW-COLUMN-LINE TO REPORT-LINE.
009090     WRITE REPORT-LINE.
009100     COMPUTE WS-TO-DAY = WS-AS-OF-DAY + WS-WINDOW-DAYS - 1.
009110     PERFORM 6100-LIST-ONE-DATE THRU 6100-EXIT
009120         VARYING WS-DAY-NO FROM WS-AS-OF-DAY BY 1
009130         UNTIL WS-DAY-NO > WS-TO-DAY.
009140 6000-EXIT.
009150     EXIT.

009160*----------------------------------------------------------------
009170 6100-LIST-ONE-DATE.
009180*----------------------------------------------------------------
009190     COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
009200     COMPUTE WS-DOW-WORK = WS-DAY-NO - 1.
009210     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
009220         REMAINDER WS-DOW.
009230     ADD 1 TO WS-DOW.
009240     MOVE WS-DATE TO WL-DATE.
009250     MOVE WS-DAY-NAME(WS-DOW) TO WL-DAY.
009260     MOVE SPACES TO WL-PROFILE WL-RUN-FLAG WL-DESC WL-NOTE.
009270     MOVE WS-DATE TO RCL-DATE.
009280     READ RUN-CALENDAR-FILE
009290         INVALID KEY
009300             MOVE "NO ENTRY - JOB STOPS" TO WL-NOTE
009310             ADD 1 TO WS-GAP-COUNT
009320             GO TO 6100-WRITE
009330     END-READ.
009340     MOVE RCL-PROFILE TO WL-PROFILE.
009350     MOVE RCL-RUN-FLAG TO WL-RUN-FLAG.
009360     MOVE RCL-DESC TO WL-DESC.
009370     IF RCL-NO-RUN
009380         MOVE "NO RUN" TO WL-NOTE
009390         ADD 1 TO WS-NO-RUN-COUNT
009400         GO TO 6100-WRITE
009410     END-IF.
009420     MOVE RCL-PROFILE TO WS-LOOK-PROFILE.
009430     PERFORM 3200-LOOK-UP-PROFILE THRU 3200-EXIT.
009440     IF NOT RCL-RUN OR NOT PROFILE-STAGEABLE
009450         MOVE "PROFILE UNUSABLE - STOPS" TO WL-NOTE
009460         ADD 1 TO WS-BAD-PROFILE-COUNT
009470     END-IF.
009480 6100-WRITE.
009490     MOVE WS-WINDOW-DETAIL-LINE TO REPORT-LINE.
009500     WRITE REPORT-LINE.
009510 6100-EXIT.
009520     EXIT.

009530*----------------------------------------------------------------
009540 9000-TERMINATE.
009550*----------------------------------------------------------------
009560     CLOSE RUN-CALENDAR-FILE.
009570     CLOSE PROFILE-LIBRARY-FILE.
009580     MOVE SPACES TO REPORT-LINE.
009590     WRITE REPORT-LINE.
009600     IF LOADS-PRESENT
009610         MOVE "PRFLOAD MEMBERS/CARDS APPLIED" TO SM-LABEL
009620         MOVE WS-LOADS-APPLIED TO SM-COUNT
009630         MOVE WS-SUMMARY-LINE TO REPORT-LINE
009640         WRITE REPORT-LINE
009650         MOVE "PRFLOAD CARDS REJECTED" TO SM-LABEL
009660         MOVE WS-LOADS-REJECTED TO SM-COUNT
009670         MOVE WS-SUMMARY-LINE TO REPORT-LINE
009680         WRITE REPORT-LINE
009690     END-IF.
009700     IF TRANSACTIONS-PRESENT
009710         MOVE "CALTRAN CARDS APPLIED" TO SM-LABEL
009720         MOVE WS-APPLIED-COUNT TO SM-COUNT
009730         MOVE WS-SUMMARY-LINE TO REPORT-LINE
009740         WRITE REPORT-LINE
009750         MOVE "CALTRAN CARDS REJECTED" TO SM-LABEL
009760         MOVE WS-REJECTED-COUNT TO SM-COUNT
009770         MOVE WS-SUMMARY-LINE TO REPORT-LINE
009780         WRITE REPORT-LINE
009790     END-IF.
009800     MOVE "PROFILES ON PROFLIB" TO SM-LABEL.
009810     MOVE WS-DIR-COUNT TO SM-COUNT.
009820     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009830     WRITE REPORT-LINE.
009840     MOVE "WINDOW DATES WITHOUT AN ENTRY" TO SM-LABEL.
009850     MOVE WS-GAP-COUNT TO SM-COUNT.
009860     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009870     WRITE REPORT-LINE.
009880     MOVE "WINDOW DATES, PROFILE UNUSABLE" TO SM-LABEL.
009890     MOVE WS-BAD-PROFILE-COUNT TO SM-COUNT.
009900     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009910     WRITE REPORT-LINE.
009920     MOVE "WINDOW NO-RUN DATES" TO SM-LABEL.
009930     MOVE WS-NO-RUN-COUNT TO SM-COUNT.
009940     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009950     WRITE REPORT-LINE.
009960     CLOSE REPORT-FILE.
009970     DISPLAY "WITNESS-CALMNT: CALTRAN APPLIED " WS-APPLIED-COUNT
009980         " REJECTED " WS-REJECTED-COUNT " WINDOW GAPS "
009990         WS-GAP-COUNT " UNUSABLE " WS-BAD-PROFILE-COUNT.
010000     IF WS-GAP-COUNT > ZERO OR WS-BAD-PROFILE-COUNT > ZERO
010010         MOVE 8 TO RETURN-CODE
010020     ELSE
010030         IF WS-REJECTED-COUNT > ZERO OR WS-LOADS-REJECTED > ZERO
010040             MOVE 4 TO RETURN-CODE
010050         END-IF
010060     END-IF.
010070 9000-EXIT.
010080     EXIT.
