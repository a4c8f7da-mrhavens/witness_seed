000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-ESCAL.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  THE OPSLOG ESCALATION
000200*                  PROCESSOR, RUN EVERY FEW MINUTES BY WITNESSE.
000210*                  READS THE OPSLOG EVENTS WRITTEN SINCE THE
000220*                  POSITION ON THE ESCCKPT CHECKPOINT AND MATCHES
000230*                  EACH AGAINST THE ESCRULES RULE CARDS (PROGRAM,
000240*                  EVENT CODE, SEVERITY).  A RULED EVENT RAISES OR
000250*                  ADDS TO AN INCIDENT ON ESCINC (COPY INCREC);
000260*                  ONCE IT REPEATS UP TO THE RULE'S THRESHOLD THE
000270*                  RULE'S ON-CALL GROUP IS PAGED THROUGH THE
000280*                  ESCOUT OUTBOX (COPY NTFREC), REPEATS INSIDE THE
000290*                  SUPPRESSION WINDOW ARE SUPPRESSED, AND A PAGE
000300*                  NOT ACKNOWLEDGED (ESCACK CARD) WITHIN THE
000310*                  RULE'S ESCALATION DELAY IS ESCALATED.  THE
000320*                  FIRST CYCLE AFTER THE ESCCARD REPORT TIME EACH
000330*                  DAY PRINTS THE MORNING INCIDENT SUMMARY -
000340*                  RAISED, SUPPRESSED, ESCALATED, STILL OPEN.
000350*                  RC=4: AN ACKNOWLEDGEMENT OR RULE CARD WAS
000360*                  REJECTED, OR THE INCIDENT TABLE IS FULL.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ESC-CARD-FILE ASSIGN TO "ESCCARD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CARD-STATUS.
000440     SELECT RULE-FILE ASSIGN TO "ESCRULES"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-RULE-STATUS.
000470     SELECT CHECKPOINT-FILE ASSIGN TO "ESCCKPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CKPT-STATUS.
000500     SELECT INCIDENT-FILE ASSIGN TO "ESCINC"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-INC-STATUS.
000530     SELECT ACK-CARD-FILE ASSIGN TO "ESCACK"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ACK-STATUS.
000560     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-LOG-STATUS.
000590     SELECT OUTBOX-FILE ASSIGN TO "ESCOUT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OUTBOX-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO "ESCRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670*----------------------------------------------------------------
000680* ESCCARD: ONE CARD, OPTIONAL - UNPUNCHED FIELDS TAKE THE DEFAULT.
000690*   ESC-REPORT-TIME    HHMM OF THE MORNING SUMMARY, DEFAULT 0600
000700*   ESC-DEFAULT-GROUP  ON-CALL GROUP FOR AN ERROR NO RULE
000710*                      MATCHES, DEFAULT OPSDESK
000720*   ESC-FORCE-REPORT   R - PRINT THE SUMMARY ON THIS CYCLE
000730*----------------------------------------------------------------
000740 FD  ESC-CARD-FILE
000750     RECORDING MODE IS F.
000760 01  ESC-CARD-RECORD.
000770     05  ESC-REPORT-TIME         PIC 9(04).
000780     05  FILLER                  PIC X(01).
000790     05  ESC-DEFAULT-GROUP       PIC X(08).
000800     05  FILLER                  PIC X(01).
000810     05  ESC-FORCE-REPORT        PIC X(01).
000820     05  FILLER                  PIC X(65).

000830*----------------------------------------------------------------
000840* ESCRULES: ONE CARD PER RULE, FIELDS SEPARATED BY A BLANK
000850* COLUMN, "*" IN COLUMN 1 FOR A COMMENT.  THE FIRST CARD THAT
000860* MATCHES AN EVENT WINS, SO SPECIFIC RULES GO AHEAD OF GENERAL
000870* ONES; A BLANK PROGRAM, EVENT CODE OR SEVERITY MATCHES ANY.
000880*   RUL-WINDOW     SUPPRESSION WINDOW, MINUTES - ALSO THE SPAN
000890*                  THE REPEAT THRESHOLD IS COUNTED OVER
000900*   RUL-THRESHOLD  OCCURRENCES INSIDE THE WINDOW BEFORE A PAGE
000910*   RUL-GROUP      ON-CALL GROUP PAGED
000920*   RUL-DELAY      MINUTES AN UNACKNOWLEDGED PAGE WAITS BEFORE
000930*                  IT IS ESCALATED, 0000 - NEVER ESCALATE
000940*   RUL-ACTION     P (OR BLANK) - PAGE, L - LOG ONLY, NO INCIDENT
000950* AN EVENT NO RULE MATCHES IS IGNORED, UNLESS IT IS AN ERROR -
000960* THAT PAGES THE ESCCARD DEFAULT GROUP ON THE FIRST OCCURRENCE,
000970* SUPPRESSES FOR AN HOUR AND ESCALATES AFTER HALF AN HOUR.
000980*----------------------------------------------------------------
000990 FD  RULE-FILE
001000     RECORDING MODE IS F.
001010 01  RULE-CARD-RECORD.
001020     05  RUL-PROGRAM             PIC X(12).
001030     05  FILLER                  PIC X(01).
001040     05  RUL-EVENT-CODE          PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  RUL-SEVERITY            PIC X(01).
001070     05  FILLER                  PIC X(01).
001080     05  RUL-WINDOW              PIC 9(04).
001090     05  FILLER                  PIC X(01).
001100     05  RUL-THRESHOLD           PIC 9(03).
001110     05  FILLER                  PIC X(01).
001120     05  RUL-GROUP               PIC X(08).
001130     05  FILLER                  PIC X(01).
001140     05  RUL-DELAY               PIC 9(04).
001150     05  FILLER                  PIC X(01).
001160     05  RUL-ACTION              PIC X(01).
001170     05  FILLER                  PIC X(32).

001180*----------------------------------------------------------------
001190* ESCCKPT - ONE RECORD, REWRITTEN AT THE END OF EVERY CYCLE.
001200*   ESK-LAST-TS        TIMESTAMP OF THE LAST OPSLOG EVENT TAKEN
001210*   ESK-LAST-TS-COUNT  HOW MANY EVENTS CARRY THAT TIMESTAMP, SO
001220*                      ONE LOGGED IN THE SAME HUNDREDTH IS NOT
001230*                      LOST.  OPSLOG IS TRIMMED BY RETAIN, SO A
001240*                      RECORD COUNT WOULD NOT HOLD THE POSITION.
001250*   ESK-NEXT-INCIDENT  NUMBER THE NEXT INCIDENT RAISED TAKES
001260*   ESK-PERIOD-START   WHEN THE LAST MORNING SUMMARY WAS PRINTED
001270*   ESK-REPORT-DATE    THE DAY IT WAS PRINTED, YYYYMMDD
001280*----------------------------------------------------------------
001290 FD  CHECKPOINT-FILE
001300     RECORDING MODE IS F.
001310 01  CHECKPOINT-IMAGE            PIC X(80).

001320 FD  INCIDENT-FILE.
001330 01  INCIDENT-IMAGE              PIC X(270).

001340*----------------------------------------------------------------
001350* ESCACK: ONE CARD PER INCIDENT ACKNOWLEDGED, PUNCHED BY THE
001360* OPERATOR TAKING IT.  THE CARDS ARE CLEARED ONCE APPLIED.
001370*   EAK-INCIDENT   INCIDENT NUMBER, FROM THE PAGE OR ESCRPT
001380*   EAK-OPERATOR   WHO ACKNOWLEDGED IT
001390*----------------------------------------------------------------
001400 FD  ACK-CARD-FILE
001410     RECORDING MODE IS F.
001420 01  ACK-CARD-RECORD.
001430     05  EAK-INCIDENT            PIC 9(08).
001440     05  FILLER                  PIC X(01).
001450     05  EAK-OPERATOR            PIC X(08).
001460     05  FILLER                  PIC X(63).

001470 FD  OPS-LOG-FILE.
001480 01  OPS-LOG-RECORD.
001490     05  OPS-TIMESTAMP           PIC X(26).
001500     05  OPS-RUN-ID              PIC 9(08).
001510     05  OPS-PROGRAM             PIC X(12).
001520     05  OPS-EVENT-CODE          PIC X(08).
001530     05  OPS-SEVERITY            PIC X(01).
001540     05  OPS-TEXT                PIC X(60).

001550 FD  OUTBOX-FILE.
001560 01  OUTBOX-IMAGE                PIC X(140).

001570 FD  REPORT-FILE.
001580 01  REPORT-LINE                PIC X(80).

001590 WORKING-STORAGE SECTION.
001600 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001610     88  CARD-STATUS-OK      VALUE "00".
001620 01  WS-RULE-STATUS          PIC X(02) VALUE SPACES.
001630     88  RULE-STATUS-OK      VALUE "00".
001640     88  RULE-STATUS-EOF     VALUE "10".
001650 01  WS-CKPT-STATUS          PIC X(02) VALUE SPACES.
001660     88  CKPT-STATUS-OK      VALUE "00".
001670 01  WS-INC-STATUS           PIC X(02) VALUE SPACES.
001680     88  INC-STATUS-OK       VALUE "00".
001690     88  INC-STATUS-EOF      VALUE "10".
001700 01  WS-ACK-STATUS           PIC X(02) VALUE SPACES.
001710     88  ACK-STATUS-OK       VALUE "00".
001720     88  ACK-STATUS-EOF      VALUE "10".
001730 01  WS-LOG-STATUS           PIC X(02) VALUE SPACES.
001740     88  LOG-STATUS-OK       VALUE "00".
001750     88  LOG-STATUS-EOF      VALUE "10".
001760 01  WS-OUTBOX-STATUS        PIC X(02) VALUE SPACES.
001770     88  OUTBOX-STATUS-OK    VALUE "00".
001780 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001790*----------------------------------------------------------------
001800* CONTROL CARD VALUES AND THE CYCLE'S CLOCK.
001810*----------------------------------------------------------------
001820 01  WS-REPORT-TIME          PIC 9(04) VALUE 0600.
001830 01  WS-DEFAULT-GROUP        PIC X(08) VALUE "OPSDESK".
001840 01  WS-FORCE-SW             PIC X(01) VALUE "N".
001850     88  FORCE-REPORT        VALUE "Y".
001860 01  WS-REPORT-SW            PIC X(01) VALUE "N".
001870     88  REPORT-DUE          VALUE "Y".
001880 01  WS-NOW-TS               PIC X(26).
001890 01  WS-NOW-PARTS REDEFINES WS-NOW-TS.
001900     05  WS-NOW-14.
001910         10  WS-NOW-DATE     PIC 9(08).
001920         10  WS-NOW-HHMM     PIC 9(04).
001930         10  FILLER          PIC X(02).
001940     05  FILLER              PIC X(12).
001950 01  WS-NOW-MINUTES          PIC 9(10) VALUE ZERO.
001960 01  WS-EVENT-MINUTES        PIC 9(10) VALUE ZERO.
001970 01  WS-CONV-TS              PIC X(14).
001980 01  WS-CONV-PARTS REDEFINES WS-CONV-TS.
001990     05  WS-CONV-DATE        PIC 9(08).
002000     05  WS-CONV-HH          PIC 9(02).
002010     05  WS-CONV-MM          PIC 9(02).
002020     05  FILLER              PIC X(02).
002030 01  WS-CONV-MINUTES         PIC 9(10) VALUE ZERO.
002040 01  WS-ELAPSED              PIC S9(10) VALUE ZERO.

002050*----------------------------------------------------------------
002060* OPSLOG POSITION - WHERE THIS CYCLE STARTS AND WHERE IT ENDS.
002070*----------------------------------------------------------------
002080 01  WS-FROM-TS              PIC X(26).
002090 01  WS-SAME-TS-SEEN         PIC 9(05) VALUE ZERO.
002100 01  WS-TO-TS                PIC X(26).
002110 01  WS-TO-TS-COUNT          PIC 9(05) VALUE ZERO.
002120 01  WS-EVENT-TS             PIC X(14).
002130 01  WS-CKPT-SW              PIC X(01) VALUE "N".
002140     88  CKPT-FOUND          VALUE "Y".
002150 01  WS-CHECKPOINT.
002160     05  ESK-LAST-TS         PIC X(26).
002170     05  ESK-LAST-TS-COUNT   PIC 9(05).
002180     05  ESK-NEXT-INCIDENT   PIC 9(08).
002190     05  ESK-PERIOD-START    PIC X(14).
002200     05  ESK-REPORT-DATE     PIC 9(08).
002210     05  FILLER              PIC X(19).

002220*----------------------------------------------------------------
002230* RULE TABLE, FROM ESCRULES, IN CARD ORDER.  THE MATCHED RULE IS
002240* COPIED TO WS-MATCH; RULE 000 IS THE BUILT-IN ERROR DEFAULT.
002250*----------------------------------------------------------------
002260 01  WS-RULE-MAX             PIC 9(04) VALUE 200.
002270 01  WS-RULE-COUNT           PIC 9(04) VALUE ZERO.
002280 01  WS-RULE-TABLE.
002290     05  WS-RULE-ENTRY       OCCURS 200 TIMES.
002300         10  ERL-PROGRAM         PIC X(12).
002310         10  ERL-EVENT-CODE      PIC X(08).
002320         10  ERL-SEVERITY        PIC X(01).
002330         10  ERL-WINDOW          PIC 9(04).
002340         10  ERL-THRESHOLD       PIC 9(03).
002350         10  ERL-GROUP           PIC X(08).
002360         10  ERL-DELAY           PIC 9(04).
002370         10  ERL-ACTION          PIC X(01).
002380 01  WS-MATCH.
002390     05  WS-MATCH-RULE-NO    PIC 9(03).
002400     05  WS-MATCH-WINDOW     PIC 9(04).
002410     05  WS-MATCH-THRESHOLD  PIC 9(03).
002420     05  WS-MATCH-GROUP      PIC X(08).
002430     05  WS-MATCH-DELAY      PIC 9(04).
002440     05  WS-MATCH-ACTION     PIC X(01).
002450 01  WS-MATCH-SW             PIC X(01) VALUE "N".
002460     88  RULE-MATCHED        VALUE "Y".
002470 01  ESC-R                   PIC 9(04).

002480*----------------------------------------------------------------
002490* INCIDENT TABLE, FROM ESCINC.  AN ENTRY IS WORKED ON THROUGH
002500* INCIDENT-RECORD AND MOVED BACK.
002510*----------------------------------------------------------------
002520 01  WS-INC-MAX              PIC 9(04) VALUE 500.
002530 01  WS-INC-COUNT            PIC 9(04) VALUE ZERO.
002540 01  WS-INC-TABLE.
002550     05  WS-INC-ENTRY        PIC X(270) OCCURS 500 TIMES.
002560 01  ESC-X                   PIC 9(04).
002570 01  WS-FOUND-X              PIC 9(04) VALUE ZERO.
002580 01  WS-NOTIFY-TYPE          PIC X(01).
002590 01  WS-NOTIFY-WORD          PIC X(10).

002600     COPY INCREC.

002610     COPY NTFREC.

002620*----------------------------------------------------------------
002630* CYCLE COUNTS, AND THE MORNING SUMMARY'S.
002640*----------------------------------------------------------------
002650 01  WS-COUNTS.
002660     05  WS-LOG-READ         PIC 9(07) VALUE ZERO.
002670     05  WS-NEW-EVENTS       PIC 9(07) VALUE ZERO.
002680     05  WS-NOT-RULED        PIC 9(07) VALUE ZERO.
002690     05  WS-LOG-ONLY         PIC 9(07) VALUE ZERO.
002700     05  WS-BELOW-THRESHOLD  PIC 9(07) VALUE ZERO.
002710     05  WS-SUPPRESSED       PIC 9(07) VALUE ZERO.
002720     05  WS-RAISED           PIC 9(07) VALUE ZERO.
002730     05  WS-PAGES            PIC 9(07) VALUE ZERO.
002740     05  WS-REMINDERS        PIC 9(07) VALUE ZERO.
002750     05  WS-ESCALATIONS      PIC 9(07) VALUE ZERO.
002760     05  WS-ACKS-APPLIED     PIC 9(07) VALUE ZERO.
002770     05  WS-ACKS-REJECTED    PIC 9(07) VALUE ZERO.
002780     05  WS-RULES-REJECTED   PIC 9(07) VALUE ZERO.
002790     05  WS-TABLE-FULL       PIC 9(07) VALUE ZERO.
002800 01  WS-PERIOD-COUNTS.
002810     05  WS-PER-RAISED       PIC 9(07) VALUE ZERO.
002820     05  WS-PER-SUPPRESSED   PIC 9(07) VALUE ZERO.
002830     05  WS-PER-ESCALATED    PIC 9(07) VALUE ZERO.
002840     05  WS-PER-OPEN         PIC 9(07) VALUE ZERO.
002850     05  WS-PER-ACKED        PIC 9(07) VALUE ZERO.

002860*----------------------------------------------------------------
002870* OPSLOG EVENT (SEE WITNESS-EVLOG).  ESCAL'S OWN EVENTS ARE NOT
002880* ESCALATED, SO A FAULT HERE CANNOT PAGE IN A LOOP.
002890*----------------------------------------------------------------
002900 01  WS-EVL-PROGRAM          PIC X(12) VALUE "ESCAL".
002910 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
002920 01  WS-EVL-CODE             PIC X(08).
002930 01  WS-EVL-SEVERITY         PIC X(01).
002940 01  WS-EVL-TEXT             PIC X(60).

002950 01  WS-HEADER-LINE.
002960     05  FILLER              PIC X(26)
002970         VALUE "OPSLOG ESCALATION CYCLE AT".
002980     05  FILLER              PIC X(01) VALUE SPACE.
002990     05  HL-NOW-TS           PIC X(14).
003000     05  FILLER              PIC X(14) VALUE "  EVENTS AFTER".
003010     05  FILLER              PIC X(01) VALUE SPACE.
003020     05  HL-FROM-TS          PIC X(14).
003030 01  WS-NOTIFY-LINE.
003040     05  NL-WORD             PIC X(10).
003050     05  FILLER              PIC X(09) VALUE "INCIDENT ".
003060     05  NL-INCIDENT         PIC 9(08).
003070     05  FILLER              PIC X(02) VALUE SPACES.
003080     05  NL-GROUP            PIC X(08).
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  NL-PROGRAM          PIC X(12).
003110     05  FILLER              PIC X(01) VALUE SPACE.
003120     05  NL-EVENT-CODE       PIC X(08).
003130     05  FILLER              PIC X(01) VALUE SPACE.
003140     05  NL-SEVERITY         PIC X(01).
003150     05  FILLER              PIC X(01) VALUE SPACE.
003160     05  NL-COUNT            PIC Z(6)9.
003170 01  WS-ACK-LINE.
003180     05  FILLER              PIC X(14) VALUE "ACKNOWLEDGE   ".
003190     05  AL-INCIDENT         PIC X(08).
003200     05  FILLER              PIC X(04) VALUE " BY ".
003210     05  AL-OPERATOR         PIC X(08).
003220     05  FILLER              PIC X(02) VALUE SPACES.
003230     05  AL-OUTCOME          PIC X(44).
003240 01  WS-PERIOD-LINE.
003250     05  FILLER              PIC X(30)
003260         VALUE "OPSLOG INCIDENT SUMMARY FROM ".
003270     05  PL-FROM-TS          PIC X(14).
003280     05  FILLER              PIC X(04) VALUE " TO ".
003290     05  PL-TO-TS            PIC X(14).
003300*----------------------------------------------------------------
003310* MORNING SUMMARY.  FLAGS: NEW - RAISED IN THE PERIOD, ESC -
003320* ESCALATED IN IT.  SUPPR IS THE PERIOD'S SUPPRESSED EVENTS.
003330*----------------------------------------------------------------
003340 01  WS-COLUMN-LINE.
003350     05  FILLER              PIC X(40) VALUE
003360         "INCIDENT  PROGRAM      CODE     S GROUP ".
003370     05  FILLER              PIC X(40) VALUE
003380         "   OCCURS  SUPPR STATUS         FLAGS".
003390 01  WS-DETAIL-LINE.
003400     05  DL-INCIDENT         PIC 9(08).
003410     05  FILLER              PIC X(02) VALUE SPACES.
003420     05  DL-PROGRAM          PIC X(12).
003430     05  FILLER              PIC X(01) VALUE SPACE.
003440     05  DL-EVENT-CODE       PIC X(08).
003450     05  FILLER              PIC X(01) VALUE SPACE.
003460     05  DL-SEVERITY         PIC X(01).
003470     05  FILLER              PIC X(01) VALUE SPACE.
003480     05  DL-GROUP            PIC X(08).
003490     05  FILLER              PIC X(01) VALUE SPACE.
003500     05  DL-OCCURS           PIC Z(5)9.
003510     05  FILLER              PIC X(01) VALUE SPACE.
003520     05  DL-SUPPRESSED       PIC Z(5)9.
003530     05  FILLER              PIC X(01) VALUE SPACE.
003540     05  DL-STATUS           PIC X(14).
003550     05  FILLER              PIC X(01) VALUE SPACE.
003560     05  DL-FLAGS.
003570         10  DL-NEW-FLAG     PIC X(03).
003580         10  FILLER          PIC X(01).
003590         10  DL-ESC-FLAG     PIC X(03).
003600 01  WS-MESSAGE-LINE.
003610     05  FILLER              PIC X(10) VALUE "OUTCOME - ".
003620     05  MSG-TEXT            PIC X(70).
003630 01  WS-SUMMARY-LINE.
003640     05  SM-LABEL            PIC X(30).
003650     05  SM-COUNT            PIC Z(8)9.

003660 PROCEDURE DIVISION.
003670*----------------------------------------------------------------
003680 0000-MAINLINE.
003690*----------------------------------------------------------------
003700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003710     PERFORM 2000-APPLY-ACKS THRU 2000-EXIT.
003720     PERFORM 3000-READ-OPSLOG THRU 3000-EXIT.
003730     PERFORM 4000-CHECK-ESCALATION THRU 4000-EXIT.
003740     PERFORM 5000-MORNING-SUMMARY THRU 5000-EXIT.
003750     PERFORM 6000-REWRITE-FILES THRU 6000-EXIT.
003760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003770     STOP RUN.

003780*----------------------------------------------------------------
003790 1000-INITIALIZE.
003800*    ESCRULES IS REQUIRED - WITHOUT IT NOTHING BUT AN UNRULED
003810*    ERROR WOULD EVER PAGE, AND THAT IS NOT A SAFE WAY TO RUN.
003820*----------------------------------------------------------------
003830     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
003840     MOVE WS-NOW-14 TO WS-CONV-TS.
003850     PERFORM 8100-TS-TO-MINUTES THRU 8100-EXIT.
003860     MOVE WS-CONV-MINUTES TO WS-NOW-MINUTES.
003870     OPEN INPUT ESC-CARD-FILE.
003880     IF CARD-STATUS-OK
003890         READ ESC-CARD-FILE
003900             AT END
003910                 CONTINUE
003920             NOT AT END
003930                 PERFORM 1100-TAKE-CARD THRU 1100-EXIT
003940         END-READ
003950         CLOSE ESC-CARD-FILE
003960     END-IF.
003970     OPEN INPUT RULE-FILE.
003980     IF NOT RULE-STATUS-OK
003990         DISPLAY "WITNESS-ESCAL: ESCRULES NOT AVAILABLE - "
004000             "ABENDING"
004010         STOP RUN WITH ERROR STATUS 16
004020     END-IF.
004030     OPEN OUTPUT REPORT-FILE.
004040     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT.
004050     MOVE WS-NOW-14 TO HL-NOW-TS.
004060     MOVE WS-FROM-TS(1:14) TO HL-FROM-TS.
004070     MOVE WS-HEADER-LINE TO REPORT-LINE.
004080     WRITE REPORT-LINE.
004090     MOVE SPACES TO REPORT-LINE.
004100     WRITE REPORT-LINE.
004110     IF NOT CKPT-FOUND
004120         MOVE "NO ESCCKPT YET - STARTING FROM NOW" TO MSG-TEXT
004130         MOVE WS-MESSAGE-LINE TO REPORT-LINE
004140         WRITE REPORT-LINE
004150     END-IF.
004160     PERFORM 1200-LOAD-ONE-RULE THRU 1200-EXIT
004170         UNTIL RULE-STATUS-EOF.
004180     CLOSE RULE-FILE.
004190     PERFORM 1400-LOAD-INCIDENTS THRU 1400-EXIT.
004200     OPEN EXTEND OUTBOX-FILE.
004210     IF NOT OUTBOX-STATUS-OK
004220         OPEN OUTPUT OUTBOX-FILE
004230     END-IF.
004240     IF NOT OUTBOX-STATUS-OK
004250         DISPLAY "WITNESS-ESCAL: ESCOUT WILL NOT OPEN - "
004260             "ABENDING"
004270         STOP RUN WITH ERROR STATUS 16
004280     END-IF.
004290 1000-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------
004320 1100-TAKE-CARD.
004330*----------------------------------------------------------------
004340     IF ESC-REPORT-TIME IS NUMERIC
004350         MOVE ESC-REPORT-TIME TO WS-REPORT-TIME
004360     END-IF.
004370     IF ESC-DEFAULT-GROUP NOT = SPACES
004380         MOVE ESC-DEFAULT-GROUP TO WS-DEFAULT-GROUP
004390     END-IF.
004400     IF ESC-FORCE-REPORT = "R"
004410         SET FORCE-REPORT TO TRUE
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460 1200-LOAD-ONE-RULE.
004470*    A CARD WITH A NON-NUMERIC WINDOW, THRESHOLD OR DELAY, NO
004480*    GROUP, OR AN ACTION OTHER THAN P OR L IS LISTED AND LEFT
004490*    OUT.  A THRESHOLD OF ZERO IS TAKEN AS ONE.
004500*----------------------------------------------------------------
004510     READ RULE-FILE
004520         AT END
004530             SET RULE-STATUS-EOF TO TRUE
004540             GO TO 1200-EXIT
004550     END-READ.
004560     IF RULE-CARD-RECORD = SPACES
004570         OR RULE-CARD-RECORD(1:1) = "*"
004580         GO TO 1200-EXIT
004590     END-IF.
004600     IF RUL-WINDOW NOT NUMERIC
004610         OR RUL-THRESHOLD NOT NUMERIC
004620         OR RUL-DELAY NOT NUMERIC
004630         OR RUL-GROUP = SPACES
004640         OR (RUL-ACTION NOT = SPACE AND RUL-ACTION NOT = "P"
004650             AND RUL-ACTION NOT = "L")
004660         OR WS-RULE-COUNT NOT < WS-RULE-MAX
004670         ADD 1 TO WS-RULES-REJECTED
004680         MOVE SPACES TO REPORT-LINE
004690         STRING "RULE REJECTED  " RULE-CARD-RECORD(1:48)
004700             DELIMITED BY SIZE INTO REPORT-LINE
004710         WRITE REPORT-LINE
004720         GO TO 1200-EXIT
004730     END-IF.
004740     ADD 1 TO WS-RULE-COUNT.
004750     MOVE WS-RULE-COUNT TO ESC-R.
004760     MOVE RUL-PROGRAM TO ERL-PROGRAM(ESC-R).
004770     MOVE RUL-EVENT-CODE TO ERL-EVENT-CODE(ESC-R).
004780     MOVE RUL-SEVERITY TO ERL-SEVERITY(ESC-R).
004790     MOVE RUL-WINDOW TO ERL-WINDOW(ESC-R).
004800     MOVE RUL-THRESHOLD TO ERL-THRESHOLD(ESC-R).
004810     IF RUL-THRESHOLD = ZERO
004820         MOVE 1 TO ERL-THRESHOLD(ESC-R)
004830     END-IF.
004840     MOVE RUL-GROUP TO ERL-GROUP(ESC-R).
004850     MOVE RUL-DELAY TO ERL-DELAY(ESC-R).
004860     MOVE RUL-ACTION TO ERL-ACTION(ESC-R).
004870     IF RUL-ACTION = SPACE
004880         MOVE "P" TO ERL-ACTION(ESC-R)
004890     END-IF.
004900 1200-EXIT.
004910     EXIT.

004920*----------------------------------------------------------------
004930 1300-READ-CHECKPOINT.
004940*    NO CHECKPOINT YET (THE FIRST CYCLE AFTER ALLOCESC) STARTS
004950*    FROM NOW - THE EVENTS ALREADY ON OPSLOG ARE HISTORY, NOT
004960*    SOMETHING TO PAGE ABOUT - AND HOLDS THE FIRST MORNING
004970*    SUMMARY OVER TO TOMORROW.
004980*----------------------------------------------------------------
004990     OPEN INPUT CHECKPOINT-FILE.
005000     IF CKPT-STATUS-OK
005010         READ CHECKPOINT-FILE INTO WS-CHECKPOINT
005020             AT END
005030                 CONTINUE
005040             NOT AT END
005050                 IF ESK-LAST-TS-COUNT IS NUMERIC
005060                     AND ESK-NEXT-INCIDENT IS NUMERIC
005070                     AND ESK-REPORT-DATE IS NUMERIC
005080                     SET CKPT-FOUND TO TRUE
005090                 END-IF
005100         END-READ
005110         CLOSE CHECKPOINT-FILE
005120     END-IF.
005130     IF NOT CKPT-FOUND
005140         MOVE SPACES TO WS-CHECKPOINT
005150         MOVE WS-NOW-TS TO ESK-LAST-TS
005160         MOVE ZERO TO ESK-LAST-TS-COUNT
005170         MOVE 1 TO ESK-NEXT-INCIDENT
005180         MOVE WS-NOW-14 TO ESK-PERIOD-START
005190         MOVE WS-NOW-DATE TO ESK-REPORT-DATE
005200     END-IF.
005210     MOVE ESK-LAST-TS TO WS-FROM-TS.
005220     MOVE ESK-LAST-TS TO WS-TO-TS.
005230     MOVE ESK-LAST-TS-COUNT TO WS-TO-TS-COUNT.
005240 1300-EXIT.
005250     EXIT.

005260*----------------------------------------------------------------
005270 1400-LOAD-INCIDENTS.
005280*    NO ESCINC (OR AN EMPTY ONE) IS NO INCIDENTS OPEN.
005290*----------------------------------------------------------------
005300     OPEN INPUT INCIDENT-FILE.
005310     IF NOT INC-STATUS-OK
005320         GO TO 1400-EXIT
005330     END-IF.
005340     PERFORM 1410-LOAD-ONE-INCIDENT THRU 1410-EXIT
005350         UNTIL INC-STATUS-EOF.
005360     CLOSE INCIDENT-FILE.
005370 1400-EXIT.
005380     EXIT.

005390*----------------------------------------------------------------
005400 1410-LOAD-ONE-INCIDENT.
005410*----------------------------------------------------------------
005420     READ INCIDENT-FILE
005430         AT END
005440             SET INC-STATUS-EOF TO TRUE
005450             GO TO 1410-EXIT
005460     END-READ.
005470     IF WS-INC-COUNT NOT < WS-INC-MAX
005480         ADD 1 TO WS-TABLE-FULL
005490         GO TO 1410-EXIT
005500     END-IF.
005510     ADD 1 TO WS-INC-COUNT.
005520     MOVE INCIDENT-IMAGE TO WS-INC-ENTRY(WS-INC-COUNT).
005530 1410-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560 2000-APPLY-ACKS.
005570*    ACKNOWLEDGEMENTS GO IN BEFORE THE NEW EVENTS, SO AN EVENT
005580*    LOGGED AFTER THE OPERATOR TOOK THE INCIDENT RAISES A NEW ONE
005590*    (SEE 3300-FIND-INCIDENT).
005600*----------------------------------------------------------------
005610     OPEN INPUT ACK-CARD-FILE.
005620     IF NOT ACK-STATUS-OK
005630         GO TO 2000-EXIT
005640     END-IF.
005650     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
005660         UNTIL ACK-STATUS-EOF.
005670     CLOSE ACK-CARD-FILE.
005680 2000-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------
005710 2100-APPLY-ONE-ACK.
005720*----------------------------------------------------------------
005730     READ ACK-CARD-FILE
005740         AT END
005750             SET ACK-STATUS-EOF TO TRUE
005760             GO TO 2100-EXIT
005770     END-READ.
005780     IF ACK-CARD-RECORD = SPACES
005790         OR ACK-CARD-RECORD(1:1) = "*"
005800         GO TO 2100-EXIT
005810     END-IF.
005820     MOVE ACK-CARD-RECORD(1:8) TO AL-INCIDENT.
005830     MOVE EAK-OPERATOR TO AL-OPERATOR.
005840     MOVE ZERO TO WS-FOUND-X.
005850     IF EAK-INCIDENT IS NUMERIC
005860         PERFORM 2110-MATCH-ONE-NUMBER THRU 2110-EXIT
005870             VARYING ESC-X FROM 1 BY 1
005880             UNTIL ESC-X > WS-INC-COUNT OR WS-FOUND-X > ZERO
005890     END-IF.
005900     EVALUATE TRUE
005910         WHEN EAK-OPERATOR = SPACES
005920             MOVE "REJECTED - NO OPERATOR ON THE CARD"
005930                 TO AL-OUTCOME
005940         WHEN WS-FOUND-X = ZERO
005950             MOVE "REJECTED - NO SUCH INCIDENT" TO AL-OUTCOME
005960         WHEN OTHER
005970             MOVE WS-INC-ENTRY(WS-FOUND-X) TO INCIDENT-RECORD
005980             IF INC-ACKNOWLEDGED
005990                 MOVE "REJECTED - ALREADY ACKNOWLEDGED"
006000                     TO AL-OUTCOME
006010             ELSE
006020                 SET INC-ACKNOWLEDGED TO TRUE
006030                 MOVE WS-NOW-14 TO INC-ACK-TS
006040                 MOVE EAK-OPERATOR TO INC-ACK-BY
006050                 MOVE INCIDENT-RECORD TO WS-INC-ENTRY(WS-FOUND-X)
006060                 MOVE "APPLIED" TO AL-OUTCOME
006070             END-IF
006080     END-EVALUATE.
006090     IF AL-OUTCOME = "APPLIED"
006100         ADD 1 TO WS-ACKS-APPLIED
006110     ELSE
006120         ADD 1 TO WS-ACKS-REJECTED
006130     END-IF.
006140     MOVE WS-ACK-LINE TO REPORT-LINE.
006150     WRITE REPORT-LINE.
006160 2100-EXIT.
006170     EXIT.

006180*----------------------------------------------------------------
006190 2110-MATCH-ONE-NUMBER.
006200*----------------------------------------------------------------
006210     IF WS-INC-ENTRY(ESC-X)(1:8) = EAK-INCIDENT
006220         MOVE ESC-X TO WS-FOUND-X
006230     END-IF.
006240 2110-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270 3000-READ-OPSLOG.
006280*    OPSLOG IS READ START TO END AND EVERYTHING UP TO THE
006290*    CHECKPOINT POSITION PASSED OVER.  IT IS CLOSED BEFORE
006300*    ANYTHING IS LOGGED - WITNESS-EVLOG APPENDS TO THE SAME FILE.
006310*----------------------------------------------------------------
006320     OPEN INPUT OPS-LOG-FILE.
006330     IF NOT LOG-STATUS-OK
006340         GO TO 3000-EXIT
006350     END-IF.
006360     PERFORM 3100-TAKE-ONE-EVENT THRU 3100-EXIT
006370         UNTIL LOG-STATUS-EOF.
006380     CLOSE OPS-LOG-FILE.
006390 3000-EXIT.
006400     EXIT.

006410*----------------------------------------------------------------
006420 3100-TAKE-ONE-EVENT.
006430*    AN EVENT STAMPED EARLIER THAN THE CHECKPOINT IS ALREADY
006440*    TAKEN; ONE STAMPED THE SAME IS TAKEN ONLY PAST THE NUMBER
006450*    ALREADY SEEN WITH THAT STAMP.
006460*----------------------------------------------------------------
006470     READ OPS-LOG-FILE
006480         AT END
006490             SET LOG-STATUS-EOF TO TRUE
006500             GO TO 3100-EXIT
006510     END-READ.
006520     ADD 1 TO WS-LOG-READ.
006530     IF OPS-TIMESTAMP < WS-FROM-TS
006540         GO TO 3100-EXIT
006550     END-IF.
006560     IF OPS-TIMESTAMP = WS-FROM-TS
006570         ADD 1 TO WS-SAME-TS-SEEN
006580         IF WS-SAME-TS-SEEN NOT > ESK-LAST-TS-COUNT
006590             GO TO 3100-EXIT
006600         END-IF
006610     END-IF.
006620     IF OPS-TIMESTAMP = WS-TO-TS
006630         ADD 1 TO WS-TO-TS-COUNT
006640     ELSE
006650         IF OPS-TIMESTAMP > WS-TO-TS
006660             MOVE OPS-TIMESTAMP TO WS-TO-TS
006670             MOVE 1 TO WS-TO-TS-COUNT
006680         END-IF
006690     END-IF.
006700     ADD 1 TO WS-NEW-EVENTS.
006710     IF OPS-PROGRAM = WS-EVL-PROGRAM
006720         GO TO 3100-EXIT
006730     END-IF.
006740     MOVE OPS-TIMESTAMP(1:14) TO WS-EVENT-TS.
006750     PERFORM 3200-FIND-RULE THRU 3200-EXIT.
006760     IF NOT RULE-MATCHED
006770         ADD 1 TO WS-NOT-RULED
006780         GO TO 3100-EXIT
006790     END-IF.
006800     IF WS-MATCH-ACTION = "L"
006810         ADD 1 TO WS-LOG-ONLY
006820         GO TO 3100-EXIT
006830     END-IF.
006840     PERFORM 3300-FIND-INCIDENT THRU 3300-EXIT.
006850     IF WS-FOUND-X = ZERO
006860         PERFORM 3400-RAISE-INCIDENT THRU 3400-EXIT
006870         IF WS-FOUND-X = ZERO
006880             GO TO 3100-EXIT
006890         END-IF
006900     END-IF.
006910     MOVE WS-INC-ENTRY(WS-FOUND-X) TO INCIDENT-RECORD.
006920     PERFORM 3500-COUNT-EVENT THRU 3500-EXIT.
006930     MOVE INCIDENT-RECORD TO WS-INC-ENTRY(WS-FOUND-X).
006940 3100-EXIT.
006950     EXIT.

006960*----------------------------------------------------------------
006970 3200-FIND-RULE.
006980*    FIRST MATCHING CARD WINS.  AN ERROR NO CARD MATCHES FALLS
006990*    TO THE BUILT-IN DEFAULT; ANYTHING ELSE UNMATCHED IS IGNORED.
007000*----------------------------------------------------------------
007010     MOVE "N" TO WS-MATCH-SW.
007020     PERFORM 3210-MATCH-ONE-RULE THRU 3210-EXIT
007030         VARYING ESC-R FROM 1 BY 1
007040         UNTIL ESC-R > WS-RULE-COUNT OR RULE-MATCHED.
007050     IF RULE-MATCHED OR OPS-SEVERITY NOT = "E"
007060         GO TO 3200-EXIT
007070     END-IF.
007080     SET RULE-MATCHED TO TRUE.
007090     MOVE ZERO TO WS-MATCH-RULE-NO.
007100     MOVE 60 TO WS-MATCH-WINDOW.
007110     MOVE 1 TO WS-MATCH-THRESHOLD.
007120     MOVE WS-DEFAULT-GROUP TO WS-MATCH-GROUP.
007130     MOVE 30 TO WS-MATCH-DELAY.
007140     MOVE "P" TO WS-MATCH-ACTION.
007150 3200-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------
007180 3210-MATCH-ONE-RULE.
007190*----------------------------------------------------------------
007200     IF (ERL-PROGRAM(ESC-R) = SPACES
007210             OR ERL-PROGRAM(ESC-R) = OPS-PROGRAM)
007220         AND (ERL-EVENT-CODE(ESC-R) = SPACES
007230             OR ERL-EVENT-CODE(ESC-R) = OPS-EVENT-CODE)
007240         AND (ERL-SEVERITY(ESC-R) = SPACE
007250             OR ERL-SEVERITY(ESC-R) = OPS-SEVERITY)
007260         SET RULE-MATCHED TO TRUE
007270         MOVE ESC-R TO WS-MATCH-RULE-NO
007280         MOVE ERL-WINDOW(ESC-R) TO WS-MATCH-WINDOW
007290         MOVE ERL-THRESHOLD(ESC-R) TO WS-MATCH-THRESHOLD
007300         MOVE ERL-GROUP(ESC-R) TO WS-MATCH-GROUP
007310         MOVE ERL-DELAY(ESC-R) TO WS-MATCH-DELAY
007320         MOVE ERL-ACTION(ESC-R) TO WS-MATCH-ACTION
007330     END-IF.
007340 3210-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370 3300-FIND-INCIDENT.
007380*    THE OPEN INCIDENT FOR THE EVENT'S PROGRAM, CODE AND
007390*    SEVERITY.  FAILING THAT, ONE ACKNOWLEDGED AT OR AFTER THE
007400*    EVENT WAS LOGGED - THE OPERATOR HAD ALREADY TAKEN IT, SO THE
007410*    EVENT IS COUNTED THERE RATHER THAN RAISING A NEW INCIDENT.
007420*----------------------------------------------------------------
007430     MOVE ZERO TO WS-FOUND-X.
007440     PERFORM 3310-MATCH-OPEN THRU 3310-EXIT
007450         VARYING ESC-X FROM 1 BY 1
007460         UNTIL ESC-X > WS-INC-COUNT OR WS-FOUND-X > ZERO.
007470     IF WS-FOUND-X > ZERO
007480         GO TO 3300-EXIT
007490     END-IF.
007500     PERFORM 3320-MATCH-ACKED THRU 3320-EXIT
007510         VARYING ESC-X FROM 1 BY 1
007520         UNTIL ESC-X > WS-INC-COUNT OR WS-FOUND-X > ZERO.
007530 3300-EXIT.
007540     EXIT.

007550*----------------------------------------------------------------
007560 3310-MATCH-OPEN.
007570*----------------------------------------------------------------
007580     MOVE WS-INC-ENTRY(ESC-X) TO INCIDENT-RECORD.
007590     IF INC-OPEN
007600         AND INC-PROGRAM = OPS-PROGRAM
007610         AND INC-EVENT-CODE = OPS-EVENT-CODE
007620         AND INC-SEVERITY = OPS-SEVERITY
007630         MOVE ESC-X TO WS-FOUND-X
007640     END-IF.
007650 3310-EXIT.
007660     EXIT.

007670*----------------------------------------------------------------
007680 3320-MATCH-ACKED.
007690*----------------------------------------------------------------
007700     MOVE WS-INC-ENTRY(ESC-X) TO INCIDENT-RECORD.
007710     IF INC-ACKNOWLEDGED
007720         AND INC-PROGRAM = OPS-PROGRAM
007730         AND INC-EVENT-CODE = OPS-EVENT-CODE
007740         AND INC-SEVERITY = OPS-SEVERITY
007750         AND INC-ACK-TS NOT < WS-EVENT-TS
007760         MOVE ESC-X TO WS-FOUND-X
007770     END-IF.
007780 3320-EXIT.
007790     EXIT.

007800*----------------------------------------------------------------
007810 3400-RAISE-INCIDENT.
007820*    A FULL TABLE CANNOT TAKE THE INCIDENT - THE EVENT IS COUNTED
007830*    AND THE CYCLE ENDS RC=4 SO SOMEONE ACKNOWLEDGES THE OPEN
007835*    INCIDENTS AND FORCES THE SUMMARY THAT DROPS THEM FROM ESCINC.
007840*----------------------------------------------------------------
007850     IF WS-INC-COUNT NOT < WS-INC-MAX
007860         ADD 1 TO WS-TABLE-FULL
007870         GO TO 3400-EXIT
007880     END-IF.
007890     MOVE SPACES TO INCIDENT-RECORD.
007900     MOVE ESK-NEXT-INCIDENT TO INC-NUMBER.
007910     ADD 1 TO ESK-NEXT-INCIDENT.
007920     SET INC-OPEN TO TRUE.
007930     MOVE OPS-PROGRAM TO INC-PROGRAM.
007940     MOVE OPS-EVENT-CODE TO INC-EVENT-CODE.
007950     MOVE OPS-SEVERITY TO INC-SEVERITY.
007960     MOVE WS-MATCH-RULE-NO TO INC-RULE-NO.
007970     MOVE WS-MATCH-GROUP TO INC-GROUP.
007980     MOVE WS-MATCH-WINDOW TO INC-WINDOW-MINS.
007990     MOVE WS-MATCH-THRESHOLD TO INC-THRESHOLD.
008000     MOVE WS-MATCH-DELAY TO INC-DELAY-MINS.
008010     MOVE WS-EVENT-TS TO INC-FIRST-TS.
008020     MOVE WS-EVENT-TS TO INC-WINDOW-START-TS.
008030     MOVE ZERO TO INC-OCCURRENCES INC-WINDOW-COUNT INC-PAGES
008040         INC-SUPPRESSED INC-PERIOD-SUPPRESSED INC-LAST-RUN-ID.
008050     ADD 1 TO WS-INC-COUNT.
008060     MOVE WS-INC-COUNT TO WS-FOUND-X.
008070     MOVE INCIDENT-RECORD TO WS-INC-ENTRY(WS-FOUND-X).
008080     ADD 1 TO WS-RAISED.
008090 3400-EXIT.
008100     EXIT.

008110*----------------------------------------------------------------
008120 3500-COUNT-EVENT.
008130*    BEFORE THE FIRST PAGE THE EVENTS ARE COUNTED OVER A WINDOW
008140*    THAT RESTARTS WHEN IT RUNS OUT; REACHING THE THRESHOLD
008150*    INSIDE IT PAGES.  AFTER A PAGE, A REPEAT INSIDE THE WINDOW
008160*    IS SUPPRESSED AND ONE AFTER IT SENDS A REMINDER.  AN EVENT
008170*    ON AN ACKNOWLEDGED INCIDENT IS ONLY EVER SUPPRESSED.  THE
008180*    WINDOWS RUN ON EVENT TIME; THE ESCALATION DELAY RUNS FROM
008190*    THE CYCLE THAT SENT THE FIRST PAGE, SO AN EVENT TAKEN LATE
008200*    DOES NOT ESCALATE THE MOMENT IT PAGES.
008210*----------------------------------------------------------------
008220     ADD 1 TO INC-OCCURRENCES.
008230     MOVE WS-EVENT-TS TO INC-LAST-TS.
008240     MOVE OPS-RUN-ID TO INC-LAST-RUN-ID.
008250     MOVE OPS-TEXT TO INC-LAST-TEXT.
008260     MOVE WS-EVENT-TS TO WS-CONV-TS.
008270     PERFORM 8100-TS-TO-MINUTES THRU 8100-EXIT.
008280     MOVE WS-CONV-MINUTES TO WS-EVENT-MINUTES.
008290     IF INC-ACKNOWLEDGED
008300         PERFORM 3510-SUPPRESS THRU 3510-EXIT
008310         GO TO 3500-EXIT
008320     END-IF.
008330     IF INC-PAGED-TS NOT = SPACES
008340         MOVE INC-PAGED-TS TO WS-CONV-TS
008350         PERFORM 8100-TS-TO-MINUTES THRU 8100-EXIT
008360         COMPUTE WS-ELAPSED = WS-EVENT-MINUTES - WS-CONV-MINUTES
008370         IF WS-ELAPSED < INC-WINDOW-MINS
008380             PERFORM 3510-SUPPRESS THRU 3510-EXIT
008390         ELSE
008400             MOVE WS-EVENT-TS TO INC-PAGED-TS
008410             MOVE "R" TO WS-NOTIFY-TYPE
008420             PERFORM 3600-NOTIFY THRU 3600-EXIT
008430         END-IF
008440         GO TO 3500-EXIT
008450     END-IF.
008460     MOVE INC-WINDOW-START-TS TO WS-CONV-TS.
008470     PERFORM 8100-TS-TO-MINUTES THRU 8100-EXIT.
008480     COMPUTE WS-ELAPSED = WS-EVENT-MINUTES - WS-CONV-MINUTES.
008490     IF WS-ELAPSED > INC-WINDOW-MINS
008500         MOVE WS-EVENT-TS TO INC-WINDOW-START-TS
008510         MOVE ZERO TO INC-WINDOW-COUNT
008520     END-IF.
008530     ADD 1 TO INC-WINDOW-COUNT.
008540     IF INC-WINDOW-COUNT < INC-THRESHOLD
008550         ADD 1 TO WS-BELOW-THRESHOLD
008560         GO TO 3500-EXIT
008570     END-IF.
008580     MOVE WS-NOW-14 TO INC-FIRST-PAGED-TS.
008590     MOVE WS-EVENT-TS TO INC-PAGED-TS.
008600     MOVE "P" TO WS-NOTIFY-TYPE.
008610     PERFORM 3600-NOTIFY THRU 3600-EXIT.
008620 3500-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------
008650 3510-SUPPRESS.
008660*----------------------------------------------------------------
008670     ADD 1 TO INC-SUPPRESSED.
008680     ADD 1 TO INC-PERIOD-SUPPRESSED.
008690     ADD 1 TO WS-SUPPRESSED.
008700 3510-EXIT.
008710     EXIT.

008720*----------------------------------------------------------------
008730 3600-NOTIFY.
008740*    ONE OUTBOX RECORD FOR THE PAGING GATEWAY AND ONE LINE ON
008750*    ESCRPT, FROM THE INCIDENT IN INCIDENT-RECORD.  AN ESCALATION
008760*    GOES TO THE SAME GROUP - THE GATEWAY TAKES AN "E" TO THE
008770*    GROUP'S ESCALATION CONTACT RATHER THAN ITS ON-CALL.
008780*----------------------------------------------------------------
008790     MOVE SPACES TO NOTIFICATION-RECORD.
008800     MOVE WS-NOW-TS TO NTF-CREATED-TS.
008810     MOVE WS-NOTIFY-TYPE TO NTF-TYPE.
008820     MOVE INC-NUMBER TO NTF-INCIDENT.
008830     MOVE INC-GROUP TO NTF-GROUP.
008840     MOVE INC-PROGRAM TO NTF-PROGRAM.
008850     MOVE INC-EVENT-CODE TO NTF-EVENT-CODE.
008860     MOVE INC-SEVERITY TO NTF-SEVERITY.
008870     MOVE INC-OCCURRENCES TO NTF-COUNT.
008880     MOVE INC-LAST-RUN-ID TO NTF-RUN-ID.
008890     MOVE INC-LAST-TEXT TO NTF-TEXT.
008900     WRITE OUTBOX-IMAGE FROM NOTIFICATION-RECORD.
008910     ADD 1 TO INC-PAGES.
008920     EVALUATE TRUE
008930         WHEN NTF-PAGE
008940             ADD 1 TO WS-PAGES
008950             MOVE "PAGE" TO NL-WORD
008960         WHEN NTF-REMINDER
008970             ADD 1 TO WS-REMINDERS
008980             MOVE "REMINDER" TO NL-WORD
008990         WHEN OTHER
009000             ADD 1 TO WS-ESCALATIONS
009010             MOVE "ESCALATE" TO NL-WORD
009020     END-EVALUATE.
009030     MOVE INC-NUMBER TO NL-INCIDENT.
009040     MOVE INC-GROUP TO NL-GROUP.
009050     MOVE INC-PROGRAM TO NL-PROGRAM.
009060     MOVE INC-EVENT-CODE TO NL-EVENT-CODE.
009070     MOVE INC-SEVERITY TO NL-SEVERITY.
009080     MOVE INC-OCCURRENCES TO NL-COUNT.
009090     MOVE WS-NOTIFY-LINE TO REPORT-LINE.
009100     WRITE REPORT-LINE.
009110 3600-EXIT.
009120     EXIT.

009130*----------------------------------------------------------------
009140 4000-CHECK-ESCALATION.
009150*    AGAINST THE CYCLE'S CLOCK, NOT THE LAST EVENT - A PAGE THAT
009160*    GOES UNANSWERED ESCALATES EVEN IF THE EVENT NEVER RECURS.
009170*    AN INCIDENT ESCALATES ONCE.
009180*----------------------------------------------------------------
009190     PERFORM 4100-CHECK-ONE-INCIDENT THRU 4100-EXIT
009200         VARYING ESC-X FROM 1 BY 1 UNTIL ESC-X > WS-INC-COUNT.
009210 4000-EXIT.
009220     EXIT.

009230*----------------------------------------------------------------
009240 4100-CHECK-ONE-INCIDENT.
009250*----------------------------------------------------------------
009260     MOVE WS-INC-ENTRY(ESC-X) TO INCIDENT-RECORD.
009270     IF NOT INC-OPEN
009280         OR INC-FIRST-PAGED-TS = SPACES
009290         OR INC-ESCALATED-TS NOT = SPACES
009300         OR INC-DELAY-MINS = ZERO
009310         GO TO 4100-EXIT
009320     END-IF.
009330     MOVE INC-FIRST-PAGED-TS TO WS-CONV-TS.
009340     PERFORM 8100-TS-TO-MINUTES THRU 8100-EXIT.
009350     COMPUTE WS-ELAPSED = WS-NOW-MINUTES - WS-CONV-MINUTES.
009360     IF WS-ELAPSED < INC-DELAY-MINS
009370         GO TO 4100-EXIT
009380     END-IF.
009390     MOVE WS-NOW-14 TO INC-ESCALATED-TS.
009400     MOVE "E" TO WS-NOTIFY-TYPE.
009410     PERFORM 3600-NOTIFY THRU 3600-EXIT.
009420     MOVE INCIDENT-RECORD TO WS-INC-ENTRY(ESC-X).
009430 4100-EXIT.
009440     EXIT.

009450*----------------------------------------------------------------
009460 5000-MORNING-SUMMARY.
009470*    ONCE A DAY, ON THE FIRST CYCLE AT OR AFTER THE REPORT TIME
009480*    (OR WHEN ESCCARD FORCES IT): EVERY INCIDENT STILL OPEN OR
009490*    ACKNOWLEDGED SINCE THE LAST SUMMARY, THEN THE PERIOD'S
009500*    TOTALS.  THE ACKNOWLEDGED ONES ARE DROPPED FROM ESCINC AFTER
009510*    THIS AND THE PERIOD STARTS AGAIN.
009520*----------------------------------------------------------------
009530     IF FORCE-REPORT
009540         OR (ESK-REPORT-DATE < WS-NOW-DATE
009550             AND WS-NOW-HHMM NOT < WS-REPORT-TIME)
009560         SET REPORT-DUE TO TRUE
009570     ELSE
009580         GO TO 5000-EXIT
009590     END-IF.
009600     MOVE SPACES TO REPORT-LINE.
009610     WRITE REPORT-LINE.
009620     MOVE ESK-PERIOD-START TO PL-FROM-TS.
009630     MOVE WS-NOW-14 TO PL-TO-TS.
009640     MOVE WS-PERIOD-LINE TO REPORT-LINE.
009650     WRITE REPORT-LINE.
009660     MOVE SPACES TO REPORT-LINE.
009670     WRITE REPORT-LINE.
009680     MOVE WS-COLUMN-LINE TO REPORT-LINE.
009690     WRITE REPORT-LINE.
009700     PERFORM 5100-LIST-ONE-INCIDENT THRU 5100-EXIT
009710         VARYING ESC-X FROM 1 BY 1 UNTIL ESC-X > WS-INC-COUNT.
009720     MOVE SPACES TO REPORT-LINE.
009730     WRITE REPORT-LINE.
009740     MOVE "INCIDENTS RAISED" TO SM-LABEL.
009750     MOVE WS-PER-RAISED TO SM-COUNT.
009760     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009770     WRITE REPORT-LINE.
009780     MOVE "EVENTS SUPPRESSED" TO SM-LABEL.
009790     MOVE WS-PER-SUPPRESSED TO SM-COUNT.
009800     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009810     WRITE REPORT-LINE.
009820     MOVE "INCIDENTS ESCALATED" TO SM-LABEL.
009830     MOVE WS-PER-ESCALATED TO SM-COUNT.
009840     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009850     WRITE REPORT-LINE.
009860     MOVE "INCIDENTS ACKNOWLEDGED" TO SM-LABEL.
009870     MOVE WS-PER-ACKED TO SM-COUNT.
009880     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009890     WRITE REPORT-LINE.
009900     MOVE "INCIDENTS STILL OPEN" TO SM-LABEL.
009910     MOVE WS-PER-OPEN TO SM-COUNT.
009920     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
009930     WRITE REPORT-LINE.
009940     MOVE WS-NOW-14 TO ESK-PERIOD-START.
009950     MOVE WS-NOW-DATE TO ESK-REPORT-DATE.
009960 5000-EXIT.
009970     EXIT.

009980*----------------------------------------------------------------
009990 5100-LIST-ONE-INCIDENT.
010000*----------------------------------------------------------------
010010     MOVE WS-INC-ENTRY(ESC-X) TO INCIDENT-RECORD.
010020     MOVE INC-NUMBER TO DL-INCIDENT.
010030     MOVE INC-PROGRAM TO DL-PROGRAM.
010040     MOVE INC-EVENT-CODE TO DL-EVENT-CODE.
010050     MOVE INC-SEVERITY TO DL-SEVERITY.
010060     MOVE INC-GROUP TO DL-GROUP.
010070     MOVE INC-OCCURRENCES TO DL-OCCURS.
010080     MOVE INC-PERIOD-SUPPRESSED TO DL-SUPPRESSED.
010090     ADD INC-PERIOD-SUPPRESSED TO WS-PER-SUPPRESSED.
010100     MOVE SPACES TO DL-STATUS DL-FLAGS.
010110     IF INC-OPEN
010120         ADD 1 TO WS-PER-OPEN
010130         MOVE "OPEN" TO DL-STATUS
010140     ELSE
010150         ADD 1 TO WS-PER-ACKED
010160         STRING "ACKED " INC-ACK-BY DELIMITED BY SIZE
010170             INTO DL-STATUS
010180     END-IF.
010190     IF INC-FIRST-TS NOT < ESK-PERIOD-START
010200         ADD 1 TO WS-PER-RAISED
010210         MOVE "NEW" TO DL-NEW-FLAG
010220     END-IF.
010230     IF INC-ESCALATED-TS NOT = SPACES
010240         AND INC-ESCALATED-TS NOT < ESK-PERIOD-START
010250         ADD 1 TO WS-PER-ESCALATED
010260         MOVE "ESC" TO DL-ESC-FLAG
010270     END-IF.
010280     MOVE WS-DETAIL-LINE TO REPORT-LINE.
010290     WRITE REPORT-LINE.
010300     MOVE ZERO TO INC-PERIOD-SUPPRESSED.
010310     MOVE INCIDENT-RECORD TO WS-INC-ENTRY(ESC-X).
010320 5100-EXIT.
010330     EXIT.

010340*----------------------------------------------------------------
010350 6000-REWRITE-FILES.
010360*    OUTBOX FIRST (ALREADY WRITTEN), THEN ESCINC, THEN THE
010370*    CHECKPOINT, THEN THE ACKNOWLEDGEMENT CARDS ARE CLEARED.  A
010380*    CYCLE THAT DIES PART WAY REPEATS FROM THE OLD CHECKPOINT,
010390*    SO AN EVENT MAY PAGE TWICE BUT NONE IS MISSED.
010400*----------------------------------------------------------------
010410     CLOSE OUTBOX-FILE.
010420     OPEN OUTPUT INCIDENT-FILE.
010430     IF NOT INC-STATUS-OK
010440         DISPLAY "WITNESS-ESCAL: ESCINC WILL NOT OPEN - "
010450             "ABENDING"
010460         STOP RUN WITH ERROR STATUS 16
010470     END-IF.
010480     PERFORM 6100-WRITE-ONE-INCIDENT THRU 6100-EXIT
010490         VARYING ESC-X FROM 1 BY 1 UNTIL ESC-X > WS-INC-COUNT.
010500     CLOSE INCIDENT-FILE.
010510     OPEN OUTPUT CHECKPOINT-FILE.
010520     IF NOT CKPT-STATUS-OK
010530         DISPLAY "WITNESS-ESCAL: ESCCKPT WILL NOT OPEN - "
010540             "ABENDING"
010550         STOP RUN WITH ERROR STATUS 16
010560     END-IF.
010570     MOVE WS-TO-TS TO ESK-LAST-TS.
010580     MOVE WS-TO-TS-COUNT TO ESK-LAST-TS-COUNT.
010590     WRITE CHECKPOINT-IMAGE FROM WS-CHECKPOINT.
010600     CLOSE CHECKPOINT-FILE.
010610     IF WS-ACKS-APPLIED > ZERO OR WS-ACKS-REJECTED > ZERO
010620         OPEN OUTPUT ACK-CARD-FILE
010630         CLOSE ACK-CARD-FILE
010640     END-IF.
010650 6000-EXIT.
010660     EXIT.

010670*----------------------------------------------------------------
010680 6100-WRITE-ONE-INCIDENT.
010690*    AFTER A MORNING SUMMARY THE ACKNOWLEDGED INCIDENTS ARE
010700*    FINISHED WITH AND ARE NOT WRITTEN BACK.
010710*----------------------------------------------------------------
010720     MOVE WS-INC-ENTRY(ESC-X) TO INCIDENT-RECORD.
010730     IF REPORT-DUE AND INC-ACKNOWLEDGED
010740         GO TO 6100-EXIT
010750     END-IF.
010760     WRITE INCIDENT-IMAGE FROM INCIDENT-RECORD.
010770 6100-EXIT.
010780     EXIT.

010790*----------------------------------------------------------------
010800 8100-TS-TO-MINUTES.
010810*    WS-CONV-TS (YYYYMMDDHHMMSS) AS MINUTES ON A CONTINUOUS
010820*    CLOCK, SO WINDOWS AND DELAYS SPAN MIDNIGHT AND MONTH ENDS.
010830*----------------------------------------------------------------
010840     MOVE ZERO TO WS-CONV-MINUTES.
010850     IF WS-CONV-DATE NOT NUMERIC OR WS-CONV-HH NOT NUMERIC
010860         OR WS-CONV-MM NOT NUMERIC
010870         GO TO 8100-EXIT
010880     END-IF.
010890     COMPUTE WS-CONV-MINUTES =
010900         FUNCTION INTEGER-OF-DATE(WS-CONV-DATE) * 1440
010910         + WS-CONV-HH * 60 + WS-CONV-MM.
010920 8100-EXIT.
010930     EXIT.

010940*----------------------------------------------------------------
010950 8300-LOG-EVENT.
010960*----------------------------------------------------------------
010970     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
010980         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
010990 8300-EXIT.
011000     EXIT.

011010*----------------------------------------------------------------
011020 9000-TERMINATE.
011030*    ONLY A WARNING OR THE MORNING SUMMARY GOES TO OPSLOG - A
011040*    CYCLE EVERY FEW MINUTES WOULD OTHERWISE SWAMP IT.
011050*----------------------------------------------------------------
011060     MOVE SPACES TO REPORT-LINE.
011070     WRITE REPORT-LINE.
011080     MOVE "OPSLOG RECORDS READ" TO SM-LABEL.
011090     MOVE WS-LOG-READ TO SM-COUNT.
011100     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011110     MOVE "NEW EVENTS" TO SM-LABEL.
011120     MOVE WS-NEW-EVENTS TO SM-COUNT.
011130     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011140     MOVE "NO RULE - IGNORED" TO SM-LABEL.
011150     MOVE WS-NOT-RULED TO SM-COUNT.
011160     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011170     MOVE "LOG ONLY" TO SM-LABEL.
011180     MOVE WS-LOG-ONLY TO SM-COUNT.
011190     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011200     MOVE "BELOW REPEAT THRESHOLD" TO SM-LABEL.
011210     MOVE WS-BELOW-THRESHOLD TO SM-COUNT.
011220     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011230     MOVE "SUPPRESSED" TO SM-LABEL.
011240     MOVE WS-SUPPRESSED TO SM-COUNT.
011250     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011260     MOVE "INCIDENTS RAISED" TO SM-LABEL.
011270     MOVE WS-RAISED TO SM-COUNT.
011280     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011290     MOVE "PAGES" TO SM-LABEL.
011300     MOVE WS-PAGES TO SM-COUNT.
011310     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011320     MOVE "REMINDERS" TO SM-LABEL.
011330     MOVE WS-REMINDERS TO SM-COUNT.
011340     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011350     MOVE "ESCALATIONS" TO SM-LABEL.
011360     MOVE WS-ESCALATIONS TO SM-COUNT.
011370     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011380     MOVE "ACKNOWLEDGEMENTS APPLIED" TO SM-LABEL.
011390     MOVE WS-ACKS-APPLIED TO SM-COUNT.
011400     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011410     MOVE "ACKNOWLEDGEMENTS REJECTED" TO SM-LABEL.
011420     MOVE WS-ACKS-REJECTED TO SM-COUNT.
011430     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011440     MOVE "RULE CARDS REJECTED" TO SM-LABEL.
011450     MOVE WS-RULES-REJECTED TO SM-COUNT.
011460     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011470     MOVE "INCIDENT TABLE FULL" TO SM-LABEL.
011480     MOVE WS-TABLE-FULL TO SM-COUNT.
011490     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
011500     CLOSE REPORT-FILE.
011510     IF REPORT-DUE
011520         MOVE "ESCRPTOK" TO WS-EVL-CODE
011530         MOVE "I" TO WS-EVL-SEVERITY
011540         MOVE SPACES TO WS-EVL-TEXT
011550         STRING "INCIDENT SUMMARY - " WS-PER-RAISED " RAISED "
011560             WS-PER-ESCALATED " ESCALATED " WS-PER-OPEN " OPEN"
011570             DELIMITED BY SIZE INTO WS-EVL-TEXT
011580         PERFORM 8300-LOG-EVENT THRU 8300-EXIT
011590     END-IF.
011600     IF WS-ACKS-REJECTED > ZERO OR WS-RULES-REJECTED > ZERO
011610         OR WS-TABLE-FULL > ZERO
011620         MOVE "ESCWARN" TO WS-EVL-CODE
011630         MOVE "W" TO WS-EVL-SEVERITY
011640         MOVE SPACES TO WS-EVL-TEXT
011650         STRING "ACKS REJECTED " WS-ACKS-REJECTED
011660             " RULES REJECTED " WS-RULES-REJECTED
011670             " TABLE FULL " WS-TABLE-FULL
011680             DELIMITED BY SIZE INTO WS-EVL-TEXT
011690         PERFORM 8300-LOG-EVENT THRU 8300-EXIT
011700         MOVE 4 TO RETURN-CODE
011710     END-IF.
011720     DISPLAY "WITNESS-ESCAL: " WS-NEW-EVENTS " NEW EVENTS, "
011730         WS-PAGES " PAGES, " WS-ESCALATIONS " ESCALATIONS, "
011740         WS-INC-COUNT " INCIDENTS ON FILE".
011750 9000-EXIT.
011760     EXIT.

011770*----------------------------------------------------------------
011780 9100-WRITE-SUMMARY.
011790*----------------------------------------------------------------
011800     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
011810     WRITE REPORT-LINE.
011820 9100-EXIT.
011830     EXIT.
