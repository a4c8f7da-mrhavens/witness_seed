000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-IMPORT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  POPULATION-STATE IMPORT.
000200*                  THE MODELERS HAND OVER STARTING POPULATIONS,
000210*                  QUARANTINE LISTS AND CLUSTER PARTITIONS AS
000220*                  SPREADSHEETS, AND KEYING THEM INTO THE FIXED
000230*                  LAYOUTS BY HAND SLIPPED COLUMNS THAT WERE ONLY
000240*                  FOUND WHEN THE RUN DIVERGED.  THIS STEP READS
000250*                  THE SPREADSHEET SAVED AS A COMMA-DELIMITED FILE
000260*                  (IMPCSV) WHOSE HEADER ROW NAMES THE TARGET -
000270*                  WARMSTAT, QUARLST OR CLUSTRCF - AND A SOURCE
000280*                  LABEL, CHECKS EVERY VALUE AGAINST THE LIMITS
000290*                  WITNESS-INIT AND THE WITNESS-SEED-3 DIVERGENCE
000300*                  GUARD APPLY, AND WRITES THE TARGET IN ITS OWN
000310*                  LAYOUT.  EVERY BAD LINE IS LISTED ON IMPRPT
000320*                  WITH ITS LINE AND COLUMN; ONE BAD LINE AND
000330*                  NOTHING IS WRITTEN (RC=8).  EACH IMPORT TAKES
000340*                  THE NEXT IMPORT NUMBER FROM IMPSEQ AND IS
000350*                  LOGGED ON OPSLOG UNDER IT WITH THE SOURCE
000360*                  LABEL; AN IMPORTED WARMSTAT CARRIES THE NUMBER
000370*                  AS ITS RUN-ID, SO A RUN WARM-STARTED FROM IT
000380*                  NAMES THE IMPORT AS REG-PARENT-RUN-ID.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT IMPORT-FILE ASSIGN TO "IMPCSV"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-IMPORT-STATUS.
000460     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CC-STATUS.
000490     SELECT IMPORT-SEQ-FILE ASSIGN TO "IMPSEQ"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SEQ-STATUS.
000520     SELECT WARM-START-FILE ASSIGN TO "WARMSTAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-TARGET-STATUS.
000550     SELECT QUARANTINE-FILE ASSIGN TO "QUARLST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TARGET-STATUS.
000580     SELECT CLUSTER-CONFIG-FILE ASSIGN TO "CLUSTRCF"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-TARGET-STATUS.
000610     SELECT REPORT-FILE ASSIGN TO "IMPRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.
000660*----------------------------------------------------------------
000670* IMPCSV: THE SPREADSHEET SAVED COMMA-DELIMITED.  THE FIRST LINE
000680* IS THE HEADER ROW - TARGET,SOURCE LABEL (16 CHARACTERS AT MOST).
000690* EVERY LINE AFTER IT IS DATA; BLANK LINES ARE PASSED OVER, AND
000700* QUOTES AND TRAILING EMPTY CELLS ARE IGNORED.  NUMBERS ARE PLAIN
000710* DECIMALS - AN OPTIONAL SIGN, UP TO 5 DIGITS, AN OPTIONAL POINT
000720* AND UP TO 5 DECIMAL PLACES; NO THOUSANDS SEPARATORS, EXPONENTS.
000730*   WARMSTAT  OSCILLATOR,VALUE - ONE LINE FOR EVERY OSCILLATOR
000740*             1 TO CC-NUM-VARS, EACH ONCE - PLUS AN OPTIONAL
000750*             PHASE,VALUE LINE (ZERO IF NONE IS GIVEN)
000760*   QUARLST   OSCILLATOR - ONE LINE PER OSCILLATOR TO QUARANTINE
000770*   CLUSTRCF  START,END,OMEGA,K - ONE RANGE PER LINE, IN THE ORDER
000780*             THE RANGES ARE TO BE NUMBERED
000790*----------------------------------------------------------------
000800 FD  IMPORT-FILE.
000810 01  IMPORT-LINE                 PIC X(200).

000820 FD  CONTROL-CARD-FILE
000830     RECORDING MODE IS F.
000840     COPY CTLCARD.

000850*----------------------------------------------------------------
000860* IMPSEQ: THE LAST IMPORT NUMBER GIVEN OUT.  IMPORT NUMBERS START
000870* AT 90000001 SO THAT ONE IS NEVER TAKEN FOR A REGISTRY RUN-ID.
000880*----------------------------------------------------------------
000890 FD  IMPORT-SEQ-FILE
000900     RECORDING MODE IS F.
000910 01  IMPORT-SEQ-RECORD.
000920     05  ISQ-LAST-NUMBER         PIC 9(08).
000930     05  FILLER                  PIC X(72).

000940 FD  WARM-START-FILE.
000950     COPY STATEREC.

000960 FD  QUARANTINE-FILE
000970     RECORDING MODE IS F.
000980 01  QUARANTINE-RECORD.
000990     05  QUAR-INDEX              PIC 9(04).
001000     05  FILLER                  PIC X(76).

001010 FD  CLUSTER-CONFIG-FILE
001020     RECORDING MODE IS F.
001030 01  CLUSTER-CONFIG-RECORD.
001040     05  CLUS-START              PIC 9(04).
001050     05  CLUS-END                PIC 9(04).
001060     05  CLUS-OMEGA              PIC 9V9(05).
001070     05  CLUS-K                  PIC 9V9(05).
001080     05  FILLER                  PIC X(60).

001090 FD  REPORT-FILE.
001100 01  REPORT-LINE                PIC X(80).

001110 WORKING-STORAGE SECTION.
001120 01  WS-IMPORT-STATUS        PIC X(02) VALUE SPACES.
001130     88  IMPORT-STATUS-OK    VALUE "00".
001140     88  IMPORT-STATUS-EOF   VALUE "10".
001150 01  WS-CC-STATUS            PIC X(02) VALUE SPACES.
001160     88  CC-STATUS-OK        VALUE "00".
001170 01  WS-SEQ-STATUS           PIC X(02) VALUE SPACES.
001180     88  SEQ-STATUS-OK       VALUE "00".
001190 01  WS-TARGET-STATUS        PIC X(02) VALUE SPACES.
001200     88  TARGET-STATUS-OK    VALUE "00".
001210 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001220 01  WS-TODAY                PIC 9(08).
001230 01  WS-REFUSAL              PIC X(50) VALUE SPACES.
001240 01  WS-TARGET               PIC X(08) VALUE SPACES.
001250     88  TARGET-WARMSTAT     VALUE "WARMSTAT".
001260     88  TARGET-QUARLST      VALUE "QUARLST".
001270     88  TARGET-CLUSTRCF     VALUE "CLUSTRCF".
001280 01  WS-SOURCE-LABEL         PIC X(16) VALUE SPACES.
001290 01  WS-EXPECT-FIELDS        PIC 9(01).
001300 01  WS-NUM-VARS             PIC 9(04) VALUE ZERO.
001310 01  WS-IMPORT-NUMBER        PIC 9(08) VALUE ZERO.
001320 01  WS-FIRST-IMPORT         PIC 9(08) VALUE 90000000.
001330*----------------------------------------------------------------
001340* THE WITNESS-SEED-3 DIVERGENCE GUARD ABENDS A RUN THE MOMENT AN
001350* OSCILLATOR PASSES THIS MAGNITUDE; A POPULATION STARTING PAST IT
001360* WOULD DIE ON ITS FIRST STEP.
001370*----------------------------------------------------------------
001380 01  WS-DIVERGENCE-LIMIT     PIC S9(5)V9(5) VALUE 99000.00000.

001390*----------------------------------------------------------------
001400* THE LINE IN HAND, SPLIT AT THE COMMAS.  A CELL WIDER THAN
001410* WS-FLD IS REJECTED RATHER THAN CUT SHORT.
001420*----------------------------------------------------------------
001430 01  WS-CSV-LINE             PIC X(200).
001440 01  WS-LINE-LEN             PIC 9(03).
001450 01  WS-LINE-NO              PIC 9(05) VALUE ZERO.
001460 01  WS-DATA-LINES           PIC 9(05) VALUE ZERO.
001470 01  WS-ACCEPTED-LINES       PIC 9(05) VALUE ZERO.
001480 01  WS-FIELDS.
001490     05  WS-FLD              PIC X(30) OCCURS 6 TIMES.
001500 01  WS-FIELD-LENGTHS.
001510     05  WS-FLD-LEN          PIC 9(03) OCCURS 6 TIMES.
001520 01  WS-FLD-COUNT            PIC 9(02).
001530 01  FLD-X                   PIC 9(02).
001540 01  WS-LEAD                 PIC 9(03).
001550 01  WS-TRIM-WORK            PIC X(30).
001560 01  WS-SPLIT-OVERFLOW-SW    PIC X(01).
001570     88  SPLIT-OVERFLOW      VALUE "Y".
001580 01  WS-LINE-BAD-SW          PIC X(01).
001590     88  LINE-BAD            VALUE "Y".
001600 01  WS-UPPER-FLD            PIC X(30).
001610 01  WS-LOWER-CASE           PIC X(26)
001620         VALUE "abcdefghijklmnopqrstuvwxyz".
001630 01  WS-UPPER-CASE           PIC X(26)
001640         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

001650*----------------------------------------------------------------
001660* NUMBER CHECKING (8500-PARSE-NUMBER).  WS-NUM-TEXT IN,
001670* WS-NUM-VALUE OUT, OR NUM-BAD WITH WS-NUM-REASON SAYING WHY.
001680* STATE S - BEFORE THE NUMBER, I - INTEGER DIGITS, F - DECIMAL
001690* PLACES, E - TRAILING SPACES.
001700*----------------------------------------------------------------
001710 01  WS-NUM-TEXT             PIC X(30).
001720 01  WS-NUM-VALUE            PIC S9(5)V9(5).
001730 01  WS-NUM-INT              PIC 9(05).
001740 01  WS-NUM-FRAC-TEXT        PIC X(05).
001750 01  WS-NUM-FRAC REDEFINES WS-NUM-FRAC-TEXT PIC 9(05).
001760 01  WS-INT-DIGITS           PIC 9(02).
001770 01  WS-FRAC-DIGITS          PIC 9(02).
001780 01  WS-NUM-STATE            PIC X(01).
001790 01  WS-NUM-NEG-SW           PIC X(01).
001800     88  NUM-NEGATIVE        VALUE "Y".
001810 01  WS-NUM-POINT-SW         PIC X(01).
001820     88  NUM-HAS-POINT       VALUE "Y".
001830 01  WS-NUM-BAD-SW           PIC X(01).
001840     88  NUM-BAD             VALUE "Y".
001850 01  WS-NUM-REASON           PIC X(36).
001860 01  CH-X                    PIC 9(02).
001870 01  WS-CH                   PIC X(01).
001880 01  WS-CH-DIGIT REDEFINES WS-CH PIC 9(01).

001890*----------------------------------------------------------------
001900* WHAT HAS BEEN ACCEPTED.  WS-OSC-FLAG MARKS AN OSCILLATOR GIVEN A
001910* VALUE (WARMSTAT), LISTED (QUARLST) OR INSIDE A RANGE (CLUSTRCF),
001920* AND WS-OSC-LINE THE LINE THAT DID IT - THE SAME TABLE FINDS
001930* DUPLICATES, OVERLAPS AND GAPS.
001940*----------------------------------------------------------------
001950 01  WS-OSC-TABLE.
001960     05  WS-OSC-ENTRY        OCCURS 1000 TIMES.
001970         10  WS-OSC-FLAG         PIC X(01).
001980         10  WS-OSC-LINE         PIC 9(05).
001990         10  WS-OSC-VALUE        PIC S9(5)V9(5).
002000 01  OSC-X                   PIC 9(04).
002010 01  WS-OSC-COUNT            PIC 9(04) VALUE ZERO.
002020 01  WS-PHASE                PIC S9(5)V9(5) VALUE ZERO.
002030 01  WS-PHASE-SW             PIC X(01) VALUE "N".
002040     88  PHASE-GIVEN         VALUE "Y".
002050 01  WS-RANGE-COUNT          PIC 9(04) VALUE ZERO.
002060 01  WS-RANGE-TABLE.
002070     05  WS-RANGE-ENTRY      OCCURS 1000 TIMES.
002080         10  RG-START            PIC 9(04).
002090         10  RG-END              PIC 9(04).
002100         10  RG-OMEGA            PIC 9V9(05).
002110         10  RG-K                PIC 9V9(05).
002120 01  RANGE-X                 PIC 9(04).
002130 01  WS-NEW-START            PIC 9(04).
002140 01  WS-NEW-END              PIC 9(04).
002150 01  WS-NEW-OMEGA            PIC 9V9(05).
002160 01  WS-NEW-K                PIC 9V9(05).
002170 01  WS-GAP-START            PIC 9(04).
002180 01  WS-GAP-END              PIC 9(04).
002190 01  WS-LIMIT-TEXT           PIC 9(04).
002200 01  WS-LINE-TEXT            PIC 9(05).

002210 01  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
002220 01  WS-WARNING-COUNT        PIC 9(05) VALUE ZERO.
002230 01  WS-WRITTEN-COUNT        PIC 9(05) VALUE ZERO.
002240 01  WS-RJ-LINE              PIC 9(05).
002250 01  WS-RJ-COL               PIC 9(02).
002260 01  WS-RJ-REASON            PIC X(36).

002270 01  WS-EVL-PROGRAM          PIC X(12) VALUE "IMPORT".
002280 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
002290 01  WS-EVL-CODE             PIC X(08).
002300 01  WS-EVL-SEVERITY         PIC X(01).
002310 01  WS-EVL-TEXT             PIC X(60).

002320 01  WS-HEADER-LINE.
002330     05  FILLER              PIC X(32)
002340         VALUE "POPULATION-STATE IMPORT - AS OF ".
002350     05  HL-TODAY            PIC 9(08).
002360 01  WS-TARGET-LINE.
002370     05  FILLER              PIC X(08) VALUE "TARGET  ".
002380     05  TL-TARGET           PIC X(08).
002390     05  FILLER              PIC X(10) VALUE "  SOURCE  ".
002400     05  TL-LABEL            PIC X(16).
002410     05  FILLER              PIC X(12) VALUE "  NUM-VARS  ".
002420     05  TL-NUM-VARS         PIC Z(3)9.
002430*----------------------------------------------------------------
002440* ONE LINE PER FINDING.  THE COLUMN IS THE SPREADSHEET CELL - 1
002450* THE FIRST VALUE ON THE LINE, 2 THE SECOND, AND SO ON.  LINE 0
002460* IS A FINDING ABOUT THE FILE AS A WHOLE.
002470*----------------------------------------------------------------
002480 01  WS-FINDING-LINE.
002490     05  FL-KIND             PIC X(04).
002500     05  FILLER              PIC X(06) VALUE " LINE ".
002510     05  FL-LINE             PIC Z(4)9.
002520     05  FILLER              PIC X(05) VALUE " COL ".
002530     05  FL-COL              PIC Z9.
002540     05  FILLER              PIC X(01) VALUE SPACE.
002550     05  FL-REASON           PIC X(36).
002560     05  FILLER              PIC X(01) VALUE SPACE.
002570     05  FL-TEXT             PIC X(20).
002580 01  WS-REFUSED-LINE.
002590     05  FILLER              PIC X(17) VALUE "IMPORT REFUSED - ".
002600     05  RF-TEXT             PIC X(50).
002610 01  WS-REJECTED-LINE        PIC X(80) VALUE
002620     "IMPORT REJECTED - NOTHING WRITTEN, CORRECT THE LINES ABOVE".
002630 01  WS-NUMBER-LINE.
002640     05  FILLER              PIC X(19)
002650         VALUE "IMPORTED AS NUMBER ".
002660     05  NL-NUMBER           PIC 9(08).
002670 01  WS-WARM-NUMBER-LINE     PIC X(80) VALUE
002680     "  PUNCH IT AS CC2-WARM-RUN-ID FOR A MODE D WARM START".
002690 01  WS-CLUS-APPROVE-LINE    PIC X(80) VALUE
002700     "  A CANDIDATE CLUSTRCF - APPROVE IT THROUGH WITNESSA".
002710 01  WS-PHASE-LINE           PIC X(80) VALUE
002720     "  NO PHASE LINE - THE POPULATION STARTS AT PHASE ZERO".
002730 01  WS-SUMMARY-LINE.
002740     05  SM-LABEL            PIC X(24).
002750     05  SM-COUNT            PIC Z(4)9.

002760 PROCEDURE DIVISION.
002770*----------------------------------------------------------------
002780 0000-MAINLINE.
002790*----------------------------------------------------------------
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     IF WS-REFUSAL NOT = SPACES
002820         PERFORM 9100-REFUSE THRU 9100-EXIT
002830         STOP RUN
002840     END-IF.
002850     PERFORM 2000-READ-IMPORT THRU 2000-EXIT.
002860     PERFORM 3000-FINISH-CHECKS THRU 3000-EXIT.
002870     IF WS-REJECT-COUNT > ZERO
002880         PERFORM 9200-REJECT-IMPORT THRU 9200-EXIT
002890         STOP RUN
002900     END-IF.
002910     PERFORM 4000-ASSIGN-NUMBER THRU 4000-EXIT.
002920     PERFORM 5000-WRITE-TARGET THRU 5000-EXIT.
002930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002940     STOP RUN.

002950*----------------------------------------------------------------
002960 1000-INITIALIZE.
002970*----------------------------------------------------------------
002980     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
002990     OPEN OUTPUT REPORT-FILE.
003000     MOVE WS-TODAY TO HL-TODAY.
003010     MOVE WS-HEADER-LINE TO REPORT-LINE.
003020     WRITE REPORT-LINE.
003030     PERFORM VARYING OSC-X FROM 1 BY 1 UNTIL OSC-X > 1000
003040         MOVE "N" TO WS-OSC-FLAG(OSC-X)
003050         MOVE ZERO TO WS-OSC-LINE(OSC-X)
003060         MOVE ZERO TO WS-OSC-VALUE(OSC-X)
003070     END-PERFORM.
003080     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003090     IF WS-REFUSAL NOT = SPACES
003100         GO TO 1000-EXIT
003110     END-IF.
003120     PERFORM 1200-READ-HEADER THRU 1200-EXIT.
003130     IF WS-REFUSAL NOT = SPACES
003140         GO TO 1000-EXIT
003150     END-IF.
003160     MOVE WS-TARGET TO TL-TARGET.
003170     MOVE WS-SOURCE-LABEL TO TL-LABEL.
003180     MOVE WS-NUM-VARS TO TL-NUM-VARS.
003190     MOVE WS-TARGET-LINE TO REPORT-LINE.
003200     WRITE REPORT-LINE.
003210     MOVE SPACES TO REPORT-LINE.
003220     WRITE REPORT-LINE.
003230 1000-EXIT.
003240     EXIT.

003250*----------------------------------------------------------------
003260 1100-READ-CONTROL.
003270*    THE POPULATION SIZE EVERYTHING IS CHECKED AGAINST IS THE
003280*    CC-NUM-VARS OF THE DECK THE IMPORT WILL RUN WITH, UNDER THE
003290*    SAME 1-1000 RULE WITNESS-INIT APPLIES.
003300*----------------------------------------------------------------
003310     OPEN INPUT CONTROL-CARD-FILE.
003320     IF NOT CC-STATUS-OK
003330         MOVE "CONTROLCD NOT AVAILABLE" TO WS-REFUSAL
003340         GO TO 1100-EXIT
003350     END-IF.
003360     READ CONTROL-CARD-FILE
003370         AT END
003380             MOVE "CONTROLCD IS EMPTY" TO WS-REFUSAL
003390     END-READ.
003400     CLOSE CONTROL-CARD-FILE.
003410     IF WS-REFUSAL NOT = SPACES
003420         GO TO 1100-EXIT
003430     END-IF.
003440     IF CC-NUM-VARS IS NOT NUMERIC
003450             OR CC-NUM-VARS = ZERO OR CC-NUM-VARS > 1000
003460         MOVE "CONTROLCD CC-NUM-VARS MUST BE 1-1000" TO WS-REFUSAL
003470         GO TO 1100-EXIT
003480     END-IF.
003490     MOVE CC-NUM-VARS TO WS-NUM-VARS.
003500 1100-EXIT.
003510     EXIT.

003520*----------------------------------------------------------------
003530 1200-READ-HEADER.
003540*    THE FIRST LINE THAT IS NOT BLANK NAMES THE TARGET AND THE
003550*    SOURCE.  A FILE WITHOUT ONE IS REFUSED OUTRIGHT - THERE IS NO
003560*    SAYING WHAT ITS LINES WERE MEANT TO BE.
003570*----------------------------------------------------------------
003580     OPEN INPUT IMPORT-FILE.
003590     IF NOT IMPORT-STATUS-OK
003600         MOVE "IMPCSV NOT AVAILABLE" TO WS-REFUSAL
003610         GO TO 1200-EXIT
003620     END-IF.
003630     MOVE ZERO TO WS-LINE-LEN.
003640     PERFORM 1210-READ-ONE-HEADER-LINE THRU 1210-EXIT
003650         UNTIL WS-LINE-LEN > ZERO OR IMPORT-STATUS-EOF.
003660     IF IMPORT-STATUS-EOF
003670         MOVE "IMPCSV HAS NO HEADER ROW" TO WS-REFUSAL
003680         CLOSE IMPORT-FILE
003690         GO TO 1200-EXIT
003700     END-IF.
003710     PERFORM 8300-SPLIT-LINE THRU 8300-EXIT.
003720     MOVE WS-FLD(1) TO WS-UPPER-FLD.
003730     INSPECT WS-UPPER-FLD
003740         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
003750     EVALUATE TRUE
003760         WHEN WS-UPPER-FLD = "WARMSTAT"
003770             MOVE 2 TO WS-EXPECT-FIELDS
003780         WHEN WS-UPPER-FLD = "QUARLST"
003790             MOVE 1 TO WS-EXPECT-FIELDS
003800         WHEN WS-UPPER-FLD = "CLUSTRCF"
003810             MOVE 4 TO WS-EXPECT-FIELDS
003820         WHEN OTHER
003830             MOVE "HEADER TARGET NOT WARMSTAT, QUARLST, CLUSTRCF"
003840                 TO WS-REFUSAL
003850     END-EVALUATE.
003860     IF WS-REFUSAL = SPACES
003870         MOVE WS-UPPER-FLD TO WS-TARGET
003880         EVALUATE TRUE
003890             WHEN WS-FLD-COUNT < 2 OR WS-FLD(2) = SPACES
003900                 MOVE "HEADER ROW HAS NO SOURCE LABEL"
003910                     TO WS-REFUSAL
003920             WHEN WS-FLD-COUNT > 2 OR SPLIT-OVERFLOW
003930                 MOVE "HEADER ROW HAS MORE THAN TWO CELLS"
003940                     TO WS-REFUSAL
003950             WHEN WS-FLD-LEN(2) > 16
003960                     AND WS-FLD(2)(17:14) NOT = SPACES
003970                 MOVE "SOURCE LABEL LONGER THAN 16 CHARACTERS"
003980                     TO WS-REFUSAL
003990             WHEN OTHER
004000                 MOVE WS-FLD(2) TO WS-SOURCE-LABEL
004010                 INSPECT WS-SOURCE-LABEL
004020                     CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
004030         END-EVALUATE
004040     END-IF.
004050     IF WS-REFUSAL NOT = SPACES
004060         CLOSE IMPORT-FILE
004070     END-IF.
004080 1200-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------
004110 1210-READ-ONE-HEADER-LINE.
004120*----------------------------------------------------------------
004130     PERFORM 8200-READ-LINE THRU 8200-EXIT.
004140 1210-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------
004170 2000-READ-IMPORT.
004180*----------------------------------------------------------------
004190     PERFORM 2100-ONE-LINE THRU 2100-EXIT
004200         UNTIL IMPORT-STATUS-EOF.
004210     CLOSE IMPORT-FILE.
004220 2000-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------
004250 2100-ONE-LINE.
004260*    THE FIRST FAULT ON A LINE IS THE ONE LISTED - A SLIPPED
004270*    COLUMN USUALLY FAULTS EVERY CELL AFTER IT.
004280*----------------------------------------------------------------
004290     PERFORM 8200-READ-LINE THRU 8200-EXIT.
004300     IF IMPORT-STATUS-EOF OR WS-LINE-LEN = ZERO
004310         GO TO 2100-EXIT
004320     END-IF.
004330     ADD 1 TO WS-DATA-LINES.
004340     MOVE "N" TO WS-LINE-BAD-SW.
004350     PERFORM 8300-SPLIT-LINE THRU 8300-EXIT.
004360     IF WS-FLD-COUNT > WS-EXPECT-FIELDS OR SPLIT-OVERFLOW
004370         COMPUTE WS-RJ-COL = WS-EXPECT-FIELDS + 1
004380         MOVE SPACES TO WS-RJ-REASON
004390         STRING "MORE THAN " WS-EXPECT-FIELDS " CELLS ON THE LINE"
004400             DELIMITED BY SIZE INTO WS-RJ-REASON
004410         PERFORM 8600-REJECT THRU 8600-EXIT
004420         GO TO 2100-EXIT
004430     END-IF.
004440     IF WS-FLD-COUNT < WS-EXPECT-FIELDS
004450         COMPUTE WS-RJ-COL = WS-FLD-COUNT + 1
004460         MOVE "CELL MISSING" TO WS-RJ-REASON
004470         PERFORM 8600-REJECT THRU 8600-EXIT
004480         GO TO 2100-EXIT
004490     END-IF.
004500     PERFORM VARYING FLD-X FROM 1 BY 1
004510             UNTIL FLD-X > WS-FLD-COUNT OR LINE-BAD
004520         IF WS-FLD-LEN(FLD-X) > 30
004530             MOVE FLD-X TO WS-RJ-COL
004540             MOVE "CELL LONGER THAN 30 CHARACTERS" TO WS-RJ-REASON
004550             PERFORM 8600-REJECT THRU 8600-EXIT
004560         END-IF
004570     END-PERFORM.
004580     IF LINE-BAD
004590         GO TO 2100-EXIT
004600     END-IF.
004610     EVALUATE TRUE
004620         WHEN TARGET-WARMSTAT
004630             PERFORM 2200-WARMSTAT-LINE THRU 2200-EXIT
004640         WHEN TARGET-QUARLST
004650             PERFORM 2300-QUARLST-LINE THRU 2300-EXIT
004660         WHEN TARGET-CLUSTRCF
004670             PERFORM 2400-CLUSTRCF-LINE THRU 2400-EXIT
004680     END-EVALUATE.
004690     IF NOT LINE-BAD
004700         ADD 1 TO WS-ACCEPTED-LINES
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750 2200-WARMSTAT-LINE.
004760*    OSCILLATOR,VALUE OR PHASE,VALUE.  AN OSCILLATOR VALUE MAY BE
004770*    NEGATIVE BUT NOT PAST THE DIVERGENCE LIMIT; PHASE IS
004780*    TIME-LIKE AND MAY NOT BE NEGATIVE.
004790*----------------------------------------------------------------
004800     MOVE WS-FLD(1) TO WS-UPPER-FLD.
004810     INSPECT WS-UPPER-FLD
004820         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
004830     IF WS-UPPER-FLD = "PHASE"
004840         IF PHASE-GIVEN
004850             MOVE 1 TO WS-RJ-COL
004860             MOVE "PHASE ALREADY GIVEN" TO WS-RJ-REASON
004870             PERFORM 8600-REJECT THRU 8600-EXIT
004880             GO TO 2200-EXIT
004890         END-IF
004900         MOVE 2 TO WS-RJ-COL
004910         MOVE WS-FLD(2) TO WS-NUM-TEXT
004920         PERFORM 8500-PARSE-NUMBER THRU 8500-EXIT
004930         IF NUM-BAD
004940             MOVE WS-NUM-REASON TO WS-RJ-REASON
004950             PERFORM 8600-REJECT THRU 8600-EXIT
004960             GO TO 2200-EXIT
004970         END-IF
004980         IF NUM-NEGATIVE
004990             MOVE "PHASE MAY NOT BE NEGATIVE" TO WS-RJ-REASON
005000             PERFORM 8600-REJECT THRU 8600-EXIT
005010             GO TO 2200-EXIT
005020         END-IF
005030         MOVE WS-NUM-VALUE TO WS-PHASE
005040         SET PHASE-GIVEN TO TRUE
005050         GO TO 2200-EXIT
005060     END-IF.
005070     PERFORM 2500-CHECK-OSCILLATOR THRU 2500-EXIT.
005080     IF LINE-BAD
005090         GO TO 2200-EXIT
005100     END-IF.
005110     IF WS-OSC-FLAG(OSC-X) = "Y"
005120         MOVE WS-OSC-LINE(OSC-X) TO WS-LINE-TEXT
005130         MOVE SPACES TO WS-RJ-REASON
005140         STRING "OSCILLATOR ALSO GIVEN ON LINE " WS-LINE-TEXT
005150             DELIMITED BY SIZE INTO WS-RJ-REASON
005160         PERFORM 8600-REJECT THRU 8600-EXIT
005170         GO TO 2200-EXIT
005180     END-IF.
005190     MOVE 2 TO WS-RJ-COL.
005200     MOVE WS-FLD(2) TO WS-NUM-TEXT.
005210     PERFORM 8500-PARSE-NUMBER THRU 8500-EXIT.
005220     IF NUM-BAD
005230         MOVE WS-NUM-REASON TO WS-RJ-REASON
005240         PERFORM 8600-REJECT THRU 8600-EXIT
005250         GO TO 2200-EXIT
005260     END-IF.
005270     IF WS-NUM-VALUE > WS-DIVERGENCE-LIMIT
005280             OR WS-NUM-VALUE < ZERO - WS-DIVERGENCE-LIMIT
005290         MOVE "PAST THE DIVERGENCE LIMIT OF 99000" TO WS-RJ-REASON
005300         PERFORM 8600-REJECT THRU 8600-EXIT
005310         GO TO 2200-EXIT
005320     END-IF.
005330     MOVE "Y" TO WS-OSC-FLAG(OSC-X).
005340     MOVE WS-LINE-NO TO WS-OSC-LINE(OSC-X).
005350     MOVE WS-NUM-VALUE TO WS-OSC-VALUE(OSC-X).
005360     ADD 1 TO WS-OSC-COUNT.
005370 2200-EXIT.
005380     EXIT.

005390*----------------------------------------------------------------
005400 2300-QUARLST-LINE.
005410*    WITNESS-SEED-3 WOULD QUIETLY IGNORE A REPEAT, BUT A REPEAT IN
005420*    A SPREADSHEET IS MORE OFTEN A MISTYPED NEIGHBOUR.
005430*----------------------------------------------------------------
005440     PERFORM 2500-CHECK-OSCILLATOR THRU 2500-EXIT.
005450     IF LINE-BAD
005460         GO TO 2300-EXIT
005470     END-IF.
005480     IF WS-OSC-FLAG(OSC-X) = "Y"
005490         MOVE WS-OSC-LINE(OSC-X) TO WS-LINE-TEXT
005500         MOVE SPACES TO WS-RJ-REASON
005510         STRING "OSCILLATOR ALSO LISTED ON LINE " WS-LINE-TEXT
005520             DELIMITED BY SIZE INTO WS-RJ-REASON
005530         PERFORM 8600-REJECT THRU 8600-EXIT
005540         GO TO 2300-EXIT
005550     END-IF.
005560     MOVE "Y" TO WS-OSC-FLAG(OSC-X).
005570     MOVE WS-LINE-NO TO WS-OSC-LINE(OSC-X).
005580     ADD 1 TO WS-OSC-COUNT.
005590 2300-EXIT.
005600     EXIT.

005610*----------------------------------------------------------------
005620 2400-CLUSTRCF-LINE.
005630*    THE WITNESS-INIT CLUSTRCF RULES: NOT EMPTY OR REVERSED,
005640*    INSIDE THE ACTIVE POPULATION, K NOT ZERO, NO OVERLAP WITH AN
005650*    EARLIER RANGE.  A ZERO OMEGA ONLY WARNS, AS THERE.
005660*----------------------------------------------------------------
005670     MOVE 1 TO WS-RJ-COL.
005680     MOVE WS-FLD(1) TO WS-NUM-TEXT.
005690     PERFORM 8550-PARSE-WHOLE THRU 8550-EXIT.
005700     IF NUM-BAD
005710         MOVE WS-NUM-REASON TO WS-RJ-REASON
005720         PERFORM 8600-REJECT THRU 8600-EXIT
005730         GO TO 2400-EXIT
005740     END-IF.
005750     MOVE WS-NUM-INT TO WS-NEW-START.
005760     MOVE 2 TO WS-RJ-COL.
005770     MOVE WS-FLD(2) TO WS-NUM-TEXT.
005780     PERFORM 8550-PARSE-WHOLE THRU 8550-EXIT.
005790     IF NUM-BAD
005800         MOVE WS-NUM-REASON TO WS-RJ-REASON
005810         PERFORM 8600-REJECT THRU 8600-EXIT
005820         GO TO 2400-EXIT
005830     END-IF.
005840     MOVE WS-NUM-INT TO WS-NEW-END.
005850     MOVE 3 TO WS-RJ-COL.
005860     MOVE WS-FLD(3) TO WS-NUM-TEXT.
005870     PERFORM 8580-PARSE-COEFFICIENT THRU 8580-EXIT.
005880     IF NUM-BAD
005890         MOVE WS-NUM-REASON TO WS-RJ-REASON
005900         PERFORM 8600-REJECT THRU 8600-EXIT
005910         GO TO 2400-EXIT
005920     END-IF.
005930     MOVE WS-NUM-VALUE TO WS-NEW-OMEGA.
005940     MOVE 4 TO WS-RJ-COL.
005950     MOVE WS-FLD(4) TO WS-NUM-TEXT.
005960     PERFORM 8580-PARSE-COEFFICIENT THRU 8580-EXIT.
005970     IF NUM-BAD
005980         MOVE WS-NUM-REASON TO WS-RJ-REASON
005990         PERFORM 8600-REJECT THRU 8600-EXIT
006000         GO TO 2400-EXIT
006010     END-IF.
006020     MOVE WS-NUM-VALUE TO WS-NEW-K.
006030     IF WS-NEW-START = ZERO
006040         MOVE 1 TO WS-RJ-COL
006050         MOVE "RANGE IS EMPTY OR REVERSED" TO WS-RJ-REASON
006060         PERFORM 8600-REJECT THRU 8600-EXIT
006070         GO TO 2400-EXIT
006080     END-IF.
006090     IF WS-NEW-END < WS-NEW-START
006100         MOVE 2 TO WS-RJ-COL
006110         MOVE "RANGE IS EMPTY OR REVERSED" TO WS-RJ-REASON
006120         PERFORM 8600-REJECT THRU 8600-EXIT
006130         GO TO 2400-EXIT
006140     END-IF.
006150     IF WS-NEW-END > WS-NUM-VARS
006160         MOVE 2 TO WS-RJ-COL
006170         MOVE "RANGE RUNS PAST THE ACTIVE POPULATION"
006180             TO WS-RJ-REASON
006190         PERFORM 8600-REJECT THRU 8600-EXIT
006200         GO TO 2400-EXIT
006210     END-IF.
006220     IF WS-NEW-K = ZERO
006230         MOVE 4 TO WS-RJ-COL
006240         MOVE "CLUS-K IS ZERO - NO CLUSTER COUPLING"
006250             TO WS-RJ-REASON
006260         PERFORM 8600-REJECT THRU 8600-EXIT
006270         GO TO 2400-EXIT
006280     END-IF.
006290     PERFORM VARYING OSC-X FROM WS-NEW-START BY 1
006300             UNTIL OSC-X > WS-NEW-END OR LINE-BAD
006310         IF WS-OSC-FLAG(OSC-X) = "Y"
006320             MOVE 1 TO WS-RJ-COL
006330             MOVE WS-OSC-LINE(OSC-X) TO WS-LINE-TEXT
006340             MOVE SPACES TO WS-RJ-REASON
006350             STRING "RANGE OVERLAPS RANGE ON LINE "
006360                 WS-LINE-TEXT DELIMITED BY SIZE INTO WS-RJ-REASON
006370             PERFORM 8600-REJECT THRU 8600-EXIT
006380         END-IF
006390     END-PERFORM.
006400     IF LINE-BAD
006410         GO TO 2400-EXIT
006420     END-IF.
006430     PERFORM VARYING OSC-X FROM WS-NEW-START BY 1
006440             UNTIL OSC-X > WS-NEW-END
006450         MOVE "Y" TO WS-OSC-FLAG(OSC-X)
006460         MOVE WS-LINE-NO TO WS-OSC-LINE(OSC-X)
006470     END-PERFORM.
006480     ADD 1 TO WS-RANGE-COUNT.
006490     MOVE WS-NEW-START TO RG-START(WS-RANGE-COUNT).
006500     MOVE WS-NEW-END TO RG-END(WS-RANGE-COUNT).
006510     MOVE WS-NEW-OMEGA TO RG-OMEGA(WS-RANGE-COUNT).
006520     MOVE WS-NEW-K TO RG-K(WS-RANGE-COUNT).
006530     IF WS-NEW-OMEGA = ZERO
006540         MOVE 3 TO WS-RJ-COL
006550         MOVE "CLUS-OMEGA IS ZERO - FREQUENCY OFF" TO WS-RJ-REASON
006560         PERFORM 8650-WARN THRU 8650-EXIT
006570     END-IF.
006580 2400-EXIT.
006590     EXIT.

006600*----------------------------------------------------------------
006610 2500-CHECK-OSCILLATOR.
006620*    CELL 1 AS AN OSCILLATOR NUMBER, 1 TO CC-NUM-VARS, INTO OSC-X.
006630*----------------------------------------------------------------
006640     MOVE 1 TO WS-RJ-COL.
006650     MOVE WS-FLD(1) TO WS-NUM-TEXT.
006660     PERFORM 8550-PARSE-WHOLE THRU 8550-EXIT.
006670     IF NUM-BAD
006680         MOVE WS-NUM-REASON TO WS-RJ-REASON
006690         PERFORM 8600-REJECT THRU 8600-EXIT
006700         GO TO 2500-EXIT
006710     END-IF.
006720     IF WS-NUM-INT = ZERO OR WS-NUM-INT > WS-NUM-VARS
006730         MOVE WS-NUM-VARS TO WS-LIMIT-TEXT
006740         MOVE SPACES TO WS-RJ-REASON
006750         STRING "OSCILLATOR NOT 1 TO " WS-LIMIT-TEXT
006760             " (NUM-VARS)" DELIMITED BY SIZE INTO WS-RJ-REASON
006770         PERFORM 8600-REJECT THRU 8600-EXIT
006780         GO TO 2500-EXIT
006790     END-IF.
006800     MOVE WS-NUM-INT TO OSC-X.
006810 2500-EXIT.
006820     EXIT.

006830*----------------------------------------------------------------
006840 3000-FINISH-CHECKS.
006850*    FINDINGS ABOUT THE FILE AS A WHOLE, LISTED AS LINE 0.  A
006860*    WARMSTAT MUST GIVE EVERY OSCILLATOR - WITNESS-SEED-3 WOULD
006870*    START A MISSING ONE AT ZERO WITHOUT A WORD.  OSCILLATORS IN
006880*    NO CLUSTRCF RANGE FALL BACK TO THE TUNECFG BASELINE, WHICH
006890*    MAY BE MEANT, SO THOSE GAPS ONLY WARN.
006900*----------------------------------------------------------------
006910     MOVE ZERO TO WS-LINE-NO.
006920     MOVE SPACES TO WS-CSV-LINE.
006930     MOVE 1 TO WS-RJ-COL.
006940     IF WS-DATA-LINES = ZERO
006950         MOVE "NO DATA LINES AFTER THE HEADER ROW" TO WS-RJ-REASON
006960         PERFORM 8600-REJECT THRU 8600-EXIT
006970         GO TO 3000-EXIT
006980     END-IF.
006990     IF TARGET-QUARLST AND WS-OSC-COUNT = WS-NUM-VARS
007000         MOVE "EVERY OSCILLATOR IS QUARANTINED" TO WS-RJ-REASON
007010         PERFORM 8650-WARN THRU 8650-EXIT
007020     END-IF.
007030     IF TARGET-WARMSTAT OR TARGET-CLUSTRCF
007040         PERFORM 3100-FIND-GAPS THRU 3100-EXIT
007050     END-IF.
007060     IF TARGET-WARMSTAT AND NOT PHASE-GIVEN
007070             AND WS-REJECT-COUNT = ZERO
007080         MOVE WS-PHASE-LINE TO REPORT-LINE
007090         WRITE REPORT-LINE
007100     END-IF.
007110 3000-EXIT.
007120     EXIT.

007130*----------------------------------------------------------------
007140 3100-FIND-GAPS.
007150*----------------------------------------------------------------
007160     MOVE ZERO TO WS-GAP-START.
007170     PERFORM VARYING OSC-X FROM 1 BY 1 UNTIL OSC-X > WS-NUM-VARS
007180         IF WS-OSC-FLAG(OSC-X) = "Y"
007190             IF WS-GAP-START > ZERO
007200                 COMPUTE WS-GAP-END = OSC-X - 1
007210                 PERFORM 3150-REPORT-GAP THRU 3150-EXIT
007220                 MOVE ZERO TO WS-GAP-START
007230             END-IF
007240         ELSE
007250             IF WS-GAP-START = ZERO
007260                 MOVE OSC-X TO WS-GAP-START
007270             END-IF
007280         END-IF
007290     END-PERFORM.
007300     IF WS-GAP-START > ZERO
007310         MOVE WS-NUM-VARS TO WS-GAP-END
007320         PERFORM 3150-REPORT-GAP THRU 3150-EXIT
007330     END-IF.
007340 3100-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------
007370 3150-REPORT-GAP.
007380*----------------------------------------------------------------
007390     MOVE SPACES TO WS-RJ-REASON.
007400     IF TARGET-WARMSTAT
007410         STRING "OSCILLATORS " WS-GAP-START " TO " WS-GAP-END
007420             " NOT GIVEN" DELIMITED BY SIZE INTO WS-RJ-REASON
007430         PERFORM 8600-REJECT THRU 8600-EXIT
007440     ELSE
007450         STRING "OSCILLATORS " WS-GAP-START " TO " WS-GAP-END
007460             " IN NO RANGE" DELIMITED BY SIZE INTO WS-RJ-REASON
007470         PERFORM 8650-WARN THRU 8650-EXIT
007480     END-IF.
007490 3150-EXIT.
007500     EXIT.

007510*----------------------------------------------------------------
007520 4000-ASSIGN-NUMBER.
007530*    IMPSEQ IS MOVED ON BEFORE THE TARGET IS WRITTEN: A FAILED
007540*    WRITE WASTES A NUMBER, BUT TWO IMPORTS CAN NEVER SHARE ONE.
007550*----------------------------------------------------------------
007560     MOVE WS-FIRST-IMPORT TO WS-IMPORT-NUMBER.
007570     OPEN INPUT IMPORT-SEQ-FILE.
007580     IF SEQ-STATUS-OK
007590         READ IMPORT-SEQ-FILE
007600             AT END
007610                 CONTINUE
007620             NOT AT END
007630                 IF ISQ-LAST-NUMBER IS NUMERIC
007640                         AND ISQ-LAST-NUMBER > WS-FIRST-IMPORT
007650                     MOVE ISQ-LAST-NUMBER TO WS-IMPORT-NUMBER
007660                 END-IF
007670         END-READ
007680         CLOSE IMPORT-SEQ-FILE
007690     END-IF.
007700     ADD 1 TO WS-IMPORT-NUMBER.
007710     OPEN OUTPUT IMPORT-SEQ-FILE.
007720     IF NOT SEQ-STATUS-OK
007730         DISPLAY "WITNESS-IMPORT: IMPSEQ WILL NOT OPEN - "
007740             "ABENDING, NOTHING WRITTEN"
007750         STOP RUN WITH ERROR STATUS 16
007760     END-IF.
007770     MOVE SPACES TO IMPORT-SEQ-RECORD.
007780     MOVE WS-IMPORT-NUMBER TO ISQ-LAST-NUMBER.
007790     WRITE IMPORT-SEQ-RECORD.
007800     CLOSE IMPORT-SEQ-FILE.
007810 4000-EXIT.
007820     EXIT.

007830*----------------------------------------------------------------
007840 5000-WRITE-TARGET.
007850*----------------------------------------------------------------
007860     EVALUATE TRUE
007870         WHEN TARGET-WARMSTAT
007880             PERFORM 5100-WRITE-WARMSTAT THRU 5100-EXIT
007890         WHEN TARGET-QUARLST
007900             PERFORM 5200-WRITE-QUARLST THRU 5200-EXIT
007910         WHEN TARGET-CLUSTRCF
007920             PERFORM 5300-WRITE-CLUSTRCF THRU 5300-EXIT
007930     END-EVALUATE.
007940 5000-EXIT.
007950     EXIT.

007960*----------------------------------------------------------------
007970 5100-WRITE-WARMSTAT.
007980*    ONE STATEREC RECORD, KEYED BY THE IMPORT NUMBER AT T ZERO.
007990*    FIELDPRINT AND ORDER-PARAM ARE LEFT ZERO - A WARM START READS
008000*    ONLY THE PHASE AND THE I ARRAY.
008010*----------------------------------------------------------------
008020     OPEN OUTPUT WARM-START-FILE.
008030     IF NOT TARGET-STATUS-OK
008040         DISPLAY "WITNESS-IMPORT: WARMSTAT WILL NOT OPEN - "
008050             "ABENDING"
008060         STOP RUN WITH ERROR STATUS 16
008070     END-IF.
008080     MOVE WS-IMPORT-NUMBER TO SL-RUN-ID.
008090     MOVE ZERO TO SL-T.
008100     MOVE WS-PHASE TO SL-PHASE.
008110     MOVE ZERO TO SL-FIELDPRINT.
008120     MOVE ZERO TO SL-ORDERPARAM.
008130     PERFORM VARYING OSC-X FROM 1 BY 1 UNTIL OSC-X > 1000
008140         MOVE WS-OSC-VALUE(OSC-X) TO SL-I(OSC-X)
008150     END-PERFORM.
008160     WRITE STATE-LOOKUP-RECORD.
008170     ADD 1 TO WS-WRITTEN-COUNT.
008180     CLOSE WARM-START-FILE.
008190 5100-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220 5200-WRITE-QUARLST.
008230*    IN OSCILLATOR ORDER, ONE INDEX PER RECORD AS WITNESS-OUTLIER
008240*    WRITES IT.
008250*----------------------------------------------------------------
008260     OPEN OUTPUT QUARANTINE-FILE.
008270     IF NOT TARGET-STATUS-OK
008280         DISPLAY "WITNESS-IMPORT: QUARLST WILL NOT OPEN - "
008290             "ABENDING"
008300         STOP RUN WITH ERROR STATUS 16
008310     END-IF.
008320     PERFORM VARYING OSC-X FROM 1 BY 1 UNTIL OSC-X > WS-NUM-VARS
008330         IF WS-OSC-FLAG(OSC-X) = "Y"
008340             MOVE SPACES TO QUARANTINE-RECORD
008350             MOVE OSC-X TO QUAR-INDEX
008360             WRITE QUARANTINE-RECORD
008370             ADD 1 TO WS-WRITTEN-COUNT
008380         END-IF
008390     END-PERFORM.
008400     CLOSE QUARANTINE-FILE.
008410 5200-EXIT.
008420     EXIT.

008430*----------------------------------------------------------------
008440 5300-WRITE-CLUSTRCF.
008450*    IN SPREADSHEET ORDER - TOPOCFG CLUSTER BLOCKS NAME THE RANGES
008460*    BY POSITION.
008470*----------------------------------------------------------------
008480     OPEN OUTPUT CLUSTER-CONFIG-FILE.
008490     IF NOT TARGET-STATUS-OK
008500         DISPLAY "WITNESS-IMPORT: CLUSTRCF WILL NOT OPEN - "
008510             "ABENDING"
008520         STOP RUN WITH ERROR STATUS 16
008530     END-IF.
008540     PERFORM VARYING RANGE-X FROM 1 BY 1
008550             UNTIL RANGE-X > WS-RANGE-COUNT
008560         MOVE SPACES TO CLUSTER-CONFIG-RECORD
008570         MOVE RG-START(RANGE-X) TO CLUS-START
008580         MOVE RG-END(RANGE-X) TO CLUS-END
008590         MOVE RG-OMEGA(RANGE-X) TO CLUS-OMEGA
008600         MOVE RG-K(RANGE-X) TO CLUS-K
008610         WRITE CLUSTER-CONFIG-RECORD
008620         ADD 1 TO WS-WRITTEN-COUNT
008630     END-PERFORM.
008640     CLOSE CLUSTER-CONFIG-FILE.
008650 5300-EXIT.
008660     EXIT.

008670*----------------------------------------------------------------
008680 8200-READ-LINE.
008690*    NEXT LINE INTO WS-CSV-LINE, WITH CARRIAGE RETURNS AND QUOTES
008700*    BLANKED AND WS-LINE-LEN SET TO ITS LENGTH WITHOUT TRAILING
008710*    SPACES - ZERO FOR A BLANK LINE.
008720*----------------------------------------------------------------
008730     MOVE ZERO TO WS-LINE-LEN.
008740     READ IMPORT-FILE
008750         AT END
008760             SET IMPORT-STATUS-EOF TO TRUE
008770             GO TO 8200-EXIT
008780     END-READ.
008790     ADD 1 TO WS-LINE-NO.
008800     MOVE IMPORT-LINE TO WS-CSV-LINE.
008810     INSPECT WS-CSV-LINE REPLACING ALL X"0D" BY SPACE.
008820     INSPECT WS-CSV-LINE REPLACING ALL QUOTE BY SPACE.
008830     PERFORM VARYING WS-LINE-LEN FROM 200 BY -1
008840             UNTIL WS-LINE-LEN = ZERO
008850                OR WS-CSV-LINE(WS-LINE-LEN:1) NOT = SPACE
008860         CONTINUE
008870     END-PERFORM.
008880 8200-EXIT.
008890     EXIT.

008900*----------------------------------------------------------------
008910 8300-SPLIT-LINE.
008920*    WS-CSV-LINE INTO WS-FLD(1) TO (6), EACH WITH LEADING SPACES
008930*    TAKEN OFF.  EMPTY CELLS AT THE END OF THE LINE - A
008940*    SPREADSHEET SAVES THEM FOR ANY COLUMN EVER TYPED IN - ARE NOT
008950*    COUNTED.
008960*----------------------------------------------------------------
008970     MOVE SPACES TO WS-FIELDS.
008980     MOVE ZERO TO WS-FLD-COUNT.
008990     PERFORM VARYING FLD-X FROM 1 BY 1 UNTIL FLD-X > 6
009000         MOVE ZERO TO WS-FLD-LEN(FLD-X)
009010     END-PERFORM.
009020     MOVE "N" TO WS-SPLIT-OVERFLOW-SW.
009030     UNSTRING WS-CSV-LINE(1:WS-LINE-LEN) DELIMITED BY ","
009040         INTO WS-FLD(1) COUNT IN WS-FLD-LEN(1)
009050              WS-FLD(2) COUNT IN WS-FLD-LEN(2)
009060              WS-FLD(3) COUNT IN WS-FLD-LEN(3)
009070              WS-FLD(4) COUNT IN WS-FLD-LEN(4)
009080              WS-FLD(5) COUNT IN WS-FLD-LEN(5)
009090              WS-FLD(6) COUNT IN WS-FLD-LEN(6)
009100         TALLYING IN WS-FLD-COUNT
009110         ON OVERFLOW
009120             SET SPLIT-OVERFLOW TO TRUE
009130     END-UNSTRING.
009140     PERFORM VARYING FLD-X FROM 1 BY 1 UNTIL FLD-X > 6
009150         MOVE ZERO TO WS-LEAD
009160         INSPECT WS-FLD(FLD-X) TALLYING WS-LEAD FOR LEADING SPACES
009170         IF WS-LEAD > ZERO AND WS-LEAD < 30
009180             MOVE WS-FLD(FLD-X)(WS-LEAD + 1:) TO WS-TRIM-WORK
009190             MOVE WS-TRIM-WORK TO WS-FLD(FLD-X)
009200         END-IF
009210     END-PERFORM.
009220     IF NOT SPLIT-OVERFLOW
009230         PERFORM VARYING FLD-X FROM WS-FLD-COUNT BY -1
009240                 UNTIL FLD-X = ZERO OR WS-FLD(FLD-X) NOT = SPACES
009250             SUBTRACT 1 FROM WS-FLD-COUNT
009260         END-PERFORM
009270     END-IF.
009280 8300-EXIT.
009290     EXIT.

009300*----------------------------------------------------------------
009310 8500-PARSE-NUMBER.
009320*    A PLAIN DECIMAL IN WS-NUM-TEXT: OPTIONAL SIGN, UP TO 5
009330*    DIGITS, OPTIONAL POINT AND UP TO 5 DECIMAL PLACES.  NUMERIC
009340*    CLASS IS CHECKED CHARACTER BY CHARACTER SO A SLIPPED TEXT
009350*    CELL CANNOT PASS AS A NUMBER.
009360*----------------------------------------------------------------
009370     MOVE "N" TO WS-NUM-BAD-SW.
009380     MOVE "N" TO WS-NUM-NEG-SW.
009390     MOVE "N" TO WS-NUM-POINT-SW.
009400     MOVE "S" TO WS-NUM-STATE.
009410     MOVE ZERO TO WS-NUM-INT.
009420     MOVE ZERO TO WS-NUM-VALUE.
009430     MOVE "00000" TO WS-NUM-FRAC-TEXT.
009440     MOVE ZERO TO WS-INT-DIGITS.
009450     MOVE ZERO TO WS-FRAC-DIGITS.
009460     MOVE SPACES TO WS-NUM-REASON.
009470     IF WS-NUM-TEXT = SPACES
009480         SET NUM-BAD TO TRUE
009490         MOVE "CELL IS EMPTY" TO WS-NUM-REASON
009500         GO TO 8500-EXIT
009510     END-IF.
009520     PERFORM 8510-SCAN-ONE-CHAR THRU 8510-EXIT
009530         VARYING CH-X FROM 1 BY 1
009540         UNTIL CH-X > 30 OR NUM-BAD.
009550     IF NUM-BAD
009560         GO TO 8500-EXIT
009570     END-IF.
009580     IF WS-INT-DIGITS + WS-FRAC-DIGITS = ZERO
009590         SET NUM-BAD TO TRUE
009600         MOVE "NOT NUMERIC" TO WS-NUM-REASON
009610         GO TO 8500-EXIT
009620     END-IF.
009630     COMPUTE WS-NUM-VALUE = WS-NUM-INT + WS-NUM-FRAC / 100000.
009640     IF NUM-NEGATIVE
009650         COMPUTE WS-NUM-VALUE = ZERO - WS-NUM-VALUE
009660     END-IF.
009670 8500-EXIT.
009680     EXIT.

009690*----------------------------------------------------------------
009700 8510-SCAN-ONE-CHAR.
009710*----------------------------------------------------------------
009720     MOVE WS-NUM-TEXT(CH-X:1) TO WS-CH.
009730     EVALUATE TRUE
009740         WHEN WS-CH = SPACE
009750             IF WS-NUM-STATE NOT = "S"
009760                 MOVE "E" TO WS-NUM-STATE
009770             END-IF
009780         WHEN WS-NUM-STATE = "E"
009790             SET NUM-BAD TO TRUE
009800             MOVE "NOT NUMERIC - EMBEDDED SPACE" TO WS-NUM-REASON
009810         WHEN (WS-CH = "+" OR WS-CH = "-") AND WS-NUM-STATE = "S"
009820             IF WS-CH = "-"
009830                 SET NUM-NEGATIVE TO TRUE
009840             END-IF
009850             MOVE "I" TO WS-NUM-STATE
009860         WHEN WS-CH = "." AND WS-NUM-STATE NOT = "F"
009870             SET NUM-HAS-POINT TO TRUE
009880             MOVE "F" TO WS-NUM-STATE
009890         WHEN WS-CH IS NUMERIC AND WS-NUM-STATE = "F"
009900             IF WS-FRAC-DIGITS NOT < 5
009910                 SET NUM-BAD TO TRUE
009920                 MOVE "MORE THAN 5 DECIMAL PLACES"
009930                     TO WS-NUM-REASON
009940             ELSE
009950                 ADD 1 TO WS-FRAC-DIGITS
009960                 MOVE WS-CH TO WS-NUM-FRAC-TEXT(WS-FRAC-DIGITS:1)
009970             END-IF
009980         WHEN WS-CH IS NUMERIC
009990             MOVE "I" TO WS-NUM-STATE
010000             IF WS-INT-DIGITS NOT < 5
010010                 SET NUM-BAD TO TRUE
010020                 MOVE "MORE THAN 5 DIGITS BEFORE THE POINT"
010030                     TO WS-NUM-REASON
010040             ELSE
010050                 ADD 1 TO WS-INT-DIGITS
010060                 COMPUTE WS-NUM-INT =
010070                     WS-NUM-INT * 10 + WS-CH-DIGIT
010080             END-IF
010090         WHEN OTHER
010100             SET NUM-BAD TO TRUE
010110             MOVE "NOT NUMERIC" TO WS-NUM-REASON
010120     END-EVALUATE.
010130 8510-EXIT.
010140     EXIT.

010150*----------------------------------------------------------------
010160 8550-PARSE-WHOLE.
010170*    AN OSCILLATOR NUMBER - UNSIGNED, NO DECIMAL PLACES, 4 DIGITS
010180*    AT MOST.  THE VALUE IS LEFT IN WS-NUM-INT.
010190*----------------------------------------------------------------
010200     PERFORM 8500-PARSE-NUMBER THRU 8500-EXIT.
010210     IF NUM-BAD
010220         GO TO 8550-EXIT
010230     END-IF.
010240     IF NUM-NEGATIVE OR NUM-HAS-POINT OR WS-NUM-INT > 9999
010250         SET NUM-BAD TO TRUE
010260         MOVE "NOT A WHOLE NUMBER 0 TO 9999" TO WS-NUM-REASON
010270     END-IF.
010280 8550-EXIT.
010290     EXIT.

010300*----------------------------------------------------------------
010310 8580-PARSE-COEFFICIENT.
010320*    A CLUSTRCF OMEGA OR K - PIC 9V9(05), SO 0 TO 9.99999.
010330*----------------------------------------------------------------
010340     PERFORM 8500-PARSE-NUMBER THRU 8500-EXIT.
010350     IF NUM-BAD
010360         GO TO 8580-EXIT
010370     END-IF.
010380     IF NUM-NEGATIVE OR WS-NUM-INT > 9
010390         SET NUM-BAD TO TRUE
010400         MOVE "NOT 0 TO 9.99999" TO WS-NUM-REASON
010410     END-IF.
010420 8580-EXIT.
010430     EXIT.

010440*----------------------------------------------------------------
010450 8600-REJECT.
010460*    WS-RJ-COL AND WS-RJ-REASON DESCRIBE THE FAULT ON THE LINE IN
010470*    HAND.
010480*----------------------------------------------------------------
010490     SET LINE-BAD TO TRUE.
010500     ADD 1 TO WS-REJECT-COUNT.
010510     MOVE "REJ " TO FL-KIND.
010520     PERFORM 8700-WRITE-FINDING THRU 8700-EXIT.
010530 8600-EXIT.
010540     EXIT.

010550*----------------------------------------------------------------
010560 8650-WARN.
010570*----------------------------------------------------------------
010580     ADD 1 TO WS-WARNING-COUNT.
010590     MOVE "WARN" TO FL-KIND.
010600     PERFORM 8700-WRITE-FINDING THRU 8700-EXIT.
010610 8650-EXIT.
010620     EXIT.

010630*----------------------------------------------------------------
010640 8700-WRITE-FINDING.
010650*----------------------------------------------------------------
010660     MOVE WS-LINE-NO TO FL-LINE.
010670     MOVE WS-RJ-COL TO FL-COL.
010680     MOVE WS-RJ-REASON TO FL-REASON.
010690     MOVE WS-CSV-LINE TO FL-TEXT.
010700     MOVE WS-FINDING-LINE TO REPORT-LINE.
010710     WRITE REPORT-LINE.
010720 8700-EXIT.
010730     EXIT.

010740*----------------------------------------------------------------
010750 8800-LOG-EVENT.
010760*----------------------------------------------------------------
010770     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
010780         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
010790 8800-EXIT.
010800     EXIT.

010810*----------------------------------------------------------------
010820 8900-WRITE-SUMMARY.
010830*----------------------------------------------------------------
010840     MOVE SPACES TO REPORT-LINE.
010850     WRITE REPORT-LINE.
010860     MOVE "DATA LINES READ         " TO SM-LABEL.
010870     MOVE WS-DATA-LINES TO SM-COUNT.
010880     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010890     WRITE REPORT-LINE.
010900     MOVE "LINES ACCEPTED          " TO SM-LABEL.
010910     MOVE WS-ACCEPTED-LINES TO SM-COUNT.
010920     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010930     WRITE REPORT-LINE.
010940     MOVE "FINDINGS REJECTED       " TO SM-LABEL.
010950     MOVE WS-REJECT-COUNT TO SM-COUNT.
010960     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
010970     WRITE REPORT-LINE.
010980     MOVE "WARNINGS                " TO SM-LABEL.
010990     MOVE WS-WARNING-COUNT TO SM-COUNT.
011000     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
011010     WRITE REPORT-LINE.
011020     MOVE "RECORDS WRITTEN         " TO SM-LABEL.
011030     MOVE WS-WRITTEN-COUNT TO SM-COUNT.
011040     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
011050     WRITE REPORT-LINE.
011060 8900-EXIT.
011070     EXIT.

011080*----------------------------------------------------------------
011090 9000-TERMINATE.
011100*    RC=4 - IMPORTED, BUT WITH WARNINGS (A ZERO OMEGA, OSCILLATORS
011110*    IN NO CLUSTRCF RANGE, OR EVERY OSCILLATOR QUARANTINED).
011120*----------------------------------------------------------------
011130     MOVE SPACES TO REPORT-LINE.
011140     WRITE REPORT-LINE.
011150     MOVE WS-IMPORT-NUMBER TO NL-NUMBER.
011160     MOVE WS-NUMBER-LINE TO REPORT-LINE.
011170     WRITE REPORT-LINE.
011180     IF TARGET-WARMSTAT
011190         MOVE WS-WARM-NUMBER-LINE TO REPORT-LINE
011200         WRITE REPORT-LINE
011210     END-IF.
011220     IF TARGET-CLUSTRCF
011230         MOVE WS-CLUS-APPROVE-LINE TO REPORT-LINE
011240         WRITE REPORT-LINE
011250     END-IF.
011260     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
011270     CLOSE REPORT-FILE.
011280     MOVE WS-IMPORT-NUMBER TO WS-EVL-RUN-ID.
011290     MOVE SPACES TO WS-EVL-TEXT.
011300     STRING WS-TARGET " IMPORTED FROM " WS-SOURCE-LABEL
011310         " RECORDS " WS-WRITTEN-COUNT
011320         DELIMITED BY SIZE INTO WS-EVL-TEXT.
011330     IF WS-WARNING-COUNT > ZERO
011340         MOVE "IMPWARN" TO WS-EVL-CODE
011350         MOVE "W" TO WS-EVL-SEVERITY
011360     ELSE
011370         MOVE "IMPOK" TO WS-EVL-CODE
011380         MOVE "I" TO WS-EVL-SEVERITY
011390     END-IF.
011400     PERFORM 8800-LOG-EVENT THRU 8800-EXIT.
011410     DISPLAY "WITNESS-IMPORT: " WS-TARGET " FROM " WS-SOURCE-LABEL
011420         " IMPORTED AS " WS-IMPORT-NUMBER " - RECORDS "
011430         WS-WRITTEN-COUNT " WARNINGS " WS-WARNING-COUNT.
011440     IF WS-WARNING-COUNT > ZERO
011450         MOVE 4 TO RETURN-CODE
011460     END-IF.
011470 9000-EXIT.
011480     EXIT.

011490*----------------------------------------------------------------
011500 9100-REFUSE.
011510*    RC=8 - THE FILE COULD NOT BE READ AS AN IMPORT AT ALL.
011520*----------------------------------------------------------------
011530     MOVE WS-REFUSAL TO RF-TEXT.
011540     MOVE WS-REFUSED-LINE TO REPORT-LINE.
011550     WRITE REPORT-LINE.
011560     CLOSE REPORT-FILE.
011570     MOVE SPACES TO WS-EVL-TEXT.
011580     STRING "REFUSED - " WS-REFUSAL
011590         DELIMITED BY SIZE INTO WS-EVL-TEXT.
011600     MOVE "IMPREF" TO WS-EVL-CODE.
011610     MOVE "E" TO WS-EVL-SEVERITY.
011620     PERFORM 8800-LOG-EVENT THRU 8800-EXIT.
011630     DISPLAY "WITNESS-IMPORT: IMPORT REFUSED - " WS-REFUSAL.
011640     MOVE 8 TO RETURN-CODE.
011650 9100-EXIT.
011660     EXIT.

011670*----------------------------------------------------------------
011680 9200-REJECT-IMPORT.
011690*    RC=8 - LINES WERE REJECTED.  NO NUMBER IS TAKEN AND THE
011700*    TARGET IS LEFT AS IT WAS; A POPULATION WITH ITS BAD LINES
011710*    LEFT OUT IS NOT THE POPULATION THE MODELERS GAVE US.
011720*----------------------------------------------------------------
011730     MOVE SPACES TO REPORT-LINE.
011740     WRITE REPORT-LINE.
011750     MOVE WS-REJECTED-LINE TO REPORT-LINE.
011760     WRITE REPORT-LINE.
011770     PERFORM 8900-WRITE-SUMMARY THRU 8900-EXIT.
011780     CLOSE REPORT-FILE.
011790     MOVE SPACES TO WS-EVL-TEXT.
011800     STRING WS-TARGET " FROM " WS-SOURCE-LABEL " REJECTED, "
011810         WS-REJECT-COUNT " FINDINGS"
011820         DELIMITED BY SIZE INTO WS-EVL-TEXT.
011830     MOVE "IMPREJ" TO WS-EVL-CODE.
011840     MOVE "E" TO WS-EVL-SEVERITY.
011850     PERFORM 8800-LOG-EVENT THRU 8800-EXIT.
011860     DISPLAY "WITNESS-IMPORT: " WS-TARGET " FROM " WS-SOURCE-LABEL
011870         " REJECTED - " WS-REJECT-COUNT
011880         " FINDINGS, NOTHING WRITTEN".
011890     MOVE 8 TO RETURN-CODE.
011900 9200-EXIT.
011910     EXIT.
