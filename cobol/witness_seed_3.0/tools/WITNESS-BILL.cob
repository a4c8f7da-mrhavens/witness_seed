000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-BILL.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  MONTH-END CHARGEBACK.  THE
000200*                  INVOICES USED TO BE PUT TOGETHER BY HAND FROM
000210*                  REG-LABEL GUESSES; EVERY ACCTOUT RECORD NOW
000220*                  CARRIES THE COST CENTER AND PROJECT THE RUN WAS
000230*                  PUNCHED TO (SEE COPY/ACTREC.CPY).  EACH RUN NOT
000240*                  YET BILLED IS PRICED FROM THE RATECARD RATE
000250*                  TABLE - OSCILLATOR-STEPS (NUM-VARS TIMES STEPS
000260*                  EXECUTED), SEEDOUT AND STATELKP VOLUME AND A
000270*                  FLAT SURCHARGE FOR A WITNESSR RESTART - WITH AN
000280*                  OPERATOR-STOPPED ("S" OR "P") OR DIVERGED ("D")
000290*                  RUN BILLED AT THE RATECARD FRACTION.  PRINTS A
000300*                  STATEMENT PER COST CENTER AND PROJECT ON
000310*                  BILLRPT, WRITES THE GLJRNL JOURNAL ENTRIES FOR
000320*                  THE GENERAL LEDGER INTERFACE (A DEBIT TO EACH
000330*                  COST CENTER'S GL ACCOUNT, ONE CREDIT TO THE
000340*                  RECOVERY ACCOUNT) AND ONLY THEN REWRITES THE
000350*                  BILLMARK BILLED-THROUGH MARKER (COPY BLMREC),
000360*                  SO NO RUN IS BILLED TWICE.
000370*                  A RUN WITH NO COST CENTER, OR ONE CCMAST DOES
000380*                  NOT KNOW, IS BILLED TO THE RATECARD SUSPENSE
000390*                  ACCOUNT ON THE UNASSIGNED STATEMENT FOR FINANCE
000400*                  TO REALLOCATE.  A RUN UNDER A COST CENTER THAT
000410*                  HAS SINCE CLOSED STILL BILLS TO ITS GL ACCOUNT.
000420*                  RC=8: THE MONTH WAS REFUSED (ALREADY BILLED OR
000430*                  NOT YET OVER) AND NOTHING WAS WRITTEN.  RC=4:
000440*                  SOMETHING WENT TO SUSPENSE OR AN ACCTOUT RECORD
000450*                  HAD NO USABLE START TIMESTAMP.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BILL-CARD-FILE ASSIGN TO "BILLCARD"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CARD-STATUS.
000530     SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RATE-STATUS.
000560     SELECT ACCOUNTING-FILE ASSIGN TO "ACCTOUT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ACCT-STATUS.
000590     SELECT BILL-MARK-FILE ASSIGN TO "BILLMARK"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BILLMARK-STATUS.
000620     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JOURNAL-STATUS.
000650     SELECT REPORT-FILE ASSIGN TO "BILLRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.

000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710* BILLCARD: COLUMNS 1-6 THE MONTH TO BILL, YYYYMM.  UNPUNCHED (OR
000720* NO BILLCARD) BILLS THE MONTH AFTER BLM-MONTH, OR LAST MONTH WHEN
000730* NOTHING HAS BEEN BILLED YET.  EVERY RUN FROM AFTER BLM-MONTH UP
000740* TO AND INCLUDING THE BILLING MONTH IS BILLED, SO A MONTH THAT
000750* WAS NEVER RUN IS PICKED UP BY THE NEXT ONE, NOT LOST.
000760*----------------------------------------------------------------
000770 FD  BILL-CARD-FILE
000780     RECORDING MODE IS F.
000790 01  BILL-CARD-RECORD.
000800     05  BLC-MONTH               PIC X(06).
000810     05  FILLER                  PIC X(74).

000820*----------------------------------------------------------------
000830* RATECARD: ONE CARD, FIELDS SEPARATED BY A BLANK COLUMN.
000840*   RTC-STEP-RATE      PER MILLION OSCILLATOR-STEPS, 5.4
000850*   RTC-SEEDOUT-RATE   PER MEGABYTE OF SEEDOUT WRITTEN, 5.4
000860*   RTC-STATELKP-RATE  PER MEGABYTE OF STATELKP WRITTEN, 5.4
000870*   RTC-RESTART-CHARGE FLAT, PER WITNESSR RESTART, 5.2
000880*   RTC-STOP-FRACTION  APPLIED TO AN "S" OR "P" RUN, 1.2
000890*   RTC-DIVERGE-FRACTION APPLIED TO A "D" RUN, 1.2
000900*   RTC-RECOVERY-GL    CREDITED WITH THE MONTH'S TOTAL
000910*   RTC-SUSPENSE-GL    DEBITED FOR THE UNASSIGNED STATEMENT
000920*----------------------------------------------------------------
000930 FD  RATE-CARD-FILE
000940     RECORDING MODE IS F.
000950 01  RATE-CARD-RECORD.
000960     05  RTC-STEP-RATE           PIC 9(05)V9(04).
000970     05  FILLER                  PIC X(01).
000980     05  RTC-SEEDOUT-RATE        PIC 9(05)V9(04).
000990     05  FILLER                  PIC X(01).
001000     05  RTC-STATELKP-RATE       PIC 9(05)V9(04).
001010     05  FILLER                  PIC X(01).
001020     05  RTC-RESTART-CHARGE      PIC 9(05)V9(02).
001030     05  FILLER                  PIC X(01).
001040     05  RTC-STOP-FRACTION       PIC 9(01)V9(02).
001050     05  FILLER                  PIC X(01).
001060     05  RTC-DIVERGE-FRACTION    PIC 9(01)V9(02).
001070     05  FILLER                  PIC X(01).
001080     05  RTC-RECOVERY-GL         PIC X(10).
001090     05  FILLER                  PIC X(01).
001100     05  RTC-SUSPENSE-GL         PIC X(10).
001110     05  FILLER                  PIC X(13).

001120 FD  ACCOUNTING-FILE.
001130     COPY ACTREC.

001140 FD  BILL-MARK-FILE
001150     RECORDING MODE IS F.
001160     COPY BLMREC.

001170*----------------------------------------------------------------
001180* GLJRNL: THE GENERAL LEDGER INTERFACE, ONE JOURNAL LINE PER
001190* RECORD.  THE DEBITS (GLJ-DR-CR "D") AND THE ONE CREDIT ("C")
001200* FOR A BILLING MONTH ALWAYS BALANCE.  GLJ-AMOUNT IS UNSIGNED.
001210*----------------------------------------------------------------
001220 FD  JOURNAL-FILE
001230     RECORDING MODE IS F.
001240 01  JOURNAL-RECORD.
001250     05  GLJ-MONTH               PIC 9(06).
001260     05  FILLER                  PIC X(01).
001270     05  GLJ-GL-ACCOUNT          PIC X(10).
001280     05  FILLER                  PIC X(01).
001290     05  GLJ-DR-CR               PIC X(01).
001300     05  FILLER                  PIC X(01).
001310     05  GLJ-AMOUNT              PIC 9(09)V9(02).
001320     05  FILLER                  PIC X(01).
001330     05  GLJ-COST-CENTER         PIC X(05).
001340     05  FILLER                  PIC X(01).
001350     05  GLJ-PROJECT             PIC X(06).
001360     05  FILLER                  PIC X(01).
001370     05  GLJ-RUNS                PIC 9(05).
001380     05  FILLER                  PIC X(01).
001390     05  GLJ-TEXT                PIC X(29).

001400 FD  REPORT-FILE.
001410 01  REPORT-LINE                PIC X(80).

001420 WORKING-STORAGE SECTION.
001430 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001440     88  CARD-STATUS-OK      VALUE "00".
001450 01  WS-RATE-STATUS          PIC X(02) VALUE SPACES.
001460     88  RATE-STATUS-OK      VALUE "00".
001470 01  WS-ACCT-STATUS          PIC X(02) VALUE SPACES.
001480     88  ACCT-STATUS-OK      VALUE "00".
001490     88  ACCT-STATUS-EOF     VALUE "10".
001500 01  WS-BILLMARK-STATUS      PIC X(02) VALUE SPACES.
001510     88  BILLMARK-STATUS-OK  VALUE "00".
001520 01  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001530     88  JOURNAL-STATUS-OK   VALUE "00".
001540 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001550*----------------------------------------------------------------
001560* BILLING MONTH.  WS-AFTER-MONTH IS BLM-MONTH (ZERO WHEN NOTHING
001570* HAS BEEN BILLED); A RUN IS BILLED WHEN ITS START MONTH IS AFTER
001580* WS-AFTER-MONTH AND NOT AFTER WS-BILL-MONTH.
001590*----------------------------------------------------------------
001600 01  WS-TODAY                PIC 9(08).
001610 01  WS-TODAY-PARTS REDEFINES WS-TODAY.
001620     05  WS-TODAY-YYYY       PIC 9(04).
001630     05  WS-TODAY-MM         PIC 9(02).
001640     05  WS-TODAY-DD         PIC 9(02).
001650 01  WS-CURRENT-MONTH        PIC 9(06).
001660 01  WS-AFTER-MONTH          PIC 9(06) VALUE ZERO.
001670 01  WS-BILL-MONTH           PIC 9(06) VALUE ZERO.
001680 01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
001690     05  WS-BILL-YYYY        PIC 9(04).
001700     05  WS-BILL-MM          PIC 9(02).
001710 01  WS-RUN-MONTH            PIC 9(06).
001720 01  WS-REFUSAL              PIC X(40) VALUE SPACES.
001730 01  WS-BILLED-TS            PIC X(26).

001740*----------------------------------------------------------------
001750* SEEDOUT RECORD BYTES BY SHAPE (SEE COPY/SEEDREC.CPY) AND THE
001760* STATELKP RECORD LENGTH, FOR THE VOLUME CHARGES.  A RECORD FROM
001770* BEFORE ACT-SEEDOUT-MODE EXISTED IS THE FULL SHAPE.
001780*----------------------------------------------------------------
001790 01  WS-FULL-SEED-BYTES      PIC 9(05) VALUE 11048.
001800 01  WS-SUMMARY-SEED-BYTES   PIC 9(05) VALUE 00048.
001810 01  WS-SUBSET-SEED-BYTES    PIC 9(05) VALUE 01552.
001820 01  WS-STATELKP-BYTES       PIC 9(05) VALUE 11048.
001830 01  WS-SEED-BYTES           PIC 9(05).
001840 01  WS-STATELKP-COUNT       PIC 9(07).
001850 01  WS-MEGABYTE             PIC 9(07) VALUE 1048576.

001860 01  WS-RUN-MSTEPS           PIC 9(07)V9(02).
001870 01  WS-RUN-SEED-MB          PIC 9(07)V9(02).
001880 01  WS-RUN-STL-MB           PIC 9(07)V9(02).
001890 01  WS-RUN-CHARGE           PIC 9(09)V9(02).
001900 01  WS-RUN-KEY.
001910     05  WS-RUN-COST-CENTER  PIC X(05).
001920     05  WS-RUN-PROJECT      PIC X(06).

001930*----------------------------------------------------------------
001940* STATEMENT TABLE, ONE ENTRY PER COST CENTER AND PROJECT BILLED,
001950* KEPT IN KEY ORDER AS ENTRIES ARE ADDED (THE UNASSIGNED ENTRY,
001960* ALL SPACES, SORTS FIRST).  THE RUN TABLE HOLDS EVERY RUN BILLED
001970* FOR THE STATEMENT DETAIL.  EITHER FILLING ABENDS THE STEP
001980* BEFORE ANYTHING IS WRITTEN - RAISE THE OCCURS, DO NOT BILL A
001990* PARTIAL MONTH.
002000*----------------------------------------------------------------
002010 01  WS-ENTRY-COUNT          PIC 9(04) VALUE ZERO.
002020 01  WS-ENTRY-MAX            PIC 9(04) VALUE 0200.
002030 01  WS-ENTRY-TABLE.
002040     05  WS-ENTRY            OCCURS 200 TIMES.
002050         10  BT-KEY.
002060             15  BT-COST-CENTER  PIC X(05).
002070             15  BT-PROJECT      PIC X(06).
002080         10  BT-RUNS             PIC 9(05).
002090         10  BT-CHARGE           PIC 9(09)V9(02).
002100         10  BT-GL-ACCOUNT       PIC X(10).
002110         10  BT-CHECK-TEXT       PIC X(40).
002120         10  BT-SUSPENSE-SW      PIC X(01).
002130             88  BT-SUSPENSE     VALUE "Y".
002140 01  ENT-X                   PIC 9(04).
002150 01  ENT-Y                   PIC 9(04).
002160 01  WS-ENTRY-FOUND-SW       PIC X(01).
002170     88  ENTRY-FOUND         VALUE "Y".

002180 01  WS-RUN-COUNT            PIC 9(04) VALUE ZERO.
002190 01  WS-RUN-MAX              PIC 9(04) VALUE 2000.
002200 01  WS-RUN-TABLE.
002210     05  WS-RUN-ENTRY        OCCURS 2000 TIMES.
002220         10  RT-KEY              PIC X(11).
002230         10  RT-RUN-ID           PIC 9(08).
002240         10  RT-START-DATE       PIC X(08).
002250         10  RT-STATUS           PIC X(01).
002260         10  RT-RESTART          PIC X(01).
002270         10  RT-SHADOW           PIC X(01).
002280         10  RT-MSTEPS           PIC 9(07)V9(02).
002290         10  RT-SEED-MB          PIC 9(07)V9(02).
002300         10  RT-STL-MB           PIC 9(07)V9(02).
002310         10  RT-CHARGE           PIC 9(09)V9(02).
002320 01  RUN-X                   PIC 9(04).

002330 01  WS-CCK-RESULT           PIC X(01).
002340 01  WS-CCK-TEXT             PIC X(40).
002350 01  WS-CCK-GL-ACCOUNT       PIC X(10).

002360 01  WS-TOTAL-CHARGE         PIC 9(09)V9(02) VALUE ZERO.
002370 01  WS-SUSPENSE-CHARGE      PIC 9(09)V9(02) VALUE ZERO.
002380 01  WS-SUSPENSE-RUNS        PIC 9(05) VALUE ZERO.
002390 01  WS-SHADOW-RUNS          PIC 9(05) VALUE ZERO.
002400 01  WS-LATER-RUNS           PIC 9(05) VALUE ZERO.
002410 01  WS-PRIOR-RUNS           PIC 9(05) VALUE ZERO.
002420 01  WS-BAD-TS-RUNS          PIC 9(05) VALUE ZERO.
002430 01  WS-JOURNAL-COUNT        PIC 9(05) VALUE ZERO.

002440 01  WS-EVL-PROGRAM          PIC X(12) VALUE "BILL".
002450 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
002460 01  WS-EVL-CODE             PIC X(08).
002470 01  WS-EVL-SEVERITY         PIC X(01).
002480 01  WS-EVL-TEXT             PIC X(60).
002490 01  WS-EVL-AMOUNT           PIC Z(8)9.99.

002500 01  WS-HEADER-LINE.
002510     05  FILLER              PIC X(38)
002520         VALUE "CHARGEBACK STATEMENTS - BILLING MONTH ".
002530     05  HL-MONTH            PIC 9(06).
002540     05  FILLER              PIC X(04) VALUE SPACES.
002550     05  FILLER              PIC X(06) VALUE "AS OF ".
002560     05  HL-TODAY            PIC 9(08).
002570 01  WS-RANGE-LINE.
002580     05  FILLER              PIC X(28)
002590         VALUE "RUNS STARTED AFTER MONTH    ".
002600     05  RL-AFTER-MONTH      PIC 9(06).
002610     05  FILLER              PIC X(18)
002620         VALUE " THROUGH MONTH    ".
002630     05  RL-BILL-MONTH       PIC 9(06).
002640 01  WS-RATE-LINE-1.
002650     05  FILLER              PIC X(24)
002660         VALUE "RATE PER MILLION STEPS  ".
002670     05  RA-STEP-RATE        PIC Z(4)9.9999.
002680     05  FILLER              PIC X(04) VALUE SPACES.
002690     05  FILLER              PIC X(18)
002700         VALUE "RESTART SURCHARGE ".
002710     05  RA-RESTART          PIC Z(4)9.99.
002720 01  WS-RATE-LINE-2.
002730     05  FILLER              PIC X(24)
002740         VALUE "RATE PER SEEDOUT MB     ".
002750     05  RA-SEEDOUT-RATE     PIC Z(4)9.9999.
002760     05  FILLER              PIC X(04) VALUE SPACES.
002770     05  FILLER              PIC X(18)
002780         VALUE "STOPPED FRACTION  ".
002790     05  RA-STOP-FRACTION    PIC 9.99.
002800 01  WS-RATE-LINE-3.
002810     05  FILLER              PIC X(24)
002820         VALUE "RATE PER STATELKP MB    ".
002830     05  RA-STATELKP-RATE    PIC Z(4)9.9999.
002840     05  FILLER              PIC X(04) VALUE SPACES.
002850     05  FILLER              PIC X(18)
002860         VALUE "DIVERGED FRACTION ".
002870     05  RA-DIVERGE-FRACTION PIC 9.99.
002880 01  WS-STMT-HEADER-LINE.
002890     05  FILLER              PIC X(12) VALUE "COST CENTER ".
002900     05  SH-COST-CENTER      PIC X(05).
002910     05  FILLER              PIC X(09) VALUE "  PROJECT".
002920     05  FILLER              PIC X(01) VALUE SPACE.
002930     05  SH-PROJECT          PIC X(06).
002940     05  FILLER              PIC X(05) VALUE "  GL ".
002950     05  SH-GL-ACCOUNT       PIC X(10).
002960 01  WS-UNASSIGNED-HEADER-LINE.
002970     05  FILLER              PIC X(33)
002980         VALUE "UNASSIGNED - NO COST CENTER     ".
002990     05  FILLER              PIC X(05) VALUE "  GL ".
003000     05  UH-GL-ACCOUNT       PIC X(10).
003010 01  WS-STMT-NOTE-LINE.
003020     05  FILLER              PIC X(04) VALUE SPACES.
003030     05  SN-TEXT             PIC X(40).
003040     05  SN-SUFFIX           PIC X(30).
003050 01  WS-STMT-COLUMN-LINE.
003060     05  FILLER              PIC X(40)
003070         VALUE "  RUN ID   STARTED  ST   MSTEPS  SEED MB".
003080     05  FILLER              PIC X(40)
003090         VALUE "   STL MB       CHARGE FLAGS            ".
003100 01  WS-STMT-DETAIL-LINE.
003110     05  FILLER              PIC X(02) VALUE SPACES.
003120     05  SD-RUN-ID           PIC 9(08).
003130     05  FILLER              PIC X(01) VALUE SPACE.
003140     05  SD-START-DATE       PIC X(08).
003150     05  FILLER              PIC X(02) VALUE SPACES.
003160     05  SD-STATUS           PIC X(01).
003170     05  FILLER              PIC X(01) VALUE SPACE.
003180     05  SD-MSTEPS           PIC Z(5)9.99.
003190     05  FILLER              PIC X(01) VALUE SPACE.
003200     05  SD-SEED-MB          PIC Z(4)9.99.
003210     05  FILLER              PIC X(01) VALUE SPACE.
003220     05  SD-STL-MB           PIC Z(4)9.99.
003230     05  FILLER              PIC X(01) VALUE SPACE.
003240     05  SD-CHARGE           PIC Z(8)9.99.
003250     05  FILLER              PIC X(01) VALUE SPACE.
003260     05  SD-FLAGS            PIC X(16).
003270 01  WS-STMT-TOTAL-LINE.
003280     05  FILLER              PIC X(12) VALUE "  TOTAL RUNS".
003290     05  ST-RUNS             PIC Z(4)9.
003300     05  FILLER              PIC X(37) VALUE SPACES.
003310     05  ST-CHARGE           PIC Z(8)9.99.
003320 01  WS-NO-RUNS-LINE         PIC X(80) VALUE
003330     "NO RUNS TO BILL - MARKED BILLED WITH ZERO RUNS".
003340 01  WS-REFUSED-LINE.
003350     05  FILLER              PIC X(18)
003360         VALUE "BILLING REFUSED - ".
003370     05  RF-TEXT             PIC X(40).
003380 01  WS-SUMMARY-LINE.
003390     05  SM-LABEL            PIC X(24).
003400     05  SM-COUNT            PIC Z(4)9.
003410 01  WS-AMOUNT-LINE.
003420     05  AM-LABEL            PIC X(24).
003430     05  AM-AMOUNT           PIC Z(8)9.99.

003440 PROCEDURE DIVISION.
003450*----------------------------------------------------------------
003460 0000-MAINLINE.
003470*----------------------------------------------------------------
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     IF WS-REFUSAL NOT = SPACES
003500         PERFORM 9100-REFUSE THRU 9100-EXIT
003510         STOP RUN
003520     END-IF.
003530     PERFORM 2000-PRICE-ONE-RUN THRU 2000-EXIT
003540         UNTIL ACCT-STATUS-EOF.
003550     CLOSE ACCOUNTING-FILE.
003560     PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT.
003570     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
003580     PERFORM 5000-MARK-BILLED THRU 5000-EXIT.
003590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003600     STOP RUN.

003610*----------------------------------------------------------------
003620 1000-INITIALIZE.
003630*    NOTHING IS WRITTEN UNTIL THE MONTH IS ACCEPTED, SO A REFUSED
003640*    MONTH LEAVES GLJRNL AND BILLMARK EXACTLY AS THEY WERE.
003650*----------------------------------------------------------------
003660     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
003670     MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH.
003680     OPEN OUTPUT REPORT-FILE.
003690     PERFORM 1100-READ-RATE-CARD THRU 1100-EXIT.
003700     PERFORM 1200-READ-BILL-MARK THRU 1200-EXIT.
003710     PERFORM 1300-SET-BILL-MONTH THRU 1300-EXIT.
003720     MOVE WS-BILL-MONTH TO HL-MONTH.
003730     MOVE WS-TODAY TO HL-TODAY.
003740     MOVE WS-HEADER-LINE TO REPORT-LINE.
003750     WRITE REPORT-LINE.
003760     IF WS-REFUSAL NOT = SPACES
003770         GO TO 1000-EXIT
003780     END-IF.
003790     MOVE WS-AFTER-MONTH TO RL-AFTER-MONTH.
003800     MOVE WS-BILL-MONTH TO RL-BILL-MONTH.
003810     MOVE WS-RANGE-LINE TO REPORT-LINE.
003820     WRITE REPORT-LINE.
003830     MOVE RTC-STEP-RATE TO RA-STEP-RATE.
003840     MOVE RTC-RESTART-CHARGE TO RA-RESTART.
003850     MOVE WS-RATE-LINE-1 TO REPORT-LINE.
003860     WRITE REPORT-LINE.
003870     MOVE RTC-SEEDOUT-RATE TO RA-SEEDOUT-RATE.
003880     MOVE RTC-STOP-FRACTION TO RA-STOP-FRACTION.
003890     MOVE WS-RATE-LINE-2 TO REPORT-LINE.
003900     WRITE REPORT-LINE.
003910     MOVE RTC-STATELKP-RATE TO RA-STATELKP-RATE.
003920     MOVE RTC-DIVERGE-FRACTION TO RA-DIVERGE-FRACTION.
003930     MOVE WS-RATE-LINE-3 TO REPORT-LINE.
003940     WRITE REPORT-LINE.
003950     OPEN INPUT ACCOUNTING-FILE.
003960     IF NOT ACCT-STATUS-OK
003970         DISPLAY "WITNESS-BILL: ACCTOUT NOT AVAILABLE - "
003980             "ABENDING"
003990         STOP RUN WITH ERROR STATUS 16
004000     END-IF.
004010 1000-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------
004040 1100-READ-RATE-CARD.
004050*    THERE IS NO DEFAULT RATE TABLE - A MONTH PRICED AT ZERO
004060*    WOULD STILL BE MARKED BILLED.
004070*----------------------------------------------------------------
004080     OPEN INPUT RATE-CARD-FILE.
004090     IF NOT RATE-STATUS-OK
004100         DISPLAY "WITNESS-BILL: RATECARD NOT AVAILABLE - "
004110             "ABENDING"
004120         STOP RUN WITH ERROR STATUS 16
004130     END-IF.
004140     READ RATE-CARD-FILE
004150         AT END
004160             DISPLAY "WITNESS-BILL: RATECARD IS EMPTY - "
004170                 "ABENDING"
004180             STOP RUN WITH ERROR STATUS 16
004190     END-READ.
004200     CLOSE RATE-CARD-FILE.
004210     IF RTC-STEP-RATE IS NOT NUMERIC
004220             OR RTC-SEEDOUT-RATE IS NOT NUMERIC
004230             OR RTC-STATELKP-RATE IS NOT NUMERIC
004240             OR RTC-RESTART-CHARGE IS NOT NUMERIC
004250             OR RTC-STOP-FRACTION IS NOT NUMERIC
004260             OR RTC-DIVERGE-FRACTION IS NOT NUMERIC
004270         DISPLAY "WITNESS-BILL: RATECARD RATE NOT NUMERIC - "
004280             "ABENDING"
004290         STOP RUN WITH ERROR STATUS 16
004300     END-IF.
004310     IF RTC-STOP-FRACTION > 1 OR RTC-DIVERGE-FRACTION > 1
004320         DISPLAY "WITNESS-BILL: RATECARD FRACTION OVER 1.00 - "
004330             "ABENDING"
004340         STOP RUN WITH ERROR STATUS 16
004350     END-IF.
004360     IF RTC-RECOVERY-GL = SPACES OR RTC-SUSPENSE-GL = SPACES
004370         DISPLAY "WITNESS-BILL: RATECARD GL ACCOUNT MISSING - "
004380             "ABENDING"
004390         STOP RUN WITH ERROR STATUS 16
004400     END-IF.
004410 1100-EXIT.
004420     EXIT.

004430*----------------------------------------------------------------
004440 1200-READ-BILL-MARK.
004450*    NO BILLMARK, OR AN EMPTY ONE, MEANS NOTHING HAS BEEN BILLED.
004460*----------------------------------------------------------------
004470     OPEN INPUT BILL-MARK-FILE.
004480     IF NOT BILLMARK-STATUS-OK
004490         GO TO 1200-EXIT
004500     END-IF.
004510     READ BILL-MARK-FILE
004520         AT END
004530             CONTINUE
004540         NOT AT END
004550             IF BLM-MONTH IS NUMERIC
004560                 MOVE BLM-MONTH TO WS-AFTER-MONTH
004570             END-IF
004580     END-READ.
004590     CLOSE BILL-MARK-FILE.
004600 1200-EXIT.
004610     EXIT.

004620*----------------------------------------------------------------
004630 1300-SET-BILL-MONTH.
004640*    ONLY A MONTH THAT IS OVER CAN BE BILLED: A RUN STARTED LATER
004650*    IN THE SAME MONTH WOULD OTHERWISE NEVER BE BILLED AT ALL.
004660*----------------------------------------------------------------
004670     OPEN INPUT BILL-CARD-FILE.
004680     IF CARD-STATUS-OK
004690         READ BILL-CARD-FILE
004700             AT END
004710                 MOVE SPACES TO BLC-MONTH
004720         END-READ
004730         CLOSE BILL-CARD-FILE
004740     ELSE
004750         MOVE SPACES TO BLC-MONTH
004760     END-IF.
004770     IF BLC-MONTH NOT = SPACES
004780         IF BLC-MONTH IS NOT NUMERIC
004790             MOVE "BILLCARD MONTH NOT NUMERIC" TO WS-REFUSAL
004800             GO TO 1300-EXIT
004810         END-IF
004820         MOVE BLC-MONTH TO WS-BILL-MONTH
004830         IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
004840             MOVE "BILLCARD MONTH INVALID" TO WS-REFUSAL
004850             GO TO 1300-EXIT
004860         END-IF
004870     ELSE
004880         IF WS-AFTER-MONTH > ZERO
004890             MOVE WS-AFTER-MONTH TO WS-BILL-MONTH
004900             ADD 1 TO WS-BILL-MM
004910             IF WS-BILL-MM > 12
004920                 MOVE 1 TO WS-BILL-MM
004930                 ADD 1 TO WS-BILL-YYYY
004940             END-IF
004950         ELSE
004960             MOVE WS-TODAY-YYYY TO WS-BILL-YYYY
004970             MOVE WS-TODAY-MM TO WS-BILL-MM
004980             SUBTRACT 1 FROM WS-BILL-MM
004990             IF WS-BILL-MM = ZERO
005000                 MOVE 12 TO WS-BILL-MM
005010                 SUBTRACT 1 FROM WS-BILL-YYYY
005020             END-IF
005030         END-IF
005040     END-IF.
005050     IF WS-BILL-MONTH NOT > WS-AFTER-MONTH
005060         MOVE "MONTH ALREADY BILLED (SEE BILLMARK)" TO WS-REFUSAL
005070         GO TO 1300-EXIT
005080     END-IF.
005090     IF WS-BILL-MONTH NOT < WS-CURRENT-MONTH
005100         MOVE "MONTH IS NOT OVER YET" TO WS-REFUSAL
005110     END-IF.
005120 1300-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------
005150 2000-PRICE-ONE-RUN.
005160*    A 109-BYTE RECORD FROM BEFORE THE CHARGEBACK FIELDS READS
005170*    WITH THEM BLANK: UNASSIGNED, NO RESTART, NO STATELKP, FULL
005180*    SEEDOUT SHAPE.
005190*----------------------------------------------------------------
005200     READ ACCOUNTING-FILE
005210         AT END
005220             SET ACCT-STATUS-EOF TO TRUE
005230             GO TO 2000-EXIT
005240     END-READ.
005250     IF ACT-START-TS(1:6) IS NOT NUMERIC
005260         ADD 1 TO WS-BAD-TS-RUNS
005270         DISPLAY "WITNESS-BILL: RUN " ACT-RUN-ID
005280             " HAS NO USABLE START TIMESTAMP - NOT BILLED"
005290         GO TO 2000-EXIT
005300     END-IF.
005310     MOVE ACT-START-TS(1:6) TO WS-RUN-MONTH.
005320     IF WS-RUN-MONTH NOT > WS-AFTER-MONTH
005330         ADD 1 TO WS-PRIOR-RUNS
005340         GO TO 2000-EXIT
005350     END-IF.
005360     IF WS-RUN-MONTH > WS-BILL-MONTH
005370         ADD 1 TO WS-LATER-RUNS
005380         GO TO 2000-EXIT
005390     END-IF.
005400     IF WS-RUN-COUNT NOT < WS-RUN-MAX
005410         DISPLAY "WITNESS-BILL: MORE THAN " WS-RUN-MAX
005420             " RUNS TO BILL - ABENDING, NOTHING BILLED"
005430         STOP RUN WITH ERROR STATUS 16
005440     END-IF.
005450     EVALUATE ACT-SEEDOUT-MODE
005460         WHEN "S"
005470             MOVE WS-SUMMARY-SEED-BYTES TO WS-SEED-BYTES
005480         WHEN "X"
005490             MOVE WS-SUBSET-SEED-BYTES TO WS-SEED-BYTES
005500         WHEN OTHER
005510             MOVE WS-FULL-SEED-BYTES TO WS-SEED-BYTES
005520     END-EVALUATE.
005530     IF ACT-STATELKP-COUNT IS NUMERIC
005540         MOVE ACT-STATELKP-COUNT TO WS-STATELKP-COUNT
005550     ELSE
005560         MOVE ZERO TO WS-STATELKP-COUNT
005570     END-IF.
005580     COMPUTE WS-RUN-MSTEPS ROUNDED =
005590         ACT-NUM-VARS * ACT-STEPS-EXECUTED / 1000000.
005600     COMPUTE WS-RUN-SEED-MB ROUNDED =
005610         ACT-SEEDOUT-COUNT * WS-SEED-BYTES / WS-MEGABYTE.
005620     COMPUTE WS-RUN-STL-MB ROUNDED =
005630         WS-STATELKP-COUNT * WS-STATELKP-BYTES / WS-MEGABYTE.
005640     COMPUTE WS-RUN-CHARGE ROUNDED =
005650         WS-RUN-MSTEPS * RTC-STEP-RATE
005660         + WS-RUN-SEED-MB * RTC-SEEDOUT-RATE
005670         + WS-RUN-STL-MB * RTC-STATELKP-RATE.
005680     IF ACT-RESTART-FLAG = "Y"
005690         ADD RTC-RESTART-CHARGE TO WS-RUN-CHARGE
005700     END-IF.
005710     EVALUATE ACT-STATUS
005720         WHEN "S"
005730         WHEN "P"
005740             COMPUTE WS-RUN-CHARGE ROUNDED =
005750                 WS-RUN-CHARGE * RTC-STOP-FRACTION
005760         WHEN "D"
005770             COMPUTE WS-RUN-CHARGE ROUNDED =
005780                 WS-RUN-CHARGE * RTC-DIVERGE-FRACTION
005790     END-EVALUATE.
005800     MOVE ACT-COST-CENTER TO WS-RUN-COST-CENTER.
005810     MOVE ACT-PROJECT TO WS-RUN-PROJECT.
005820     PERFORM 2100-FIND-ENTRY THRU 2100-EXIT.
005830     ADD 1 TO BT-RUNS(ENT-X).
005840     ADD WS-RUN-CHARGE TO BT-CHARGE(ENT-X).
005850     ADD WS-RUN-CHARGE TO WS-TOTAL-CHARGE.
005860     ADD 1 TO WS-RUN-COUNT.
005870     MOVE WS-RUN-KEY TO RT-KEY(WS-RUN-COUNT).
005880     MOVE ACT-RUN-ID TO RT-RUN-ID(WS-RUN-COUNT).
005890     MOVE ACT-START-TS(1:8) TO RT-START-DATE(WS-RUN-COUNT).
005900     MOVE ACT-STATUS TO RT-STATUS(WS-RUN-COUNT).
005910     MOVE ACT-RESTART-FLAG TO RT-RESTART(WS-RUN-COUNT).
005920     MOVE ACT-SHADOW TO RT-SHADOW(WS-RUN-COUNT).
005930     MOVE WS-RUN-MSTEPS TO RT-MSTEPS(WS-RUN-COUNT).
005940     MOVE WS-RUN-SEED-MB TO RT-SEED-MB(WS-RUN-COUNT).
005950     MOVE WS-RUN-STL-MB TO RT-STL-MB(WS-RUN-COUNT).
005960     MOVE WS-RUN-CHARGE TO RT-CHARGE(WS-RUN-COUNT).
005970     IF ACT-SHADOW = "Y"
005980         ADD 1 TO WS-SHADOW-RUNS
005990     END-IF.
006000 2000-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030 2100-FIND-ENTRY.
006040*    LEAVES ENT-X ON THE STATEMENT ENTRY FOR WS-RUN-KEY, ADDING
006050*    IT IN KEY ORDER (WITH ITS CCMAST LOOK-UP) THE FIRST TIME.
006060*----------------------------------------------------------------
006070     MOVE "N" TO WS-ENTRY-FOUND-SW.
006080     PERFORM VARYING ENT-X FROM 1 BY 1
006090             UNTIL ENT-X > WS-ENTRY-COUNT OR ENTRY-FOUND
006100         IF BT-KEY(ENT-X) NOT < WS-RUN-KEY
006110             SET ENTRY-FOUND TO TRUE
006120         END-IF
006130     END-PERFORM.
006140     IF ENTRY-FOUND
006150         SUBTRACT 1 FROM ENT-X
006160         IF BT-KEY(ENT-X) = WS-RUN-KEY
006170             GO TO 2100-EXIT
006180         END-IF
006190     END-IF.
006200     IF WS-ENTRY-COUNT NOT < WS-ENTRY-MAX
006210         DISPLAY "WITNESS-BILL: MORE THAN " WS-ENTRY-MAX
006220             " COST CENTERS AND PROJECTS - ABENDING, NOTHING "
006230             "BILLED"
006240         STOP RUN WITH ERROR STATUS 16
006250     END-IF.
006260     PERFORM VARYING ENT-Y FROM WS-ENTRY-COUNT BY -1
006270             UNTIL ENT-Y < ENT-X
006280         MOVE WS-ENTRY(ENT-Y) TO WS-ENTRY(ENT-Y + 1)
006290     END-PERFORM.
006300     ADD 1 TO WS-ENTRY-COUNT.
006310     MOVE WS-RUN-KEY TO BT-KEY(ENT-X).
006320     MOVE ZERO TO BT-RUNS(ENT-X).
006330     MOVE ZERO TO BT-CHARGE(ENT-X).
006340     MOVE "N" TO BT-SUSPENSE-SW(ENT-X).
006350     CALL "WITNESS-CCCHK" USING WS-RUN-COST-CENTER
006360         WS-RUN-PROJECT WS-CCK-RESULT WS-CCK-TEXT
006370         WS-CCK-GL-ACCOUNT.
006380     IF WS-CCK-RESULT = "N"
006390         DISPLAY "WITNESS-BILL: " WS-CCK-TEXT " - ABENDING, "
006400             "NOTHING BILLED"
006410         STOP RUN WITH ERROR STATUS 16
006420     END-IF.
006430     MOVE WS-CCK-GL-ACCOUNT TO BT-GL-ACCOUNT(ENT-X).
006440     IF WS-CCK-RESULT = "V"
006450         MOVE SPACES TO BT-CHECK-TEXT(ENT-X)
006460     ELSE
006470         MOVE WS-CCK-TEXT TO BT-CHECK-TEXT(ENT-X)
006480     END-IF.
006490     IF WS-CCK-GL-ACCOUNT = SPACES
006500         MOVE RTC-SUSPENSE-GL TO BT-GL-ACCOUNT(ENT-X)
006510         SET BT-SUSPENSE(ENT-X) TO TRUE
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.

006550*----------------------------------------------------------------
006560 3000-PRINT-STATEMENTS.
006570*----------------------------------------------------------------
006580     IF WS-RUN-COUNT = ZERO
006590         MOVE SPACES TO REPORT-LINE
006600         WRITE REPORT-LINE
006610         MOVE WS-NO-RUNS-LINE TO REPORT-LINE
006620         WRITE REPORT-LINE
006630         GO TO 3000-EXIT
006640     END-IF.
006650     PERFORM 3100-PRINT-ONE-STATEMENT THRU 3100-EXIT
006660         VARYING ENT-X FROM 1 BY 1
006670         UNTIL ENT-X > WS-ENTRY-COUNT.
006680 3000-EXIT.
006690     EXIT.

006700*----------------------------------------------------------------
006710 3100-PRINT-ONE-STATEMENT.
006720*    A SUSPENSE STATEMENT SAYS WHY: NO COST CENTER AT ALL, OR THE
006730*    CCCHK TEXT FOR ONE CCMAST DOES NOT KNOW.  A CLOSED COST
006740*    CENTER OR PROJECT STILL BILLS TO ITS GL ACCOUNT WITH A NOTE.
006750*----------------------------------------------------------------
006760     MOVE SPACES TO REPORT-LINE.
006770     WRITE REPORT-LINE.
006780     IF BT-KEY(ENT-X) = SPACES
006790         MOVE BT-GL-ACCOUNT(ENT-X) TO UH-GL-ACCOUNT
006800         MOVE WS-UNASSIGNED-HEADER-LINE TO REPORT-LINE
006810         WRITE REPORT-LINE
006820     ELSE
006830         MOVE BT-COST-CENTER(ENT-X) TO SH-COST-CENTER
006840         MOVE BT-PROJECT(ENT-X) TO SH-PROJECT
006850         MOVE BT-GL-ACCOUNT(ENT-X) TO SH-GL-ACCOUNT
006860         MOVE WS-STMT-HEADER-LINE TO REPORT-LINE
006870         WRITE REPORT-LINE
006880         IF BT-CHECK-TEXT(ENT-X) NOT = SPACES
006890             MOVE BT-CHECK-TEXT(ENT-X) TO SN-TEXT
006900             IF BT-SUSPENSE(ENT-X)
006910                 MOVE " - BILLED TO SUSPENSE" TO SN-SUFFIX
006920             ELSE
006930                 MOVE SPACES TO SN-SUFFIX
006940             END-IF
006950             MOVE WS-STMT-NOTE-LINE TO REPORT-LINE
006960             WRITE REPORT-LINE
006970         END-IF
006980     END-IF.
006990     IF BT-SUSPENSE(ENT-X)
007000         ADD BT-RUNS(ENT-X) TO WS-SUSPENSE-RUNS
007010         ADD BT-CHARGE(ENT-X) TO WS-SUSPENSE-CHARGE
007020     END-IF.
007030     MOVE WS-STMT-COLUMN-LINE TO REPORT-LINE.
007040     WRITE REPORT-LINE.
007050     PERFORM 3200-PRINT-ONE-RUN THRU 3200-EXIT
007060         VARYING RUN-X FROM 1 BY 1
007070         UNTIL RUN-X > WS-RUN-COUNT.
007080     MOVE BT-RUNS(ENT-X) TO ST-RUNS.
007090     MOVE BT-CHARGE(ENT-X) TO ST-CHARGE.
007100     MOVE WS-STMT-TOTAL-LINE TO REPORT-LINE.
007110     WRITE REPORT-LINE.
007120 3100-EXIT.
007130     EXIT.

007140*----------------------------------------------------------------
007150 3200-PRINT-ONE-RUN.
007160*    FLAGS: RESTART - THE SURCHARGE APPLIED; SHADOW - KAIROS RAN
007170*    OBSERVE-ONLY (BILLED AS NORMAL, FLAGGED FOR THE OWNER).
007180*----------------------------------------------------------------
007190     IF RT-KEY(RUN-X) NOT = BT-KEY(ENT-X)
007200         GO TO 3200-EXIT
007210     END-IF.
007220     MOVE RT-RUN-ID(RUN-X) TO SD-RUN-ID.
007230     MOVE RT-START-DATE(RUN-X) TO SD-START-DATE.
007240     MOVE RT-STATUS(RUN-X) TO SD-STATUS.
007250     MOVE RT-MSTEPS(RUN-X) TO SD-MSTEPS.
007260     MOVE RT-SEED-MB(RUN-X) TO SD-SEED-MB.
007270     MOVE RT-STL-MB(RUN-X) TO SD-STL-MB.
007280     MOVE RT-CHARGE(RUN-X) TO SD-CHARGE.
007290     MOVE SPACES TO SD-FLAGS.
007300     IF RT-RESTART(RUN-X) = "Y" AND RT-SHADOW(RUN-X) = "Y"
007310         MOVE "RESTART SHADOW" TO SD-FLAGS
007320     ELSE
007330         IF RT-RESTART(RUN-X) = "Y"
007340             MOVE "RESTART" TO SD-FLAGS
007350         END-IF
007360         IF RT-SHADOW(RUN-X) = "Y"
007370             MOVE "SHADOW" TO SD-FLAGS
007380         END-IF
007390     END-IF.
007400     MOVE WS-STMT-DETAIL-LINE TO REPORT-LINE.
007410     WRITE REPORT-LINE.
007420 3200-EXIT.
007430     EXIT.

007440*----------------------------------------------------------------
007450 4000-WRITE-JOURNAL.
007460*    ONE DEBIT PER STATEMENT WITH A CHARGE, THEN THE BALANCING
007470*    CREDIT TO THE RECOVERY ACCOUNT.  A MONTH WITH NOTHING TO
007480*    CHARGE WRITES NO JOURNAL LINES AT ALL.
007490*----------------------------------------------------------------
007500     IF WS-TOTAL-CHARGE = ZERO
007510         GO TO 4000-EXIT
007520     END-IF.
007530     OPEN EXTEND JOURNAL-FILE.
007540     IF NOT JOURNAL-STATUS-OK
007550         OPEN OUTPUT JOURNAL-FILE
007560     END-IF.
007570     IF NOT JOURNAL-STATUS-OK
007580         DISPLAY "WITNESS-BILL: GLJRNL WILL NOT OPEN - "
007590             "ABENDING, NOTHING MARKED BILLED"
007600         STOP RUN WITH ERROR STATUS 16
007610     END-IF.
007620     PERFORM 4100-WRITE-ONE-DEBIT THRU 4100-EXIT
007630         VARYING ENT-X FROM 1 BY 1
007640         UNTIL ENT-X > WS-ENTRY-COUNT.
007650     MOVE SPACES TO JOURNAL-RECORD.
007660     MOVE WS-BILL-MONTH TO GLJ-MONTH.
007670     MOVE RTC-RECOVERY-GL TO GLJ-GL-ACCOUNT.
007680     MOVE "C" TO GLJ-DR-CR.
007690     MOVE WS-TOTAL-CHARGE TO GLJ-AMOUNT.
007700     MOVE WS-RUN-COUNT TO GLJ-RUNS.
007710     MOVE "WITNESS CHARGEBACK RECOVERY" TO GLJ-TEXT.
007720     WRITE JOURNAL-RECORD.
007730     ADD 1 TO WS-JOURNAL-COUNT.
007740     CLOSE JOURNAL-FILE.
007750 4000-EXIT.
007760     EXIT.

007770*----------------------------------------------------------------
007780 4100-WRITE-ONE-DEBIT.
007790*----------------------------------------------------------------
007800     IF BT-CHARGE(ENT-X) = ZERO
007810         GO TO 4100-EXIT
007820     END-IF.
007830     MOVE SPACES TO JOURNAL-RECORD.
007840     MOVE WS-BILL-MONTH TO GLJ-MONTH.
007850     MOVE BT-GL-ACCOUNT(ENT-X) TO GLJ-GL-ACCOUNT.
007860     MOVE "D" TO GLJ-DR-CR.
007870     MOVE BT-CHARGE(ENT-X) TO GLJ-AMOUNT.
007880     MOVE BT-COST-CENTER(ENT-X) TO GLJ-COST-CENTER.
007890     MOVE BT-PROJECT(ENT-X) TO GLJ-PROJECT.
007900     MOVE BT-RUNS(ENT-X) TO GLJ-RUNS.
007910     IF BT-SUSPENSE(ENT-X)
007920         MOVE "WITNESS CHARGEBACK SUSPENSE" TO GLJ-TEXT
007930     ELSE
007940         MOVE "WITNESS CHARGEBACK" TO GLJ-TEXT
007950     END-IF.
007960     WRITE JOURNAL-RECORD.
007970     ADD 1 TO WS-JOURNAL-COUNT.
007980 4100-EXIT.
007990     EXIT.

008000*----------------------------------------------------------------
008010 5000-MARK-BILLED.
008020*    LAST, SO AN ABEND ANYWHERE ABOVE LEAVES THE MONTH UNBILLED
008030*    AND THE STEP CAN SIMPLY BE RERUN (AFTER BACKING OUT ANY
008040*    GLJRNL LINES IT ALREADY APPENDED FOR THE MONTH).
008050*----------------------------------------------------------------
008060     OPEN OUTPUT BILL-MARK-FILE.
008070     IF NOT BILLMARK-STATUS-OK
008080         DISPLAY "WITNESS-BILL: BILLMARK WILL NOT OPEN - GLJRNL "
008090             "IS WRITTEN BUT THE MONTH IS NOT MARKED BILLED"
008100         STOP RUN WITH ERROR STATUS 16
008110     END-IF.
008120     MOVE SPACES TO BILL-MARK-RECORD.
008130     MOVE WS-BILL-MONTH TO BLM-MONTH.
008140     MOVE FUNCTION CURRENT-DATE TO WS-BILLED-TS.
008150     MOVE WS-BILLED-TS TO BLM-BILLED-TS.
008160     MOVE WS-RUN-COUNT TO BLM-RUNS.
008170     WRITE BILL-MARK-RECORD.
008180     CLOSE BILL-MARK-FILE.
008190 5000-EXIT.
008200     EXIT.

008210*----------------------------------------------------------------
008220 8300-LOG-EVENT.
008230*----------------------------------------------------------------
008240     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
008250         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
008260 8300-EXIT.
008270     EXIT.

008280*----------------------------------------------------------------
008290 9000-TERMINATE.
008300*    RC=4 - RUNS WENT TO SUSPENSE FOR FINANCE TO REALLOCATE, OR AN
008310*    ACCTOUT RECORD COULD NOT BE PLACED IN A MONTH.
008320*----------------------------------------------------------------
008330     MOVE SPACES TO REPORT-LINE.
008340     WRITE REPORT-LINE.
008350     MOVE "RUNS BILLED             " TO SM-LABEL.
008360     MOVE WS-RUN-COUNT TO SM-COUNT.
008370     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008380     WRITE REPORT-LINE.
008390     MOVE "TOTAL CHARGE            " TO AM-LABEL.
008400     MOVE WS-TOTAL-CHARGE TO AM-AMOUNT.
008410     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
008420     WRITE REPORT-LINE.
008430     MOVE "RUNS TO SUSPENSE        " TO SM-LABEL.
008440     MOVE WS-SUSPENSE-RUNS TO SM-COUNT.
008450     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008460     WRITE REPORT-LINE.
008470     MOVE "SUSPENSE CHARGE         " TO AM-LABEL.
008480     MOVE WS-SUSPENSE-CHARGE TO AM-AMOUNT.
008490     MOVE WS-AMOUNT-LINE TO REPORT-LINE.
008500     WRITE REPORT-LINE.
008510     MOVE "SHADOW RUNS BILLED      " TO SM-LABEL.
008520     MOVE WS-SHADOW-RUNS TO SM-COUNT.
008530     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008540     WRITE REPORT-LINE.
008550     MOVE "RUNS ALREADY BILLED     " TO SM-LABEL.
008560     MOVE WS-PRIOR-RUNS TO SM-COUNT.
008570     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008580     WRITE REPORT-LINE.
008590     MOVE "RUNS LEFT FOR LATER     " TO SM-LABEL.
008600     MOVE WS-LATER-RUNS TO SM-COUNT.
008610     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008620     WRITE REPORT-LINE.
008630     MOVE "RUNS WITH NO START TIME " TO SM-LABEL.
008640     MOVE WS-BAD-TS-RUNS TO SM-COUNT.
008650     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008660     WRITE REPORT-LINE.
008670     MOVE "JOURNAL LINES WRITTEN   " TO SM-LABEL.
008680     MOVE WS-JOURNAL-COUNT TO SM-COUNT.
008690     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
008700     WRITE REPORT-LINE.
008710     CLOSE REPORT-FILE.
008720     MOVE WS-TOTAL-CHARGE TO WS-EVL-AMOUNT.
008730     MOVE SPACES TO WS-EVL-TEXT.
008740     STRING "MONTH " WS-BILL-MONTH " BILLED, RUNS "
008750         WS-RUN-COUNT " CHARGE " WS-EVL-AMOUNT
008760         DELIMITED BY SIZE INTO WS-EVL-TEXT.
008770     IF WS-SUSPENSE-RUNS > ZERO OR WS-BAD-TS-RUNS > ZERO
008780         MOVE "BILLWARN" TO WS-EVL-CODE
008790         MOVE "W" TO WS-EVL-SEVERITY
008800     ELSE
008810         MOVE "BILLOK" TO WS-EVL-CODE
008820         MOVE "I" TO WS-EVL-SEVERITY
008830     END-IF.
008840     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
008850     DISPLAY "WITNESS-BILL: MONTH " WS-BILL-MONTH " RUNS "
008860         WS-RUN-COUNT " CHARGE " WS-EVL-AMOUNT " SUSPENSE RUNS "
008870         WS-SUSPENSE-RUNS.
008880     IF WS-SUSPENSE-RUNS > ZERO OR WS-BAD-TS-RUNS > ZERO
008890         MOVE 4 TO RETURN-CODE
008900     END-IF.
008910 9000-EXIT.
008920     EXIT.

008930*----------------------------------------------------------------
008940 9100-REFUSE.
008950*    RC=8 - NOTHING PRICED, NOTHING WRITTEN, BILLMARK UNCHANGED.
008960*----------------------------------------------------------------
008970     MOVE WS-REFUSAL TO RF-TEXT.
008980     MOVE WS-REFUSED-LINE TO REPORT-LINE.
008990     WRITE REPORT-LINE.
009000     CLOSE REPORT-FILE.
009010     MOVE SPACES TO WS-EVL-TEXT.
009020     STRING "MONTH " WS-BILL-MONTH " REFUSED - " WS-REFUSAL
009030         DELIMITED BY SIZE INTO WS-EVL-TEXT.
009040     MOVE "BILLREF" TO WS-EVL-CODE.
009050     MOVE "E" TO WS-EVL-SEVERITY.
009060     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
009070     DISPLAY "WITNESS-BILL: MONTH " WS-BILL-MONTH
009080         " REFUSED - " WS-REFUSAL.
009090     MOVE 8 TO RETURN-CODE.
009100 9100-EXIT.
009110     EXIT.
