000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CCMNT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  MAINTAINS THE CCMAST
000200*                  CHARGEBACK COST-CENTER MASTER (COPY CCMREC)
000210*                  FROM THE CCTRAN TRANSACTION DECK AND THEN LISTS
000220*                  IT.
000230*                  EACH CCTRAN CARD IS ONE OF:
000240*                    A - ADD A COST CENTER (PROJECT BLANK - ITS GL
000250*                        ACCOUNT MUST BE PUNCHED) OR A PROJECT
000260*                        UNDER AN OPEN COST CENTER ALREADY ON FILE
000270*                        (GL ACCOUNT BLANK - THE COST CENTER'S
000280*                        APPLIES).
000290*                    C - CHANGE AN OPEN ENTRY.  ONLY THE PUNCHED
000300*                        FIELDS CHANGE.
000310*                    R - RETIRE (CLOSE) AN OPEN ENTRY.  CLOSING A
000320*                        COST CENTER CLOSES EVERY PROJECT UNDER
000330*                        IT.
000340*                        NOTHING IS DELETED, SO RUNS ALREADY ON
000350*                        ACCTOUT STILL FIND THEIR GL ACCOUNT WHEN
000360*                        WITNESS-BILL PRICES THEM.
000370*                  A CARD THAT FAILS ITS EDITS IS LISTED WITH THE
000380*                  REASON AND NOT APPLIED.  THE LISTING THEN SHOWS
000390*                  EVERY ENTRY, OPEN AND CLOSED.  WITH NO CCTRAN
000400*                  DD THE RUN IS LIST-ONLY.  RETURN CODE 4 WHEN
000410*                  ANY CARD WAS REJECTED.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT COST-CENTER-TRAN-FILE ASSIGN TO "CCTRAN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-TRAN-STATUS.
000490     SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CCM-KEY
000530         FILE STATUS IS WS-MASTER-STATUS.
000540     SELECT REPORT-FILE ASSIGN TO "CCRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REPORT-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------------
000600* CCTRAN: ONE TRANSACTION PER CARD, FIELDS SEPARATED BY A BLANK
000610* COLUMN.  CCT-DATE IS THE OPENING DATE ON AN ADD AND THE CLOSING
000620* DATE ON A RETIRE (UNPUNCHED - TODAY); A CHANGE IGNORES IT.
000630*----------------------------------------------------------------
000640 FD  COST-CENTER-TRAN-FILE
000650     RECORDING MODE IS F.
000660 01  COST-CENTER-TRAN-RECORD.
000670     05  CCT-FUNCTION            PIC X(01).
000680         88  CCT-ADD             VALUE "A".
000690         88  CCT-CHANGE          VALUE "C".
000700         88  CCT-RETIRE          VALUE "R".
000710     05  FILLER                  PIC X(01).
000720     05  CCT-COST-CENTER         PIC X(05).
000730     05  FILLER                  PIC X(01).
000740     05  CCT-PROJECT             PIC X(06).
000750     05  FILLER                  PIC X(01).
000760     05  CCT-NAME                PIC X(30).
000770     05  FILLER                  PIC X(01).
000780     05  CCT-OWNER               PIC X(08).
000790     05  FILLER                  PIC X(01).
000800     05  CCT-GL-ACCOUNT          PIC X(10).
000810     05  FILLER                  PIC X(01).
000820     05  CCT-DATE                PIC X(08).
000830     05  FILLER                  PIC X(06).

000840 FD  COST-CENTER-FILE.
000850     COPY CCMREC.

000860 FD  REPORT-FILE.
000870 01  REPORT-LINE                PIC X(80).

000880 WORKING-STORAGE SECTION.
000890 01  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
000900     88  TRAN-STATUS-OK      VALUE "00".
000910     88  TRAN-STATUS-EOF     VALUE "10".
000920 01  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
000930     88  MASTER-STATUS-OK    VALUE "00".
000940     88  MASTER-STATUS-EOF   VALUE "10".
000950 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000960 01  WS-TODAY                PIC 9(08).
000970 01  WS-TRAN-DATE            PIC 9(08).
000980 01  WS-TRAN-PRESENT-SW      PIC X(01) VALUE "N".
000990     88  TRANSACTIONS-PRESENT VALUE "Y".
001000 01  WS-TRAN-RESULT          PIC X(40).
001010 01  WS-CLOSING-CENTER       PIC X(05).
001020 01  WS-CASCADE-SW           PIC X(01).
001030     88  CASCADE-DONE        VALUE "Y".

001040*----------------------------------------------------------------
001050* DATE EDIT WORK AREA (SEE 2900-CHECK-DATE).
001060*----------------------------------------------------------------
001070 01  WS-CHK-DATE             PIC X(08).
001080 01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
001090     05  WS-CHK-YYYY         PIC 9(04).
001100     05  WS-CHK-MM           PIC 9(02).
001110     05  WS-CHK-DD           PIC 9(02).
001120 01  WS-CHK-SW               PIC X(01).
001130     88  DATE-VALID          VALUE "Y".

001140 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
001150 01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
001160 01  WS-CASCADE-COUNT        PIC 9(05) VALUE ZERO.
001170 01  WS-OPEN-CENTER-COUNT    PIC 9(05) VALUE ZERO.
001180 01  WS-OPEN-PROJECT-COUNT   PIC 9(05) VALUE ZERO.
001190 01  WS-CLOSED-COUNT         PIC 9(05) VALUE ZERO.

001200 01  WS-HEADER-LINE.
001210     05  FILLER              PIC X(30)
001220         VALUE "COST-CENTER MASTER MAINTENANCE".
001230     05  FILLER              PIC X(09)
001240         VALUE " - AS OF ".
001250     05  HL-TODAY            PIC 9(08).
001260 01  WS-TRAN-TITLE-LINE      PIC X(80) VALUE
001270     "CCTRAN TRANSACTIONS".
001280 01  WS-TRAN-COLUMN-LINE     PIC X(80) VALUE
001290     "F CC    PROJECT RESULT".
001300 01  WS-TRAN-DETAIL-LINE.
001310     05  TL-FUNCTION         PIC X(01).
001320     05  FILLER              PIC X(01) VALUE SPACE.
001330     05  TL-COST-CENTER      PIC X(05).
001340     05  FILLER              PIC X(01) VALUE SPACE.
001350     05  TL-PROJECT          PIC X(06).
001360     05  FILLER              PIC X(02) VALUE SPACES.
001370     05  TL-RESULT           PIC X(40).
001380 01  WS-LIST-TITLE-LINE      PIC X(80) VALUE
001390     "COST CENTERS AND PROJECTS".
001400 01  WS-LIST-COLUMN-LINE.
001410     05  FILLER              PIC X(30)
001420         VALUE "CC    PROJECT STATUS NAME     ".
001430     05  FILLER              PIC X(30)
001440         VALUE "                      OWNER   ".
001450     05  FILLER              PIC X(20)
001460         VALUE " GL ACCOUNT CLOSED  ".
001470 01  WS-LIST-DETAIL-LINE.
001480     05  LL-COST-CENTER      PIC X(05).
001490     05  FILLER              PIC X(01) VALUE SPACE.
001500     05  LL-PROJECT          PIC X(06).
001510     05  FILLER              PIC X(02) VALUE SPACES.
001520     05  LL-STATUS           PIC X(06).
001530     05  FILLER              PIC X(01) VALUE SPACE.
001540     05  LL-NAME             PIC X(30).
001550     05  FILLER              PIC X(01) VALUE SPACE.
001560     05  LL-OWNER            PIC X(08).
001570     05  FILLER              PIC X(01) VALUE SPACE.
001580     05  LL-GL-ACCOUNT       PIC X(10).
001590     05  FILLER              PIC X(01) VALUE SPACE.
001600     05  LL-CLOSED-ON        PIC X(08).
001610 01  WS-SUMMARY-LINE.
001620     05  SM-LABEL            PIC X(24).
001630     05  SM-COUNT            PIC Z(4)9.

001640 PROCEDURE DIVISION.
001650*----------------------------------------------------------------
001660 0000-MAINLINE.
001670*----------------------------------------------------------------
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     IF TRANSACTIONS-PRESENT
001700         PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
001710             UNTIL TRAN-STATUS-EOF
001720         CLOSE COST-CENTER-TRAN-FILE
001730     END-IF.
001740     PERFORM 3000-LIST-MASTER THRU 3000-EXIT.
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760     STOP RUN.

001770*----------------------------------------------------------------
001780 1000-INITIALIZE.
001790*    CCMAST IS CREATED EMPTY ON THE FIRST RUN, SO THE FIRST
001800*    SUBMISSION CAN LOAD THE COST CENTERS AS ADDS.
001810*----------------------------------------------------------------
001820     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
001830     OPEN I-O COST-CENTER-FILE.
001840     IF NOT MASTER-STATUS-OK
001850         OPEN OUTPUT COST-CENTER-FILE
001860         CLOSE COST-CENTER-FILE
001870         OPEN I-O COST-CENTER-FILE
001880     END-IF.
001890     IF NOT MASTER-STATUS-OK
001900         DISPLAY "WITNESS-CCMNT: CCMAST NOT AVAILABLE - "
001910             "ABENDING"
001920         STOP RUN WITH ERROR STATUS 16
001930     END-IF.
001940     OPEN OUTPUT REPORT-FILE.
001950     MOVE WS-TODAY TO HL-TODAY.
001960     MOVE WS-HEADER-LINE TO REPORT-LINE.
001970     WRITE REPORT-LINE.
001980     OPEN INPUT COST-CENTER-TRAN-FILE.
001990     IF TRAN-STATUS-OK
002000         SET TRANSACTIONS-PRESENT TO TRUE
002010         MOVE SPACES TO REPORT-LINE
002020         WRITE REPORT-LINE
002030         MOVE WS-TRAN-TITLE-LINE TO REPORT-LINE
002040         WRITE REPORT-LINE
002050         MOVE WS-TRAN-COLUMN-LINE TO REPORT-LINE
002060         WRITE REPORT-LINE
002070     ELSE
002080         DISPLAY "WITNESS-CCMNT: NO CCTRAN - LIST ONLY"
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.

002120*----------------------------------------------------------------
002130 2000-PROCESS-ONE-TRAN.
002140*----------------------------------------------------------------
002150     READ COST-CENTER-TRAN-FILE
002160         AT END
002170             SET TRAN-STATUS-EOF TO TRUE
002180             GO TO 2000-EXIT
002190     END-READ.
002200     MOVE SPACES TO WS-TRAN-RESULT.
002210     MOVE WS-TODAY TO WS-TRAN-DATE.
002220     IF CCT-COST-CENTER = SPACES
002230         MOVE "REJECTED - COST CENTER NOT PUNCHED"
002240             TO WS-TRAN-RESULT
002250         GO TO 2000-REPORT
002260     END-IF.
002270     IF CCT-DATE NOT = SPACES
002280         MOVE CCT-DATE TO WS-CHK-DATE
002290         PERFORM 2900-CHECK-DATE THRU 2900-EXIT
002300         IF NOT DATE-VALID
002310             MOVE "REJECTED - DATE INVALID" TO WS-TRAN-RESULT
002320             GO TO 2000-REPORT
002330         END-IF
002340         MOVE CCT-DATE TO WS-TRAN-DATE
002350     END-IF.
002360     EVALUATE TRUE
002370         WHEN CCT-ADD
002380             PERFORM 2100-ADD-ENTRY THRU 2100-EXIT
002390         WHEN CCT-CHANGE
002400             PERFORM 2200-CHANGE-ENTRY THRU 2200-EXIT
002410         WHEN CCT-RETIRE
002420             PERFORM 2300-RETIRE-ENTRY THRU 2300-EXIT
002430         WHEN OTHER
002440             MOVE "REJECTED - FUNCTION MUST BE A, C OR R"
002450                 TO WS-TRAN-RESULT
002460     END-EVALUATE.
002470 2000-REPORT.
002480     IF WS-TRAN-RESULT = SPACES
002490         ADD 1 TO WS-APPLIED-COUNT
002500         MOVE "APPLIED" TO WS-TRAN-RESULT
002510     ELSE
002520         ADD 1 TO WS-REJECTED-COUNT
002530     END-IF.
002540     MOVE CCT-FUNCTION TO TL-FUNCTION.
002550     MOVE CCT-COST-CENTER TO TL-COST-CENTER.
002560     MOVE CCT-PROJECT TO TL-PROJECT.
002570     MOVE WS-TRAN-RESULT TO TL-RESULT.
002580     MOVE WS-TRAN-DETAIL-LINE TO REPORT-LINE.
002590     WRITE REPORT-LINE.
002600 2000-EXIT.
002610     EXIT.

002620*----------------------------------------------------------------
002630 2100-ADD-ENTRY.
002640*    A PROJECT NEEDS ITS COST CENTER ON FILE AND OPEN, AND TAKES
002650*    THE COST CENTER'S GL ACCOUNT; ONLY A COST CENTER CARRIES ONE.
002660*----------------------------------------------------------------
002670     MOVE CCT-COST-CENTER TO CCM-COST-CENTER.
002680     MOVE CCT-PROJECT TO CCM-PROJECT.
002690     READ COST-CENTER-FILE
002700         INVALID KEY
002710             CONTINUE
002720         NOT INVALID KEY
002730             MOVE "REJECTED - ALREADY ON CCMAST" TO WS-TRAN-RESULT
002740             GO TO 2100-EXIT
002750     END-READ.
002760     IF CCT-PROJECT = SPACES
002770         IF CCT-GL-ACCOUNT = SPACES
002780             MOVE "REJECTED - GL ACCOUNT NOT PUNCHED"
002790                 TO WS-TRAN-RESULT
002800             GO TO 2100-EXIT
002810         END-IF
002820     ELSE
002830         IF CCT-GL-ACCOUNT NOT = SPACES
002840             MOVE "REJECTED - GL ACCOUNT IS THE COST CENTER'S"
002850                 TO WS-TRAN-RESULT
002860             GO TO 2100-EXIT
002870         END-IF
002880         MOVE SPACES TO CCM-PROJECT
002890         READ COST-CENTER-FILE
002900             INVALID KEY
002910                 MOVE "REJECTED - COST CENTER NOT ON CCMAST"
002920                     TO WS-TRAN-RESULT
002930                 GO TO 2100-EXIT
002940         END-READ
002950         IF NOT CCM-OPEN
002960             MOVE "REJECTED - COST CENTER IS CLOSED"
002970                 TO WS-TRAN-RESULT
002980             GO TO 2100-EXIT
002990         END-IF
003000     END-IF.
003010     INITIALIZE COST-CENTER-RECORD.
003020     MOVE CCT-COST-CENTER TO CCM-COST-CENTER.
003030     MOVE CCT-PROJECT TO CCM-PROJECT.
003040     SET CCM-OPEN TO TRUE.
003050     MOVE CCT-NAME TO CCM-NAME.
003060     MOVE CCT-OWNER TO CCM-OWNER.
003070     MOVE CCT-GL-ACCOUNT TO CCM-GL-ACCOUNT.
003080     MOVE WS-TRAN-DATE TO CCM-OPENED.
003090     MOVE ZERO TO CCM-CLOSED-ON.
003100     MOVE WS-TODAY TO CCM-UPDATED.
003110     WRITE COST-CENTER-RECORD
003120         INVALID KEY
003130             MOVE "REJECTED - CCMAST WRITE FAILED"
003140                 TO WS-TRAN-RESULT
003150     END-WRITE.
003160 2100-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190 2200-CHANGE-ENTRY.
003200*----------------------------------------------------------------
003210     MOVE CCT-COST-CENTER TO CCM-COST-CENTER.
003220     MOVE CCT-PROJECT TO CCM-PROJECT.
003230     READ COST-CENTER-FILE
003240         INVALID KEY
003250             MOVE "REJECTED - NOT ON CCMAST" TO WS-TRAN-RESULT
003260             GO TO 2200-EXIT
003270     END-READ.
003280     IF NOT CCM-OPEN
003290         MOVE "REJECTED - ENTRY IS CLOSED" TO WS-TRAN-RESULT
003300         GO TO 2200-EXIT
003310     END-IF.
003320     IF CCT-GL-ACCOUNT NOT = SPACES AND CCT-PROJECT NOT = SPACES
003330         MOVE "REJECTED - GL ACCOUNT IS THE COST CENTER'S"
003340             TO WS-TRAN-RESULT
003350         GO TO 2200-EXIT
003360     END-IF.
003370     IF CCT-NAME NOT = SPACES
003380         MOVE CCT-NAME TO CCM-NAME
003390     END-IF.
003400     IF CCT-OWNER NOT = SPACES
003410         MOVE CCT-OWNER TO CCM-OWNER
003420     END-IF.
003430     IF CCT-GL-ACCOUNT NOT = SPACES
003440         MOVE CCT-GL-ACCOUNT TO CCM-GL-ACCOUNT
003450     END-IF.
003460     MOVE WS-TODAY TO CCM-UPDATED.
003470     REWRITE COST-CENTER-RECORD.
003480 2200-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------
003510 2300-RETIRE-ENTRY.
003520*----------------------------------------------------------------
003530     MOVE CCT-COST-CENTER TO CCM-COST-CENTER.
003540     MOVE CCT-PROJECT TO CCM-PROJECT.
003550     READ COST-CENTER-FILE
003560         INVALID KEY
003570             MOVE "REJECTED - NOT ON CCMAST" TO WS-TRAN-RESULT
003580             GO TO 2300-EXIT
003590     END-READ.
003600     IF NOT CCM-OPEN
003610         MOVE "REJECTED - ENTRY IS ALREADY CLOSED"
003620             TO WS-TRAN-RESULT
003630         GO TO 2300-EXIT
003640     END-IF.
003650     SET CCM-CLOSED TO TRUE.
003660     MOVE WS-TRAN-DATE TO CCM-CLOSED-ON.
003670     MOVE WS-TODAY TO CCM-UPDATED.
003680     REWRITE COST-CENTER-RECORD.
003690     IF CCT-PROJECT NOT = SPACES
003700         GO TO 2300-EXIT
003710     END-IF.
003720     MOVE CCT-COST-CENTER TO WS-CLOSING-CENTER.
003730     MOVE "N" TO WS-CASCADE-SW.
003740     START COST-CENTER-FILE KEY > CCM-KEY
003750         INVALID KEY
003760             SET CASCADE-DONE TO TRUE
003770     END-START.
003780     PERFORM 2310-CLOSE-ONE-PROJECT THRU 2310-EXIT
003790         UNTIL CASCADE-DONE.
003800 2300-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830 2310-CLOSE-ONE-PROJECT.
003840*    THE PROJECTS OF A COST CENTER FOLLOW ITS OWN ENTRY IN KEY
003850*    ORDER, SO THE CASCADE ENDS AT THE FIRST OTHER COST CENTER.
003860*----------------------------------------------------------------
003870     READ COST-CENTER-FILE NEXT RECORD
003880         AT END
003890             SET CASCADE-DONE TO TRUE
003900             GO TO 2310-EXIT
003910     END-READ.
003920     IF CCM-COST-CENTER NOT = WS-CLOSING-CENTER
003930         SET CASCADE-DONE TO TRUE
003940         GO TO 2310-EXIT
003950     END-IF.
003960     IF NOT CCM-OPEN
003970         GO TO 2310-EXIT
003980     END-IF.
003990     SET CCM-CLOSED TO TRUE.
004000     MOVE WS-TRAN-DATE TO CCM-CLOSED-ON.
004010     MOVE WS-TODAY TO CCM-UPDATED.
004020     REWRITE COST-CENTER-RECORD.
004030     ADD 1 TO WS-CASCADE-COUNT.
004040 2310-EXIT.
004050     EXIT.

004060*----------------------------------------------------------------
004070 2900-CHECK-DATE.
004080*    YYYYMMDD IN WS-CHK-DATE.  GOOD ENOUGH TO KEEP A MISKEYED
004090*    DATE OFF THE MASTER; IT DOES NOT KNOW FEBRUARY.
004100*----------------------------------------------------------------
004110     MOVE "N" TO WS-CHK-SW.
004120     IF WS-CHK-DATE IS NOT NUMERIC
004130         GO TO 2900-EXIT
004140     END-IF.
004150     IF WS-CHK-YYYY < 1601
004160             OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
004170             OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
004180         GO TO 2900-EXIT
004190     END-IF.
004200     SET DATE-VALID TO TRUE.
004210 2900-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------
004240 3000-LIST-MASTER.
004250*    EVERY ENTRY IN KEY ORDER - EACH COST CENTER FOLLOWED BY ITS
004260*    PROJECTS.
004270*----------------------------------------------------------------
004280     MOVE SPACES TO REPORT-LINE.
004290     WRITE REPORT-LINE.
004300     MOVE WS-LIST-TITLE-LINE TO REPORT-LINE.
004310     WRITE REPORT-LINE.
004320     MOVE WS-LIST-COLUMN-LINE TO REPORT-LINE.
004330     WRITE REPORT-LINE.
004340     MOVE "00" TO WS-MASTER-STATUS.
004350     MOVE LOW-VALUES TO CCM-KEY.
004360     START COST-CENTER-FILE KEY NOT < CCM-KEY
004370         INVALID KEY
004380             SET MASTER-STATUS-EOF TO TRUE
004390     END-START.
004400     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-EXIT
004410         UNTIL MASTER-STATUS-EOF.
004420 3000-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------
004450 3100-LIST-ONE-ENTRY.
004460*----------------------------------------------------------------
004470     READ COST-CENTER-FILE NEXT RECORD
004480         AT END
004490             SET MASTER-STATUS-EOF TO TRUE
004500             GO TO 3100-EXIT
004510     END-READ.
004520     MOVE SPACES TO LL-CLOSED-ON.
004530     IF CCM-OPEN
004540         MOVE "OPEN" TO LL-STATUS
004550         IF CCM-PROJECT = SPACES
004560             ADD 1 TO WS-OPEN-CENTER-COUNT
004570         ELSE
004580             ADD 1 TO WS-OPEN-PROJECT-COUNT
004590         END-IF
004600     ELSE
004610         MOVE "CLOSED" TO LL-STATUS
004620         MOVE CCM-CLOSED-ON TO LL-CLOSED-ON
004630         ADD 1 TO WS-CLOSED-COUNT
004640     END-IF.
004650     MOVE CCM-COST-CENTER TO LL-COST-CENTER.
004660     MOVE CCM-PROJECT TO LL-PROJECT.
004670     MOVE CCM-NAME TO LL-NAME.
004680     MOVE CCM-OWNER TO LL-OWNER.
004690     MOVE CCM-GL-ACCOUNT TO LL-GL-ACCOUNT.
004700     MOVE WS-LIST-DETAIL-LINE TO REPORT-LINE.
004710     WRITE REPORT-LINE.
004720 3100-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
004750 9000-TERMINATE.
004760*----------------------------------------------------------------
004770     CLOSE COST-CENTER-FILE.
004780     MOVE SPACES TO REPORT-LINE.
004790     WRITE REPORT-LINE.
004800     IF TRANSACTIONS-PRESENT
004810         MOVE "TRANSACTIONS APPLIED    " TO SM-LABEL
004820         MOVE WS-APPLIED-COUNT TO SM-COUNT
004830         MOVE WS-SUMMARY-LINE TO REPORT-LINE
004840         WRITE REPORT-LINE
004850         MOVE "TRANSACTIONS REJECTED   " TO SM-LABEL
004860         MOVE WS-REJECTED-COUNT TO SM-COUNT
004870         MOVE WS-SUMMARY-LINE TO REPORT-LINE
004880         WRITE REPORT-LINE
004890         MOVE "PROJECTS CLOSED WITH CC " TO SM-LABEL
004900         MOVE WS-CASCADE-COUNT TO SM-COUNT
004910         MOVE WS-SUMMARY-LINE TO REPORT-LINE
004920         WRITE REPORT-LINE
004930     END-IF.
004940     MOVE "OPEN COST CENTERS       " TO SM-LABEL.
004950     MOVE WS-OPEN-CENTER-COUNT TO SM-COUNT.
004960     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004970     WRITE REPORT-LINE.
004980     MOVE "OPEN PROJECTS           " TO SM-LABEL.
004990     MOVE WS-OPEN-PROJECT-COUNT TO SM-COUNT.
005000     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005010     WRITE REPORT-LINE.
005020     MOVE "CLOSED ENTRIES          " TO SM-LABEL.
005030     MOVE WS-CLOSED-COUNT TO SM-COUNT.
005040     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005050     WRITE REPORT-LINE.
005060     CLOSE REPORT-FILE.
005070     DISPLAY "WITNESS-CCMNT: APPLIED " WS-APPLIED-COUNT
005080         " REJECTED " WS-REJECTED-COUNT " OPEN COST CENTERS "
005090         WS-OPEN-CENTER-COUNT.
005100     IF WS-REJECTED-COUNT > ZERO
005110         MOVE 4 TO RETURN-CODE
005120     END-IF.
005130 9000-EXIT.
005140     EXIT.
