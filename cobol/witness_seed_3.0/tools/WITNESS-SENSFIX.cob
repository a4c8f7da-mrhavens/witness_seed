000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-SENSFIX.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  A FRAME WITNESS-SENSEDIT
000200*                  REJECTED WAS LOST TO THE RUN FOR GOOD, EVEN
000210*                  WHEN THE FAULT WAS ONE MIS-PUNCHED OCCURRENCE
000220*                  THE FIELD TEAM COULD CORRECT THE NEXT MORNING,
000230*                  AND EVERY ONE OF THEM BECAME A SEQUENCE GAP IN
000240*                  IO-SENSE.  THIS PROGRAM IS THE RE-ENTRY STEP OF
000250*                  THE WITNESSX JOB.  IT READS THE MERGED CAPTURE
000260*                  (SENSRAW - THE SAME SENSMRG THE EDIT STEP READ)
000270*                  ALONGSIDE THAT NIGHT'S SENSOREJ AND THE SORTED
000280*                  SENSCORR CORRECTION DECK, KEYED BY
000290*                  SREJ-RECORD-NO AND OCCURRENCE.  EACH REJECTED
000300*                  FRAME IS PULLED BACK OUT, ITS CORRECTIONS ARE
000310*                  APPLIED, AND IT IS PUT THROUGH THE SAME EDITS
000320*                  AS WITNESS-SENSEDIT.
000330*                  EVERY FRAME THAT PASSES - ORIGINALLY CLEAN OR
000340*                  REPAIRED - GOES TO A NEW SENSVAL GENERATION IN
000350*                  CAPTURE SEQUENCE; WHAT STILL FAILS GOES TO
000360*                  SENSOREM IN THE SENSOREJ LAYOUT.  FIXRPT SHOWS
000370*                  EVERY CORRECTION, WHO KEYED IT, AND WHETHER THE
000380*                  FRAME WAS REPAIRED OR IS STILL REJECTED.  ENDS
000390*                  WITH RETURN CODE 4 WHEN ANY FRAME IS STILL
000400*                  REJECTED, 8 WHEN SENSOREJ DOES NOT MATCH THE
000410*                  CAPTURE.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SENSOR-RAW-FILE ASSIGN TO "SENSRAW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RAW-STATUS.
000490     SELECT SENSOR-REJECT-FILE ASSIGN TO "SENSOREJ"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REJECT-STATUS.
000520     SELECT CORRECTION-FILE ASSIGN TO "SENSCORR"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CORR-STATUS.
000550     SELECT SENSOR-VALID-FILE ASSIGN TO "SENSVAL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-VALID-STATUS.
000580     SELECT SENSOR-REMAIN-FILE ASSIGN TO "SENSOREM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REMAIN-STATUS.
000610     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CC-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO "FIXRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SENSOR-RAW-FILE.
000700     COPY SENSREC.

000710 FD  SENSOR-REJECT-FILE.
000720 01  SENSOR-REJECT-RECORD.
000730     05  SREJ-IN-RECORD-NO       PIC 9(07).
000740     05  FILLER                  PIC X(01).
000750     05  SREJ-IN-OCCURRENCE      PIC 9(04).
000760     05  FILLER                  PIC X(01).
000770     05  SREJ-IN-REASON          PIC X(02).
000780     05  FILLER                  PIC X(01).
000790     05  SREJ-IN-CONTENT         PIC X(11).

000800*----------------------------------------------------------------
000810* SENSCORR: ONE CARD PER CORRECTED OCCURRENCE, IN SCR-RECORD-NO /
000820* SCR-OCCURRENCE ORDER (THE SORTCORR STEP OF WITNESSX SORTS THE
000830* DECK AS KEYED).  THE FIRST 13 BYTES LINE UP WITH SENSOREJ, SO A
000840* REJECT LINE CAN BE COPIED AND FILLED IN.  SCR-VALUE IS THE
000850* CORRECTED READING IN SENSREC FORM - TEN DIGITS, FIVE OF THEM
000860* DECIMALS, AND A TRAILING SIGN - OR, ON OCCURRENCE ZERO, THE
000870* CORRECTED 9-DIGIT SENSOR-SEQUENCE.  SCR-NIGHT IS THE CAPTURE
000880* DATE THE CORRECTION IS FOR (YYYYMMDD, THE FIRST EIGHT BYTES OF
000890* SENSOR-CAPTURE-TS); A CARD FOR ANY OTHER NIGHT IS IGNORED, SO
000900* LAST WEEK'S DECK CAN NEVER PATCH TONIGHT'S CAPTURE.  A SECOND
000910* CARD FOR THE SAME RECORD AND OCCURRENCE REPLACES THE FIRST.
000920*----------------------------------------------------------------
000930 FD  CORRECTION-FILE
000940     RECORDING MODE IS F.
000950 01  CORRECTION-RECORD.
000960     05  SCR-KEY.
000970         10  SCR-RECORD-NO       PIC 9(07).
000980         10  FILLER              PIC X(01).
000990         10  SCR-OCCURRENCE      PIC 9(04).
001000     05  FILLER                  PIC X(01).
001010     05  SCR-VALUE               PIC X(11).
001020     05  FILLER                  PIC X(01).
001030     05  SCR-KEYED-BY            PIC X(08).
001040     05  FILLER                  PIC X(01).
001050     05  SCR-NIGHT               PIC 9(08).
001060     05  FILLER                  PIC X(38).

001070 FD  SENSOR-VALID-FILE.
001080 01  SENSOR-VALID-RECORD     PIC X(11035).

001090 FD  SENSOR-REMAIN-FILE.
001100 01  SENSOR-REMAIN-RECORD    PIC X(27).

001110 FD  CONTROL-CARD-FILE
001120     RECORDING MODE IS F.
001130     COPY CTLCARD.

001140 FD  REPORT-FILE.
001150 01  REPORT-LINE                PIC X(80).

001160 WORKING-STORAGE SECTION.
001170 01  WS-RAW-STATUS           PIC X(02) VALUE SPACES.
001180     88  RAW-STATUS-OK       VALUE "00".
001190     88  RAW-STATUS-EOF      VALUE "10".
001200 01  WS-REJECT-STATUS        PIC X(02) VALUE SPACES.
001210     88  REJECT-STATUS-OK    VALUE "00".
001220 01  WS-CORR-STATUS          PIC X(02) VALUE SPACES.
001230     88  CORR-STATUS-OK      VALUE "00".
001240 01  WS-VALID-STATUS         PIC X(02) VALUE SPACES.
001250 01  WS-REMAIN-STATUS        PIC X(02) VALUE SPACES.
001260 01  WS-CC-STATUS            PIC X(02) VALUE SPACES.
001270     88  CC-STATUS-OK        VALUE "00".
001280 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001290*----------------------------------------------------------------
001300* THE EDITS BELOW ARE THE WITNESS-SENSEDIT EDITS, REASON CODES
001310* AND ALL (01 NUMERIC CLASS, 02 DIVERGENCE LIMIT, 03 SEQUENCE
001320* FIELD), SO A REPAIRED FRAME IS HELD TO EXACTLY THE STANDARD A
001330* CLEAN ONE WAS.
001340*----------------------------------------------------------------
001350 01  WS-DIVERGENCE-LIMIT     PIC S9(5)V9(5) VALUE 99000.00000.
001360 01  NUM-VARS                PIC 9(4) VALUE 1000.
001370 01  J                       PIC 9(4).
001380 01  WS-POS                  PIC 9(5).
001390 01  WS-NIGHT                PIC 9(08) VALUE ZERO.
001400 01  WS-NEXT-REJECT          PIC 9(07) VALUE ZERO.
001410 01  WS-NEXT-CORR            PIC 9(07) VALUE ZERO.
001420 01  WS-LAST-CORR-KEY        PIC X(12) VALUE LOW-VALUES.
001430 01  WS-RECORD-BAD-SW        PIC X(01).
001440     88  RECORD-BAD          VALUE "Y".
001450 01  WS-CARD-RESULT          PIC X(30).
001460 01  WS-IGNORE-REASON        PIC X(30).
001470 01  WS-CORR-OPEN-SW         PIC X(01) VALUE "N".
001480     88  CORR-FILE-OPEN      VALUE "Y".
001490 01  WS-WAS-VALUE            PIC X(11).

001500 01  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
001510 01  WS-CLEAN-COUNT          PIC 9(07) VALUE ZERO.
001520 01  WS-REJECT-IN-COUNT      PIC 9(07) VALUE ZERO.
001530 01  WS-REPAIRED-COUNT       PIC 9(07) VALUE ZERO.
001540 01  WS-REMAIN-COUNT         PIC 9(07) VALUE ZERO.
001550 01  WS-CARD-COUNT           PIC 9(07) VALUE ZERO.
001560 01  WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
001570 01  WS-IGNORED-COUNT        PIC 9(07) VALUE ZERO.
001580 01  WS-UNMATCHED-COUNT      PIC 9(07) VALUE ZERO.

001590 01  WS-REJECT-LINE.
001600     05  SREJ-RECORD-NO          PIC 9(07).
001610     05  FILLER                  PIC X(01) VALUE SPACE.
001620     05  SREJ-OCCURRENCE         PIC 9(04).
001630     05  FILLER                  PIC X(01) VALUE SPACE.
001640     05  SREJ-REASON             PIC X(02).
001650     05  FILLER                  PIC X(01) VALUE SPACE.
001660     05  SREJ-CONTENT            PIC X(11).

001670 01  WS-HEADING-1            PIC X(80) VALUE
001680     "WITNESS SEED 3.0 SENSOR REJECT CORRECTION AND RE-ENTRY".
001690 01  WS-HEADING-2.
001700     05  FILLER              PIC X(14) VALUE "CAPTURE NIGHT ".
001710     05  H2-NIGHT            PIC 9(08).
001720 01  WS-HEADING-3            PIC X(80) VALUE
001730     "RECORD  OCC  WAS          NOW          KEYED BY  RESULT".
001740 01  WS-FRAME-LINE.
001750     05  FL-RECORD-NO        PIC 9(07).
001760     05  FILLER              PIC X(17)
001770         VALUE " FRAME REJECTED  ".
001780     05  FL-REASON           PIC X(02).
001790     05  FILLER              PIC X(08) VALUE " AT OCC ".
001800     05  FL-OCCURRENCE       PIC 9(04).
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  FL-CONTENT          PIC X(11).
001830 01  WS-CARD-LINE.
001840     05  CL-RECORD-NO        PIC 9(07).
001850     05  FILLER              PIC X(01) VALUE SPACE.
001860     05  CL-OCCURRENCE       PIC 9(04).
001870     05  FILLER              PIC X(01) VALUE SPACE.
001880     05  CL-WAS              PIC X(11).
001890     05  FILLER              PIC X(02) VALUE SPACES.
001900     05  CL-NOW              PIC X(11).
001910     05  FILLER              PIC X(02) VALUE SPACES.
001920     05  CL-KEYED-BY         PIC X(08).
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  CL-RESULT           PIC X(30).
001950 01  WS-RESULT-LINE.
001960     05  FILLER              PIC X(08) VALUE SPACES.
001970     05  RL-TEXT             PIC X(27).
001980     05  RL-REASON           PIC X(02).
001990     05  RL-AT               PIC X(08).
002000     05  RL-OCCURRENCE       PIC X(04).
002010 01  WS-SUMMARY-LINE.
002020     05  SL-LABEL            PIC X(32).
002030     05  SL-COUNT            PIC Z(6)9.

002040 PROCEDURE DIVISION.
002050*----------------------------------------------------------------
002060 0000-MAINLINE.
002070*----------------------------------------------------------------
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-PROCESS-ONE-FRAME THRU 2000-EXIT
002100         UNTIL RAW-STATUS-EOF.
002110     PERFORM 8000-DRAIN-LEFTOVERS THRU 8000-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130     IF WS-UNMATCHED-COUNT > ZERO
002140         STOP RUN WITH ERROR STATUS 8
002150     END-IF.
002160     IF WS-REMAIN-COUNT > ZERO
002170         STOP RUN WITH ERROR STATUS 4
002180     END-IF.
002190     STOP RUN.

002200*----------------------------------------------------------------
002210 1000-INITIALIZE.
002220*    SENSRAW AND SENSOREJ ARE BOTH REQUIRED - WITHOUT THE REJECT
002230*    LIST THERE IS NOTHING TO RE-ENTER.  NO SENSCORR IS LEGAL: THE
002240*    RUN THEN SIMPLY REBUILDS SENSVAL AND REPORTS EVERY REJECT AS
002250*    STILL OUTSTANDING.
002260*----------------------------------------------------------------
002270     OPEN INPUT SENSOR-RAW-FILE.
002280     IF NOT RAW-STATUS-OK
002290         DISPLAY "WITNESS-SENSFIX: SENSRAW NOT AVAILABLE - "
002300             "ABENDING"
002310         STOP RUN WITH ERROR STATUS 16
002320     END-IF.
002330     OPEN INPUT SENSOR-REJECT-FILE.
002340     IF NOT REJECT-STATUS-OK
002350         DISPLAY "WITNESS-SENSFIX: SENSOREJ NOT AVAILABLE - "
002360             "ABENDING"
002370         STOP RUN WITH ERROR STATUS 16
002380     END-IF.
002390     OPEN INPUT CORRECTION-FILE.
002400     IF NOT CORR-STATUS-OK
002410         DISPLAY "WITNESS-SENSFIX: NO SENSCORR - NO CORRECTIONS "
002420             "APPLIED"
002430         MOVE 9999999 TO WS-NEXT-CORR
002440     ELSE
002450         SET CORR-FILE-OPEN TO TRUE
002460     END-IF.
002470     OPEN OUTPUT SENSOR-VALID-FILE.
002480     OPEN OUTPUT SENSOR-REMAIN-FILE.
002490     OPEN OUTPUT REPORT-FILE.
002500     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
002510     PERFORM 2100-READ-RAW THRU 2100-EXIT.
002520     IF NOT RAW-STATUS-EOF
002530             AND SENSOR-CAPTURE-TS (1:8) IS NUMERIC
002540         MOVE SENSOR-CAPTURE-TS (1:8) TO WS-NIGHT
002550     END-IF.
002560     MOVE WS-HEADING-1 TO REPORT-LINE.
002570     WRITE REPORT-LINE.
002580     MOVE WS-NIGHT TO H2-NIGHT.
002590     MOVE WS-HEADING-2 TO REPORT-LINE.
002600     WRITE REPORT-LINE.
002610     MOVE SPACES TO REPORT-LINE.
002620     WRITE REPORT-LINE.
002630     MOVE WS-HEADING-3 TO REPORT-LINE.
002640     WRITE REPORT-LINE.
002650     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
002660     IF CORR-FILE-OPEN
002670         PERFORM 2400-READ-CORRECTION THRU 2400-EXIT
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720 1100-READ-CONTROL-CARD.
002730*    CC-NUM-VARS BOUNDS THE OCCURRENCES EDITED, EXACTLY AS IN THE
002740*    EDIT STEP.
002750*----------------------------------------------------------------
002760     OPEN INPUT CONTROL-CARD-FILE.
002770     IF NOT CC-STATUS-OK
002780         DISPLAY "WITNESS-SENSFIX: NO CONTROLCD - EDITING ALL "
002790             "1000 OCCURRENCES"
002800         GO TO 1100-EXIT
002810     END-IF.
002820     READ CONTROL-CARD-FILE
002830         AT END
002840             DISPLAY "WITNESS-SENSFIX: CONTROLCD EMPTY - "
002850                 "EDITING ALL 1000 OCCURRENCES"
002860             GO TO 1100-CLOSE
002870     END-READ.
002880     IF CC-NUM-VARS > ZERO AND CC-NUM-VARS NOT > 1000
002890         MOVE CC-NUM-VARS TO NUM-VARS
002900     END-IF.
002910     DISPLAY "WITNESS-SENSFIX: EDITING " NUM-VARS
002920         " OCCURRENCES PER RECORD".
002930 1100-CLOSE.
002940     CLOSE CONTROL-CARD-FILE.
002950 1100-EXIT.
002960     EXIT.

002970*----------------------------------------------------------------
002980 2000-PROCESS-ONE-FRAME.
002990*    THE THREE INPUTS ARE ALL IN RECORD-NUMBER ORDER, SO ONE PASS
003000*    MATCHES THEM.  CARDS FOR A RECORD NUMBER ALREADY BEHIND US
003010*    COULD NOT BE PLACED AND ARE REPORTED AS IGNORED.  A FRAME
003020*    NOT ON SENSOREJ WAS CLEAN AND PASSES STRAIGHT THROUGH; ANY
003030*    CARD FOR IT IS IGNORED - ONLY REJECTED FRAMES ARE RE-ENTERED.
003040*----------------------------------------------------------------
003050     MOVE "IGNORED - NO SUCH FRAME" TO WS-IGNORE-REASON.
003060     PERFORM 2500-IGNORE-ONE-CARD THRU 2500-EXIT
003070         UNTIL WS-NEXT-CORR NOT < WS-READ-COUNT.
003080     IF WS-READ-COUNT = WS-NEXT-REJECT
003090         PERFORM 3000-REENTER-FRAME THRU 3000-EXIT
003100         PERFORM 2300-READ-REJECT THRU 2300-EXIT
003110     ELSE
003120         MOVE "IGNORED - FRAME NOT REJECTED"
003130             TO WS-IGNORE-REASON
003140         PERFORM 2500-IGNORE-ONE-CARD THRU 2500-EXIT
003150             UNTIL WS-NEXT-CORR NOT = WS-READ-COUNT
003160         ADD 1 TO WS-CLEAN-COUNT
003170         MOVE SENSOR-INPUT-RECORD TO SENSOR-VALID-RECORD
003180         WRITE SENSOR-VALID-RECORD
003190     END-IF.
003200     PERFORM 2100-READ-RAW THRU 2100-EXIT.
003210 2000-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240 2100-READ-RAW.
003250*----------------------------------------------------------------
003260     READ SENSOR-RAW-FILE
003270         AT END
003280             SET RAW-STATUS-EOF TO TRUE
003290             GO TO 2100-EXIT
003300     END-READ.
003310     ADD 1 TO WS-READ-COUNT.
003320 2100-EXIT.
003330     EXIT.

003340*----------------------------------------------------------------
003350 2300-READ-REJECT.
003360*----------------------------------------------------------------
003370     READ SENSOR-REJECT-FILE
003380         AT END
003390             MOVE 9999999 TO WS-NEXT-REJECT
003400             GO TO 2300-EXIT
003410     END-READ.
003420     ADD 1 TO WS-REJECT-IN-COUNT.
003430     MOVE SREJ-IN-RECORD-NO TO WS-NEXT-REJECT.
003440 2300-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------
003470 2400-READ-CORRECTION.
003480*    A CARD OUT OF KEY ORDER CANNOT BE MATCHED IN ONE PASS; IT IS
003490*    REPORTED AND SKIPPED RATHER THAN APPLIED TO THE WRONG FRAME.
003500*----------------------------------------------------------------
003510     READ CORRECTION-FILE
003520         AT END
003530             MOVE 9999999 TO WS-NEXT-CORR
003540             GO TO 2400-EXIT
003550     END-READ.
003560     ADD 1 TO WS-CARD-COUNT.
003570     IF SCR-RECORD-NO IS NOT NUMERIC
003580             OR SCR-OCCURRENCE IS NOT NUMERIC
003590         MOVE "IGNORED - KEY NOT NUMERIC" TO WS-CARD-RESULT
003600         PERFORM 2600-REPORT-CARD THRU 2600-EXIT
003610         GO TO 2400-READ-CORRECTION
003620     END-IF.
003630     IF SCR-KEY < WS-LAST-CORR-KEY
003640         MOVE "IGNORED - OUT OF KEY ORDER" TO WS-CARD-RESULT
003650         PERFORM 2600-REPORT-CARD THRU 2600-EXIT
003660         GO TO 2400-READ-CORRECTION
003670     END-IF.
003680     MOVE SCR-KEY TO WS-LAST-CORR-KEY.
003690     MOVE SCR-RECORD-NO TO WS-NEXT-CORR.
003700 2400-EXIT.
003710     EXIT.

003720*----------------------------------------------------------------
003730 2500-IGNORE-ONE-CARD.
003740*    REPORTS THE CURRENT CARD AS NOT APPLIED, FOR THE REASON THE
003750*    CALLER LEFT IN WS-IGNORE-REASON, AND READS THE NEXT.
003760*----------------------------------------------------------------
003770     MOVE WS-IGNORE-REASON TO WS-CARD-RESULT.
003780     MOVE SPACES TO WS-WAS-VALUE.
003790     PERFORM 2600-REPORT-CARD THRU 2600-EXIT.
003800     PERFORM 2400-READ-CORRECTION THRU 2400-EXIT.
003810 2500-EXIT.
003820     EXIT.

003830*----------------------------------------------------------------
003840 2600-REPORT-CARD.
003850*----------------------------------------------------------------
003860     IF WS-CARD-RESULT (1:7) = "IGNORED"
003870         ADD 1 TO WS-IGNORED-COUNT
003880     END-IF.
003890     MOVE SCR-RECORD-NO TO CL-RECORD-NO.
003900     MOVE SCR-OCCURRENCE TO CL-OCCURRENCE.
003910     MOVE WS-WAS-VALUE TO CL-WAS.
003920     MOVE SCR-VALUE TO CL-NOW.
003930     MOVE SCR-KEYED-BY TO CL-KEYED-BY.
003940     MOVE WS-CARD-RESULT TO CL-RESULT.
003950     MOVE WS-CARD-LINE TO REPORT-LINE.
003960     WRITE REPORT-LINE.
003970     MOVE SPACES TO WS-WAS-VALUE.
003980 2600-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010 3000-REENTER-FRAME.
004020*    THE FRAME AS SENSOREJ SAW IT, EVERY CARD KEYED AGAINST IT,
004030*    THEN THE OUTCOME OF THE SAME EDITS THE EDIT STEP RAN.
004040*----------------------------------------------------------------
004050     MOVE WS-READ-COUNT TO FL-RECORD-NO.
004060     MOVE SREJ-IN-REASON TO FL-REASON.
004070     MOVE SREJ-IN-OCCURRENCE TO FL-OCCURRENCE.
004080     MOVE SREJ-IN-CONTENT TO FL-CONTENT.
004090     MOVE SPACES TO REPORT-LINE.
004100     WRITE REPORT-LINE.
004110     MOVE WS-FRAME-LINE TO REPORT-LINE.
004120     WRITE REPORT-LINE.
004130     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
004140         UNTIL WS-NEXT-CORR NOT = WS-READ-COUNT.
004150     PERFORM 3500-EDIT-FRAME THRU 3500-EXIT.
004160     MOVE SPACES TO WS-RESULT-LINE.
004170     IF RECORD-BAD
004180         ADD 1 TO WS-REMAIN-COUNT
004190         MOVE WS-REJECT-LINE TO SENSOR-REMAIN-RECORD
004200         WRITE SENSOR-REMAIN-RECORD
004210         MOVE "STILL REJECTED - REASON " TO RL-TEXT
004220         MOVE SREJ-REASON TO RL-REASON
004230         MOVE " AT OCC " TO RL-AT
004240         MOVE SREJ-OCCURRENCE TO RL-OCCURRENCE
004250     ELSE
004260         ADD 1 TO WS-REPAIRED-COUNT
004270         MOVE SENSOR-INPUT-RECORD TO SENSOR-VALID-RECORD
004280         WRITE SENSOR-VALID-RECORD
004290         MOVE "REPAIRED - RE-ENTERED" TO RL-TEXT
004300     END-IF.
004310     MOVE WS-RESULT-LINE TO REPORT-LINE.
004320     WRITE REPORT-LINE.
004330 3000-EXIT.
004340     EXIT.

004350*----------------------------------------------------------------
004360 3100-APPLY-ONE-CARD.
004370*    OCCURRENCE ZERO CORRECTS SENSOR-SEQUENCE (BYTES 27-35 OF THE
004380*    RECORD); 1-1000 CORRECT THE 11-BYTE READING AT 36 + (N-1)*11.
004390*    THE VALUE GOES IN AS KEYED - THE RE-EDIT DECIDES WHETHER IT
004400*    IS ANY GOOD.
004410*----------------------------------------------------------------
004420     IF SCR-NIGHT IS NOT NUMERIC OR SCR-NIGHT NOT = WS-NIGHT
004430         MOVE "IGNORED - WRONG CAPTURE NIGHT" TO WS-CARD-RESULT
004440         PERFORM 2600-REPORT-CARD THRU 2600-EXIT
004450         GO TO 3100-NEXT
004460     END-IF.
004470     IF SCR-OCCURRENCE > 1000
004480         MOVE "IGNORED - NO SUCH OCCURRENCE" TO WS-CARD-RESULT
004490         PERFORM 2600-REPORT-CARD THRU 2600-EXIT
004500         GO TO 3100-NEXT
004510     END-IF.
004520     IF SCR-OCCURRENCE = ZERO
004530         MOVE SENSOR-INPUT-RECORD (27:9) TO WS-WAS-VALUE
004540         MOVE SCR-VALUE (1:9) TO SENSOR-INPUT-RECORD (27:9)
004550     ELSE
004560         COMPUTE WS-POS = 36 + (SCR-OCCURRENCE - 1) * 11
004570         MOVE SENSOR-INPUT-RECORD (WS-POS:11) TO WS-WAS-VALUE
004580         MOVE SCR-VALUE TO SENSOR-INPUT-RECORD (WS-POS:11)
004590     END-IF.
004600     ADD 1 TO WS-APPLIED-COUNT.
004610     MOVE "APPLIED" TO WS-CARD-RESULT.
004620     PERFORM 2600-REPORT-CARD THRU 2600-EXIT.
004630 3100-NEXT.
004640     PERFORM 2400-READ-CORRECTION THRU 2400-EXIT.
004650 3100-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------
004680 3500-EDIT-FRAME.
004690*    WITNESS-SENSEDIT 2000/2200/2300, UNCHANGED: THE FIRST
004700*    OFFENDING OCCURRENCE IS THE ONE REPORTED.  A FRAME WITH A
004710*    SECOND BAD OCCURRENCE BEHIND THE ONE CORRECTED COMES BACK
004720*    REJECTED ON THAT ONE, READY FOR THE NEXT CARD.
004730*----------------------------------------------------------------
004740     MOVE "N" TO WS-RECORD-BAD-SW.
004750     IF SENSOR-SEQUENCE IS NOT NUMERIC
004760         SET RECORD-BAD TO TRUE
004770         MOVE WS-READ-COUNT TO SREJ-RECORD-NO
004780         MOVE ZERO TO SREJ-OCCURRENCE
004790         MOVE "03" TO SREJ-REASON
004800         MOVE SENSOR-SEQUENCE TO SREJ-CONTENT
004810     END-IF.
004820     PERFORM 3600-EDIT-ONE-READING THRU 3600-EXIT
004830         VARYING J FROM 1 BY 1
004840         UNTIL J > NUM-VARS OR RECORD-BAD.
004850 3500-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------
004880 3600-EDIT-ONE-READING.
004890*----------------------------------------------------------------
004900     IF SENSOR-READING(J) IS NOT NUMERIC
004910         PERFORM 3700-FLAG-REJECT THRU 3700-EXIT
004920         MOVE "01" TO SREJ-REASON
004930         GO TO 3600-EXIT
004940     END-IF.
004950     IF FUNCTION ABS(SENSOR-READING(J)) > WS-DIVERGENCE-LIMIT
004960         PERFORM 3700-FLAG-REJECT THRU 3700-EXIT
004970         MOVE "02" TO SREJ-REASON
004980     END-IF.
004990 3600-EXIT.
005000     EXIT.

005010*----------------------------------------------------------------
005020 3700-FLAG-REJECT.
005030*----------------------------------------------------------------
005040     SET RECORD-BAD TO TRUE.
005050     MOVE WS-READ-COUNT TO SREJ-RECORD-NO.
005060     MOVE J TO SREJ-OCCURRENCE.
005070     MOVE SENSOR-READING(J) (1:11) TO SREJ-CONTENT.
005080 3700-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110 8000-DRAIN-LEFTOVERS.
005120*    CARDS PAST THE LAST FRAME ARE IGNORED.  A SENSOREJ ENTRY PAST
005130*    THE LAST FRAME MEANS SENSOREJ AND SENSRAW ARE NOT FROM THE
005140*    SAME NIGHT - THE NEW SENSVAL IS NOT TO BE TRUSTED (RC 8).
005150*----------------------------------------------------------------
005160     MOVE "IGNORED - PAST END OF CAPTURE" TO WS-IGNORE-REASON.
005170     PERFORM 2500-IGNORE-ONE-CARD THRU 2500-EXIT
005180         UNTIL WS-NEXT-CORR = 9999999.
005190     PERFORM 8200-COUNT-UNMATCHED THRU 8200-EXIT
005200         UNTIL WS-NEXT-REJECT = 9999999.
005210     IF WS-UNMATCHED-COUNT > ZERO
005220         DISPLAY "WITNESS-SENSFIX: " WS-UNMATCHED-COUNT
005230             " SENSOREJ ENTRIES PAST THE END OF SENSRAW - "
005240             "WRONG NIGHT?"
005250     END-IF.
005260 8000-EXIT.
005270     EXIT.

005280*----------------------------------------------------------------
005290 8200-COUNT-UNMATCHED.
005300*----------------------------------------------------------------
005310     ADD 1 TO WS-UNMATCHED-COUNT.
005320     PERFORM 2300-READ-REJECT THRU 2300-EXIT.
005330 8200-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------
005360 9000-TERMINATE.
005370*----------------------------------------------------------------
005380     MOVE SPACES TO REPORT-LINE.
005390     WRITE REPORT-LINE.
005400     MOVE "FRAMES READ FROM SENSRAW" TO SL-LABEL.
005410     MOVE WS-READ-COUNT TO SL-COUNT.
005420     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005430     MOVE "  CLEAN, PASSED THROUGH" TO SL-LABEL.
005440     MOVE WS-CLEAN-COUNT TO SL-COUNT.
005450     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005460     MOVE "  REJECTED ON SENSOREJ" TO SL-LABEL.
005470     MOVE WS-REJECT-IN-COUNT TO SL-COUNT.
005480     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005490     MOVE "    REPAIRED AND RE-ENTERED" TO SL-LABEL.
005500     MOVE WS-REPAIRED-COUNT TO SL-COUNT.
005510     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005520     MOVE "    STILL REJECTED (SENSOREM)" TO SL-LABEL.
005530     MOVE WS-REMAIN-COUNT TO SL-COUNT.
005540     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005550     MOVE "    NOT ON SENSRAW" TO SL-LABEL.
005560     MOVE WS-UNMATCHED-COUNT TO SL-COUNT.
005570     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005580     MOVE "CORRECTION CARDS READ" TO SL-LABEL.
005590     MOVE WS-CARD-COUNT TO SL-COUNT.
005600     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005610     MOVE "  APPLIED" TO SL-LABEL.
005620     MOVE WS-APPLIED-COUNT TO SL-COUNT.
005630     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005640     MOVE "  IGNORED" TO SL-LABEL.
005650     MOVE WS-IGNORED-COUNT TO SL-COUNT.
005660     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
005670     CLOSE SENSOR-RAW-FILE.
005680     CLOSE SENSOR-REJECT-FILE.
005690     IF CORR-FILE-OPEN
005700         CLOSE CORRECTION-FILE
005710     END-IF.
005720     CLOSE SENSOR-VALID-FILE.
005730     CLOSE SENSOR-REMAIN-FILE.
005740     CLOSE REPORT-FILE.
005750 9000-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------
005780 9100-WRITE-SUMMARY.
005790*----------------------------------------------------------------
005800     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005810     WRITE REPORT-LINE.
005820     DISPLAY "WITNESS-SENSFIX: " WS-SUMMARY-LINE.
005830 9100-EXIT.
005840     EXIT.
