000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CAPSEL.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  WITNESS-CAPCAT KEEPS EVERY
000200*                  NIGHT'S VALIDATED CAPTURE IN THE CAPTURE
000210*                  LIBRARY, INDEXED BY CAPTURE DATE ON CAPLIB
000220*                  (COPY CAPREC).  THIS UTILITY TURNS THE CAPTURE
000230*                  DATE OR DATE RANGE ON THE CSLCARD CARD INTO THE
000240*                  SENSORIN ALLOCATION A RERUN NEEDS: IT WRITES
000250*                  THE DD STATEMENT - A CONCATENATION, OLDEST
000260*                  NIGHT FIRST, FOR A RANGE - NAMING EACH NIGHT'S
000270*                  LIBRARY GENERATION BY ITS ABSOLUTE NAME TO
000280*                  SENSDD, A JCLLIB MEMBER THE RERUN JOB
000290*                  (WITNESSQ, OR A WITNESS-CALIB / WITNESS-FREQEST
000300*                  STEP) INCLUDES IN PLACE OF ITS SENSVAL DD.  A
000310*                  NIGHT CATALOGED MORE THAN ONCE (A WITNESSX
000320*                  RE-ENTRY AFTER THE EDIT STEP) CONTRIBUTES ONLY
000330*                  ITS NEWEST GENERATION.  CSLRPT LISTS WHAT WAS
000340*                  SELECTED, WHAT WAS PASSED OVER AND EVERY DATE
000350*                  IN THE RANGE WITH NO CAPTURE.  RETURN CODE 4
000360*                  WHEN ANY DATE IN THE RANGE HAS NO CAPTURE, 8
000370*                  WHEN NONE HAS (SENSDD IS THEN LEFT WITHOUT A DD
000380*                  STATEMENT, SO THE RERUN FAILS AT CONVERSION
000390*                  RATHER THAN RUN ON THE WRONG NIGHT) OR THE CARD
000400*                  IS MISSING OR INVALID.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SELECT-CARD-FILE ASSIGN TO "CSLCARD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CARD-STATUS.
000480     SELECT CAPTURE-LIBRARY-FILE ASSIGN TO "CAPLIB"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CAP-KEY
000520         FILE STATUS IS WS-LIBRARY-STATUS.
000530     SELECT DD-OUT-FILE ASSIGN TO "SENSDD"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-DD-STATUS.
000560     SELECT REPORT-FILE ASSIGN TO "CSLRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------------
000620* CSLCARD: CSL-FROM-DATE IS THE FIRST CAPTURE DATE WANTED AND
000630* CSL-TO-DATE THE LAST (UNPUNCHED - THE FROM DATE ALONE).
000640* CSL-DD-NAME IS THE DD THE ALLOCATION IS WRITTEN FOR (UNPUNCHED
000650* SENSORIN).  CSL-LIBRARY IS THE LIBRARY GDG BASE NAME (UNPUNCHED
000660* DLOOP.WITNESS.CAPTURE), THE SAME NAME CAPCARD CARRIES.
000670*----------------------------------------------------------------
000680 FD  SELECT-CARD-FILE
000690     RECORDING MODE IS F.
000700 01  SELECT-CARD-RECORD.
000710     05  CSL-FROM-DATE           PIC X(08).
000720     05  FILLER                  PIC X(01).
000730     05  CSL-TO-DATE             PIC X(08).
000740     05  FILLER                  PIC X(01).
000750     05  CSL-DD-NAME             PIC X(08).
000760     05  FILLER                  PIC X(01).
000770     05  CSL-LIBRARY             PIC X(35).
000780     05  FILLER                  PIC X(18).

000790 FD  CAPTURE-LIBRARY-FILE.
000800     COPY CAPREC.

000810 FD  DD-OUT-FILE
000820     RECORDING MODE IS F.
000830 01  DD-OUT-RECORD               PIC X(80).

000840 FD  REPORT-FILE.
000850 01  REPORT-LINE                PIC X(80).

000860 WORKING-STORAGE SECTION.
000870 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
000880     88  CARD-STATUS-OK      VALUE "00".
000890 01  WS-LIBRARY-STATUS       PIC X(02) VALUE SPACES.
000900     88  LIBRARY-STATUS-OK   VALUE "00".
000910     88  LIBRARY-STATUS-EOF  VALUE "10".
000920 01  WS-DD-STATUS            PIC X(02) VALUE SPACES.
000930     88  DD-STATUS-OK        VALUE "00".
000940 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000950 01  WS-FROM-DATE            PIC 9(08).
000960 01  WS-TO-DATE              PIC 9(08).
000970 01  WS-FROM-DAY             PIC 9(07).
000980 01  WS-TO-DAY               PIC 9(07).
000990 01  WS-DD-NAME              PIC X(08) VALUE "SENSORIN".
001000 01  WS-LIBRARY              PIC X(35)
001010     VALUE "DLOOP.WITNESS.CAPTURE".

001020*----------------------------------------------------------------
001030* THE NEWEST ENTRY SEEN SO FAR FOR THE DATE BEING READ.  IT IS
001040* SELECTED WHEN THE NEXT DATE (OR THE END OF THE RANGE) ARRIVES,
001050* OR PASSED OVER WHEN A NEWER GENERATION OF THE SAME DATE DOES.
001060*----------------------------------------------------------------
001070 01  WS-HELD-SW              PIC X(01) VALUE "N".
001080     88  ENTRY-HELD          VALUE "Y".
001090 01  WS-HELD-RECORD          PIC X(160).
001100 01  WS-READ-RECORD          PIC X(160).
001110 01  WS-LAST-DAY             PIC 9(07).
001120 01  WS-GAP-DAY              PIC 9(07).
001130 01  WS-GAP-DATE             PIC 9(08).
001140 01  WS-HELD-DAY             PIC 9(07).

001150 01  WS-SELECTED-COUNT       PIC 9(05) VALUE ZERO.
001160 01  WS-PASSED-COUNT         PIC 9(05) VALUE ZERO.
001170 01  WS-MISSING-COUNT        PIC 9(05) VALUE ZERO.
001180 01  WS-FRAME-TOTAL          PIC 9(11) VALUE ZERO.

001190*----------------------------------------------------------------
001200* DATE EDIT WORK AREA (SEE 1900-CHECK-DATE).
001210*----------------------------------------------------------------
001220 01  WS-CHK-DATE             PIC X(08).
001230 01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
001240     05  WS-CHK-YYYY         PIC 9(04).
001250     05  WS-CHK-MM           PIC 9(02).
001260     05  WS-CHK-DD           PIC 9(02).
001270 01  WS-CHK-SW               PIC X(01).
001280     88  DATE-VALID          VALUE "Y".

001290*----------------------------------------------------------------
001300* GENERATED JCL.
001310*----------------------------------------------------------------
001320 01  WS-GEN-NAME.
001330     05  FILLER              PIC X(01) VALUE "G".
001340     05  WS-GEN-NUMBER       PIC 9(04).
001350     05  FILLER              PIC X(03) VALUE "V00".
001360 01  WS-DSN                  PIC X(44).
001370 01  WS-PTR                  PIC 9(03).
001380 01  WS-COMMENT-LINE.
001390     05  FILLER              PIC X(04) VALUE "//* ".
001400     05  CM-DATE             PIC 9(08).
001410     05  FILLER              PIC X(01) VALUE SPACE.
001420     05  CM-GEN              PIC X(08).
001430     05  FILLER              PIC X(08) VALUE " SOURCE ".
001440     05  CM-SOURCE           PIC X(01).
001450     05  FILLER              PIC X(08) VALUE " FRAMES ".
001460     05  CM-FRAMES           PIC Z(8)9.
001470 01  WS-TITLE-COMMENT.
001480     05  FILLER              PIC X(26)
001490         VALUE "//* CAPTURE SELECTION FROM".
001500     05  FILLER              PIC X(01) VALUE SPACE.
001510     05  TC-FROM             PIC 9(08).
001520     05  FILLER              PIC X(06) VALUE " THRU ".
001530     05  TC-TO               PIC 9(08).
001540     05  FILLER              PIC X(20)
001550         VALUE " BY WITNESS-CAPSEL  ".

001560 01  WS-HEADER-LINE.
001570     05  FILLER              PIC X(30)
001580         VALUE "SENSOR CAPTURE SELECTION - CAP".
001590     05  FILLER              PIC X(12) VALUE "TURE DATES  ".
001600     05  HL-FROM             PIC 9(08).
001610     05  FILLER              PIC X(06) VALUE " THRU ".
001620     05  HL-TO               PIC 9(08).
001630 01  WS-COLUMN-LINE.
001640     05  FILLER              PIC X(30)
001650         VALUE "ACTION     DATE     GENERATION".
001660     05  FILLER              PIC X(30)
001670         VALUE " SRC     FRAMES  FIRST SEQ   L".
001680     05  FILLER              PIC X(07) VALUE "AST SEQ".
001690 01  WS-DETAIL-LINE.
001700     05  DL-ACTION           PIC X(10).
001710     05  FILLER              PIC X(01) VALUE SPACE.
001720     05  DL-DATE             PIC 9(08).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  DL-GEN              PIC X(08).
001750     05  FILLER              PIC X(03) VALUE SPACES.
001760     05  DL-SOURCE           PIC X(01).
001770     05  FILLER              PIC X(01) VALUE SPACE.
001780     05  DL-FRAMES           PIC Z(9)9.
001790     05  FILLER              PIC X(01) VALUE SPACE.
001800     05  DL-FIRST-SEQ        PIC Z(9)9.
001810     05  FILLER              PIC X(01) VALUE SPACE.
001820     05  DL-LAST-SEQ         PIC Z(9)9.
001830 01  WS-MISSING-LINE.
001840     05  FILLER              PIC X(11) VALUE "NO CAPTURE ".
001850     05  ML-DATE             PIC 9(08).
001860 01  WS-SUMMARY-LINE.
001870     05  SM-LABEL            PIC X(32).
001880     05  SM-COUNT            PIC Z(10)9.

001890 PROCEDURE DIVISION.
001900*----------------------------------------------------------------
001910 0000-MAINLINE.
001920*----------------------------------------------------------------
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-READ-ONE-ENTRY THRU 2000-EXIT
001950         UNTIL LIBRARY-STATUS-EOF.
001960     IF ENTRY-HELD
001970         PERFORM 2100-SELECT-HELD THRU 2100-EXIT
001980     END-IF.
001990     COMPUTE WS-GAP-DAY = WS-LAST-DAY + 1.
002000     PERFORM 2200-REPORT-GAP THRU 2200-EXIT
002010         UNTIL WS-GAP-DAY > WS-TO-DAY.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.

002040*----------------------------------------------------------------
002050 1000-INITIALIZE.
002060*    THE CARD IS REQUIRED - THERE IS NO SENSIBLE DEFAULT NIGHT FOR
002070*    A RERUN.
002080*----------------------------------------------------------------
002090     OPEN INPUT SELECT-CARD-FILE.
002100     IF NOT CARD-STATUS-OK
002110         DISPLAY "WITNESS-CAPSEL: NO CSLCARD - NOTHING TO SELECT"
002120         STOP RUN WITH ERROR STATUS 8
002130     END-IF.
002140     READ SELECT-CARD-FILE
002150         AT END
002160             MOVE SPACES TO SELECT-CARD-RECORD
002170     END-READ.
002180     CLOSE SELECT-CARD-FILE.
002190     MOVE CSL-FROM-DATE TO WS-CHK-DATE.
002200     PERFORM 1900-CHECK-DATE THRU 1900-EXIT.
002210     IF NOT DATE-VALID
002220         DISPLAY "WITNESS-CAPSEL: CSLCARD FROM DATE INVALID - "
002230             CSL-FROM-DATE
002240         STOP RUN WITH ERROR STATUS 8
002250     END-IF.
002260     MOVE CSL-FROM-DATE TO WS-FROM-DATE.
002270     MOVE WS-FROM-DATE TO WS-TO-DATE.
002280     IF CSL-TO-DATE NOT = SPACES
002290         MOVE CSL-TO-DATE TO WS-CHK-DATE
002300         PERFORM 1900-CHECK-DATE THRU 1900-EXIT
002310         IF NOT DATE-VALID OR CSL-TO-DATE < CSL-FROM-DATE
002320             DISPLAY "WITNESS-CAPSEL: CSLCARD TO DATE INVALID - "
002330                 CSL-TO-DATE
002340             STOP RUN WITH ERROR STATUS 8
002350         END-IF
002360         MOVE CSL-TO-DATE TO WS-TO-DATE
002370     END-IF.
002380     IF CSL-DD-NAME NOT = SPACES
002390         MOVE CSL-DD-NAME TO WS-DD-NAME
002400     END-IF.
002410     IF CSL-LIBRARY NOT = SPACES
002420         MOVE CSL-LIBRARY TO WS-LIBRARY
002430     END-IF.
002440     COMPUTE WS-FROM-DAY = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
002450     COMPUTE WS-TO-DAY = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
002460     COMPUTE WS-LAST-DAY = WS-FROM-DAY - 1.
002470     OPEN INPUT CAPTURE-LIBRARY-FILE.
002480     IF NOT LIBRARY-STATUS-OK
002490         DISPLAY "WITNESS-CAPSEL: CAPLIB NOT AVAILABLE, STATUS "
002500             WS-LIBRARY-STATUS " - ABENDING"
002510         STOP RUN WITH ERROR STATUS 16
002520     END-IF.
002530     OPEN OUTPUT DD-OUT-FILE.
002540     IF NOT DD-STATUS-OK
002550         DISPLAY "WITNESS-CAPSEL: SENSDD OPEN FAILED, STATUS "
002560             WS-DD-STATUS " - ABENDING"
002570         STOP RUN WITH ERROR STATUS 16
002580     END-IF.
002590     MOVE WS-FROM-DATE TO TC-FROM.
002600     MOVE WS-TO-DATE TO TC-TO.
002610     MOVE WS-TITLE-COMMENT TO DD-OUT-RECORD.
002620     WRITE DD-OUT-RECORD.
002630     OPEN OUTPUT REPORT-FILE.
002640     MOVE WS-FROM-DATE TO HL-FROM.
002650     MOVE WS-TO-DATE TO HL-TO.
002660     MOVE WS-HEADER-LINE TO REPORT-LINE.
002670     WRITE REPORT-LINE.
002680     MOVE SPACES TO REPORT-LINE.
002690     WRITE REPORT-LINE.
002700     MOVE WS-COLUMN-LINE TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720     MOVE "00" TO WS-LIBRARY-STATUS.
002730     MOVE WS-FROM-DATE TO CAP-DATE.
002740     MOVE ZERO TO CAP-GENERATION.
002750     START CAPTURE-LIBRARY-FILE KEY NOT < CAP-KEY
002760         INVALID KEY
002770             SET LIBRARY-STATUS-EOF TO TRUE
002780     END-START.
002790 1000-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820 1900-CHECK-DATE.
002830*    YYYYMMDD IN WS-CHK-DATE, THE SAME EDIT WITNESS-DEVMNT MAKES.
002840*----------------------------------------------------------------
002850     MOVE "N" TO WS-CHK-SW.
002860     IF WS-CHK-DATE IS NOT NUMERIC
002870         GO TO 1900-EXIT
002880     END-IF.
002890     IF WS-CHK-YYYY < 1601
002900             OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
002910             OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
002920         GO TO 1900-EXIT
002930     END-IF.
002940     SET DATE-VALID TO TRUE.
002950 1900-EXIT.
002960     EXIT.

002970*----------------------------------------------------------------
002980 2000-READ-ONE-ENTRY.
002990*    ENTRIES COME BACK IN DATE ORDER AND, WITHIN A DATE,
003000*    OLDEST GENERATION FIRST.  AN EMPTY CAPTURE IS NEVER
003010*    INDEXED, BUT ONE LOADED FROM OUTSIDE WITH NO FRAMES IS
003020*    STEPPED OVER ANYWAY.
003030*----------------------------------------------------------------
003040     READ CAPTURE-LIBRARY-FILE NEXT RECORD
003050         AT END
003060             SET LIBRARY-STATUS-EOF TO TRUE
003070             GO TO 2000-EXIT
003080     END-READ.
003090     IF CAP-DATE > WS-TO-DATE
003100         SET LIBRARY-STATUS-EOF TO TRUE
003110         GO TO 2000-EXIT
003120     END-IF.
003130     IF CAP-FRAMES = ZERO
003140         GO TO 2000-EXIT
003150     END-IF.
003160     IF ENTRY-HELD
003170         IF CAP-DATE = WS-HELD-RECORD (1:8)
003180             PERFORM 2050-PASS-OVER-HELD THRU 2050-EXIT
003190         ELSE
003200             PERFORM 2100-SELECT-HELD THRU 2100-EXIT
003210         END-IF
003220     END-IF.
003230     MOVE CAPTURE-LIBRARY-RECORD TO WS-HELD-RECORD.
003240     SET ENTRY-HELD TO TRUE.
003250 2000-EXIT.
003260     EXIT.

003270*----------------------------------------------------------------
003280 2050-PASS-OVER-HELD.
003290*    A NEWER GENERATION OF THE SAME NIGHT SUPERSEDES THE HELD ONE.
003300*    THE RECORD AREA IS SWAPPED SO THE REPORT LINE CAN BE BUILT
003310*    FROM THE OLDER ENTRY, THEN PUT BACK.
003320*----------------------------------------------------------------
003330     MOVE CAPTURE-LIBRARY-RECORD TO WS-READ-RECORD.
003340     MOVE WS-HELD-RECORD TO CAPTURE-LIBRARY-RECORD.
003350     MOVE "PASSED OVR" TO DL-ACTION.
003360     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
003370     ADD 1 TO WS-PASSED-COUNT.
003380     MOVE WS-READ-RECORD TO CAPTURE-LIBRARY-RECORD.
003390 2050-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420 2100-SELECT-HELD.
003430*    WRITES THE HELD ENTRY'S DD STATEMENT - THE FIRST CARRIES THE
003440*    DD NAME, THE REST CONCATENATE - AFTER REPORTING ANY DATES
003450*    BETWEEN IT AND THE LAST NIGHT SELECTED THAT HAVE NO CAPTURE.
003460*----------------------------------------------------------------
003470     MOVE CAPTURE-LIBRARY-RECORD TO WS-READ-RECORD.
003480     MOVE WS-HELD-RECORD TO CAPTURE-LIBRARY-RECORD.
003490     COMPUTE WS-HELD-DAY = FUNCTION INTEGER-OF-DATE(CAP-DATE).
003500     COMPUTE WS-GAP-DAY = WS-LAST-DAY + 1.
003510     PERFORM 2200-REPORT-GAP THRU 2200-EXIT
003520         UNTIL WS-GAP-DAY NOT < WS-HELD-DAY.
003530     MOVE WS-HELD-DAY TO WS-LAST-DAY.
003540     MOVE CAP-GENERATION TO WS-GEN-NUMBER.
003550     MOVE SPACES TO WS-DSN.
003560     STRING WS-LIBRARY DELIMITED BY SPACE
003570         "." DELIMITED BY SIZE
003580         WS-GEN-NAME DELIMITED BY SIZE
003590         INTO WS-DSN
003600     END-STRING.
003610     MOVE CAP-DATE TO CM-DATE.
003620     MOVE WS-GEN-NAME TO CM-GEN.
003630     MOVE CAP-SOURCE TO CM-SOURCE.
003640     MOVE CAP-FRAMES TO CM-FRAMES.
003650     MOVE WS-COMMENT-LINE TO DD-OUT-RECORD.
003660     WRITE DD-OUT-RECORD.
003670     MOVE SPACES TO DD-OUT-RECORD.
003680     MOVE "//" TO DD-OUT-RECORD (1:2).
003690     IF WS-SELECTED-COUNT = ZERO
003700         MOVE WS-DD-NAME TO DD-OUT-RECORD (3:8)
003710     END-IF.
003720     MOVE "DD   DSN=" TO DD-OUT-RECORD (12:9).
003730     MOVE 21 TO WS-PTR.
003740     STRING WS-DSN DELIMITED BY SPACE
003750         "," DELIMITED BY SIZE
003760         INTO DD-OUT-RECORD
003770         WITH POINTER WS-PTR
003780     END-STRING.
003790     WRITE DD-OUT-RECORD.
003800     MOVE "//             DISP=SHR" TO DD-OUT-RECORD.
003810     WRITE DD-OUT-RECORD.
003820     ADD 1 TO WS-SELECTED-COUNT.
003830     ADD CAP-FRAMES TO WS-FRAME-TOTAL.
003840     MOVE "SELECTED" TO DL-ACTION.
003850     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
003860     MOVE WS-READ-RECORD TO CAPTURE-LIBRARY-RECORD.
003870     MOVE "N" TO WS-HELD-SW.
003880 2100-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910 2200-REPORT-GAP.
003920*    ONE LINE FOR THE DATE IN WS-GAP-DAY, WHICH HAS NO CAPTURE.
003930*----------------------------------------------------------------
003940     COMPUTE WS-GAP-DATE = FUNCTION DATE-OF-INTEGER(WS-GAP-DAY).
003950     MOVE WS-GAP-DATE TO ML-DATE.
003960     MOVE WS-MISSING-LINE TO REPORT-LINE.
003970     WRITE REPORT-LINE.
003980     ADD 1 TO WS-MISSING-COUNT.
003990     ADD 1 TO WS-GAP-DAY.
004000 2200-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030 2300-WRITE-DETAIL.
004040*    REPORT LINE FOR THE ENTRY IN THE RECORD AREA; DL-ACTION IS
004050*    SET BY THE CALLER.
004060*----------------------------------------------------------------
004070     MOVE CAP-DATE TO DL-DATE.
004080     MOVE CAP-GENERATION TO WS-GEN-NUMBER.
004090     MOVE WS-GEN-NAME TO DL-GEN.
004100     MOVE CAP-SOURCE TO DL-SOURCE.
004110     MOVE CAP-FRAMES TO DL-FRAMES.
004120     MOVE CAP-FIRST-SEQ TO DL-FIRST-SEQ.
004130     MOVE CAP-LAST-SEQ TO DL-LAST-SEQ.
004140     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004150     WRITE REPORT-LINE.
004160 2300-EXIT.
004170     EXIT.

004180*----------------------------------------------------------------
004190 9000-TERMINATE.
004200*----------------------------------------------------------------
004210     MOVE SPACES TO REPORT-LINE.
004220     WRITE REPORT-LINE.
004230     MOVE "CAPTURES SELECTED" TO SM-LABEL.
004240     MOVE WS-SELECTED-COUNT TO SM-COUNT.
004250     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004260     WRITE REPORT-LINE.
004270     MOVE "FRAMES IN THE ALLOCATION" TO SM-LABEL.
004280     MOVE WS-FRAME-TOTAL TO SM-COUNT.
004290     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     MOVE "OLDER GENERATIONS PASSED OVER" TO SM-LABEL.
004320     MOVE WS-PASSED-COUNT TO SM-COUNT.
004330     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004340     WRITE REPORT-LINE.
004350     MOVE "DATES WITH NO CAPTURE" TO SM-LABEL.
004360     MOVE WS-MISSING-COUNT TO SM-COUNT.
004370     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004380     WRITE REPORT-LINE.
004390     CLOSE CAPTURE-LIBRARY-FILE.
004400     CLOSE DD-OUT-FILE.
004410     CLOSE REPORT-FILE.
004420     DISPLAY "WITNESS-CAPSEL: SELECTED " WS-SELECTED-COUNT
004430         " CAPTURE(S) FOR " WS-DD-NAME ", " WS-MISSING-COUNT
004440         " DATE(S) WITH NO CAPTURE".
004450     IF WS-SELECTED-COUNT = ZERO
004460         MOVE 8 TO RETURN-CODE
004470     ELSE
004480         IF WS-MISSING-COUNT > ZERO
004490             MOVE 4 TO RETURN-CODE
004500         END-IF
004510     END-IF.
004520 9000-EXIT.
004530     EXIT.
