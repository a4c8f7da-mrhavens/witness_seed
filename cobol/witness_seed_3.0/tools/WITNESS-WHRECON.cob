000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-WHRECON.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  THE MORNING HALF OF THE
000200*                  WAREHOUSE INTERFACE (THE WHRECON STEP IN
000210*                  WITNESSH).  TAKES THE LAST FEED LOGGED ON THE
000220*                  WHSENT CONTROL LOG BY WITNESS-WHFEED (OR THE
000230*                  RUN NAMED ON WHRCARD) AND RECONCILES ITS
000240*                  TRAILER AGAINST THE WAREHOUSE ACKNOWLEDGEMENT
000250*                  ON WHACK (COPY WHAREC): LOAD STATUS, BUSINESS
000260*                  DATE, AND THE RECORD COUNT AND HASH TOTAL OF
000270*                  EVERY RECORD TYPE.  A MISSING OR REJECTING
000280*                  ACKNOWLEDGEMENT, OR ANY DIFFERENCE, IS A
000290*                  WHRFAIL ERROR ON OPSLOG AND RC=8, AND WHRESEND
000300*                  IS REWRITTEN WITH ITS RESEND FLAG SET FOR THE
000310*                  RUN; A CLEAN RECONCILIATION REWRITES IT WITH
000320*                  THE FLAG OFF.  A FEED ALREADY RECONCILED CLEAN
000330*                  IS NOT RECONCILED AGAIN (RC=4) - NO FEED WENT
000340*                  OUT.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RECON-CARD-FILE ASSIGN TO "WHRCARD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CARD-STATUS.
000420     SELECT SENT-LOG-FILE ASSIGN TO "WHSENT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-SENT-STATUS.
000450     SELECT ACK-FILE ASSIGN TO "WHACK"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ACK-STATUS.
000480     SELECT RESEND-FILE ASSIGN TO "WHRESEND"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RESEND-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO "WHRRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  RECON-CARD-FILE
000570     RECORDING MODE IS F.
000580 01  RECON-CARD-RECORD.
000590     05  WRC-RUN-ID              PIC 9(08).
000600     05  FILLER                  PIC X(72).

000610 FD  SENT-LOG-FILE.
000620 01  SENT-LOG-IMAGE              PIC X(140).

000630 FD  ACK-FILE.
000640 01  ACK-IMAGE                   PIC X(140).

000650*----------------------------------------------------------------
000660* WHRESEND - ONE RECORD, REWRITTEN BY EVERY RECONCILIATION.  THE
000670* FILE TRANSFER JOB SENDS THE RUN'S WHFEED GENERATION AGAIN
000680* WHILE WRS-FLAG IS "Y"; IT IS ALSO HOW THIS STEP KNOWS A FEED
000690* HAS ALREADY BEEN RECONCILED.
000700*   WRS-FLAG         Y - RESEND THE RUN'S FEED, N - RECONCILED
000710*   WRS-RUN-ID       THE RUN RECONCILED
000720*   WRS-BUSINESS-DATE  ITS BUSINESS DATE, AS SENT
000730*   WRS-CHECKED-TS   WHEN IT WAS RECONCILED
000740*   WRS-REASON       WHY A RESEND IS FLAGGED
000750*----------------------------------------------------------------
000760 FD  RESEND-FILE
000770     RECORDING MODE IS F.
000780 01  RESEND-RECORD.
000790     05  WRS-FLAG                PIC X(01).
000800         88  WRS-RESEND          VALUE "Y".
000810         88  WRS-RECONCILED      VALUE "N".
000820     05  WRS-RUN-ID              PIC 9(08).
000830     05  WRS-BUSINESS-DATE       PIC 9(08).
000840     05  WRS-CHECKED-TS          PIC X(26).
000850     05  WRS-REASON              PIC X(37).

000860 FD  REPORT-FILE.
000870 01  REPORT-LINE                PIC X(80).

000880 WORKING-STORAGE SECTION.
000890 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
000900     88  CARD-STATUS-OK      VALUE "00".
000910 01  WS-SENT-STATUS          PIC X(02) VALUE SPACES.
000920     88  SENT-STATUS-OK      VALUE "00".
000930     88  SENT-STATUS-EOF     VALUE "10".
000940 01  WS-ACK-STATUS           PIC X(02) VALUE SPACES.
000950     88  ACK-STATUS-OK       VALUE "00".
000960     88  ACK-STATUS-EOF      VALUE "10".
000970 01  WS-RESEND-STATUS        PIC X(02) VALUE SPACES.
000980     88  RESEND-STATUS-OK    VALUE "00".
000990 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001000 01  WS-INTERFACE-ID         PIC X(08) VALUE "WSEED3WH".
001010 01  WS-CARD-RUN-ID          PIC 9(08) VALUE ZERO.
001020 01  WS-DIFFER-COUNT         PIC 9(04) VALUE ZERO.
001030 01  WS-REASON               PIC X(37) VALUE SPACES.
001040 01  WS-ACK-READ             PIC X(140).

001050*----------------------------------------------------------------
001060* LAST TIME'S OUTCOME, FROM WHRESEND.
001070*----------------------------------------------------------------
001080 01  WS-PRIOR-SW             PIC X(01) VALUE "N".
001090     88  PRIOR-FOUND         VALUE "Y".
001100 01  WS-PRIOR-FLAG           PIC X(01) VALUE SPACE.
001110 01  WS-PRIOR-RUN-ID         PIC 9(08) VALUE ZERO.

001120*----------------------------------------------------------------
001130* THE FEED BEING RECONCILED - THE LAST COMPLETE HEADER/TRAILER
001140* PAIR ON WHSENT FOR THE RUN, AND ITS TRAILER TOTALS.
001150*----------------------------------------------------------------
001160 01  WS-PENDING-RUN-ID       PIC 9(08) VALUE ZERO.
001170 01  WS-PENDING-DATE         PIC 9(08) VALUE ZERO.
001180 01  WS-SENT-SW              PIC X(01) VALUE "N".
001190     88  SENT-FOUND          VALUE "Y".
001200 01  WS-SENT-RUN-ID          PIC 9(08) VALUE ZERO.
001210 01  WS-SENT-DATE            PIC 9(08) VALUE ZERO.
001220 01  WS-SENT-TOTALS.
001230     05  WS-SENT-ENTRY       OCCURS 4 TIMES.
001240         10  WS-SENT-TYPE        PIC X(02).
001250         10  WS-SENT-COUNT       PIC 9(09).
001260         10  WS-SENT-HASH        PIC 9(15).
001270     05  WS-SENT-TOTAL-RECORDS   PIC 9(09).
001280 01  WS-ACK-SW               PIC X(01) VALUE "N".
001290     88  ACK-FOUND           VALUE "Y".
001300 01  WHR-X                   PIC 9(02).

001310     COPY WHFREC.

001320     COPY WHAREC.

001330*----------------------------------------------------------------
001340* OPSLOG EVENT (SEE WITNESS-EVLOG).
001350*----------------------------------------------------------------
001360 01  WS-EVL-PROGRAM          PIC X(12) VALUE "WHRECON".
001370 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
001380 01  WS-EVL-CODE             PIC X(08).
001390 01  WS-EVL-SEVERITY         PIC X(01).
001400 01  WS-EVL-TEXT             PIC X(60).

001410 01  WS-HEADER-LINE.
001420     05  FILLER              PIC X(30)
001430         VALUE "WAREHOUSE ACK RECONCILIATION, ".
001440     05  FILLER              PIC X(04) VALUE "RUN ".
001450     05  HL-RUN-ID           PIC 9(08).
001460     05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
001470     05  HL-BUSINESS-DATE    PIC 9(08).
001480 01  WS-COLUMN-LINE.
001490     05  FILLER              PIC X(32) VALUE
001500         "TYPE     SENT      ACKED        ".
001510     05  FILLER              PIC X(48) VALUE
001520         "SENT HASH       ACKED HASH  NOTE".
001530 01  WS-DETAIL-LINE.
001540     05  DL-TYPE             PIC X(02).
001550     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  DL-SENT-COUNT       PIC Z(8)9.
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  DL-ACK-COUNT        PIC Z(8)9.
001590     05  FILLER              PIC X(02) VALUE SPACES.
001600     05  DL-SENT-HASH        PIC Z(14)9.
001610     05  FILLER              PIC X(02) VALUE SPACES.
001620     05  DL-ACK-HASH         PIC Z(14)9.
001630     05  FILLER              PIC X(02) VALUE SPACES.
001640     05  DL-NOTE             PIC X(20).
001650 01  WS-MESSAGE-LINE.
001660     05  FILLER              PIC X(10) VALUE "OUTCOME - ".
001670     05  MSG-TEXT            PIC X(70).
001680 01  WS-SUMMARY-LINE.
001690     05  SM-LABEL            PIC X(30).
001700     05  SM-COUNT            PIC Z(8)9.

001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------
001730 0000-MAINLINE.
001740*----------------------------------------------------------------
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     PERFORM 2000-FIND-SENT THRU 2000-EXIT.
001770     IF NOT SENT-FOUND
001780         PERFORM 7000-NOTHING-SENT THRU 7000-EXIT
001790         STOP RUN
001800     END-IF.
001810     IF WS-CARD-RUN-ID = ZERO AND PRIOR-FOUND
001820         AND WS-PRIOR-RUN-ID = WS-SENT-RUN-ID
001830         AND WS-PRIOR-FLAG = "N"
001840         PERFORM 7000-NOTHING-SENT THRU 7000-EXIT
001850         STOP RUN
001860     END-IF.
001870     PERFORM 3000-FIND-ACK THRU 3000-EXIT.
001880     PERFORM 4000-RECONCILE THRU 4000-EXIT.
001890     PERFORM 5000-WRITE-RESEND THRU 5000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.

001920*----------------------------------------------------------------
001930 1000-INITIALIZE.
001940*    AN UNPUNCHED WHRCARD (OR NONE) RECONCILES THE LAST FEED SENT.
001950*    PUNCH A RUN-ID TO RECONCILE AN EARLIER FEED, OR ONE ALREADY
001960*    RECONCILED, AGAINST A LATE OR REPEATED ACKNOWLEDGEMENT.
001970*----------------------------------------------------------------
001980     OPEN INPUT RECON-CARD-FILE.
001990     IF CARD-STATUS-OK
002000         READ RECON-CARD-FILE
002010             AT END
002020                 CONTINUE
002030             NOT AT END
002040                 IF WRC-RUN-ID IS NUMERIC
002050                     MOVE WRC-RUN-ID TO WS-CARD-RUN-ID
002060                 END-IF
002070         END-READ
002080         CLOSE RECON-CARD-FILE
002090     END-IF.
002100     OPEN INPUT RESEND-FILE.
002110     IF RESEND-STATUS-OK
002120         READ RESEND-FILE
002130             AT END
002140                 CONTINUE
002150             NOT AT END
002160                 IF WRS-RUN-ID IS NUMERIC
002170                     SET PRIOR-FOUND TO TRUE
002180                     MOVE WRS-FLAG TO WS-PRIOR-FLAG
002190                     MOVE WRS-RUN-ID TO WS-PRIOR-RUN-ID
002200                 END-IF
002210         END-READ
002220         CLOSE RESEND-FILE
002230     END-IF.
002240     OPEN OUTPUT REPORT-FILE.
002250 1000-EXIT.
002260     EXIT.

002270*----------------------------------------------------------------
002280 2000-FIND-SENT.
002290*    A HEADER STARTS A FEED; ITS TRAILER COMPLETES IT.  THE LAST
002300*    COMPLETE PAIR WINS, SO A RESENT RUN IS RECONCILED AS RESENT.
002310*----------------------------------------------------------------
002320     OPEN INPUT SENT-LOG-FILE.
002330     IF NOT SENT-STATUS-OK
002340         GO TO 2000-EXIT
002350     END-IF.
002360     PERFORM 2100-READ-ONE-SENT THRU 2100-EXIT
002370         UNTIL SENT-STATUS-EOF.
002380     CLOSE SENT-LOG-FILE.
002390 2000-EXIT.
002400     EXIT.

002410*----------------------------------------------------------------
002420 2100-READ-ONE-SENT.
002430*----------------------------------------------------------------
002440     READ SENT-LOG-FILE INTO WAREHOUSE-FEED-RECORD
002450         AT END
002460             SET SENT-STATUS-EOF TO TRUE
002470             GO TO 2100-EXIT
002480     END-READ.
002490     IF WS-CARD-RUN-ID NOT = ZERO
002500         AND WHF-RUN-ID NOT = WS-CARD-RUN-ID
002510         GO TO 2100-EXIT
002520     END-IF.
002530     IF WHF-HEADER
002540         MOVE WHF-RUN-ID TO WS-PENDING-RUN-ID
002550         MOVE WHH-BUSINESS-DATE TO WS-PENDING-DATE
002560         GO TO 2100-EXIT
002570     END-IF.
002580     IF WHF-TRAILER AND WHF-RUN-ID = WS-PENDING-RUN-ID
002590         SET SENT-FOUND TO TRUE
002600         MOVE WS-PENDING-RUN-ID TO WS-SENT-RUN-ID
002610         MOVE WS-PENDING-DATE TO WS-SENT-DATE
002620         MOVE WHF-TRAILER-BODY TO WS-SENT-TOTALS
002630         MOVE ZERO TO WS-PENDING-RUN-ID
002640     END-IF.
002650 2100-EXIT.
002660     EXIT.

002670*----------------------------------------------------------------
002680 3000-FIND-ACK.
002690*    THE WAREHOUSE MAY ACKNOWLEDGE MORE THAN ONE FILE IN A DROP -
002700*    THE LAST RECORD FOR THIS INTERFACE AND RUN WINS.  NO WHACK AT
002710*    ALL IS THE SAME AS NO RECORD FOR THE RUN.
002720*----------------------------------------------------------------
002730     MOVE WS-SENT-RUN-ID TO WS-EVL-RUN-ID.
002740     MOVE WS-SENT-RUN-ID TO HL-RUN-ID.
002750     MOVE WS-SENT-DATE TO HL-BUSINESS-DATE.
002760     MOVE WS-HEADER-LINE TO REPORT-LINE.
002770     WRITE REPORT-LINE.
002780     MOVE SPACES TO REPORT-LINE.
002790     WRITE REPORT-LINE.
002800     OPEN INPUT ACK-FILE.
002810     IF NOT ACK-STATUS-OK
002820         GO TO 3000-EXIT
002830     END-IF.
002840     PERFORM 3100-READ-ONE-ACK THRU 3100-EXIT
002850         UNTIL ACK-STATUS-EOF.
002860     CLOSE ACK-FILE.
002870 3000-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900 3100-READ-ONE-ACK.
002910*----------------------------------------------------------------
002920     READ ACK-FILE INTO WS-ACK-READ
002930         AT END
002940             SET ACK-STATUS-EOF TO TRUE
002950             GO TO 3100-EXIT
002960     END-READ.
002970     IF WS-ACK-READ(1:8) = WS-INTERFACE-ID
002980         AND WS-ACK-READ(9:8) = WS-SENT-RUN-ID
002990         MOVE WS-ACK-READ TO WAREHOUSE-ACK-RECORD
003000         SET ACK-FOUND TO TRUE
003010     END-IF.
003020 3100-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------
003050 4000-RECONCILE.
003060*    EVERY TYPE IS LISTED EVEN WHEN THE WAREHOUSE REJECTED THE
003070*    FILE, SO THE REPORT SHOWS HOW FAR APART THE TWO SIDES ARE.
003080*----------------------------------------------------------------
003090     IF NOT ACK-FOUND
003100         MOVE "NO ACKNOWLEDGEMENT FROM THE WAREHOUSE"
003110             TO WS-REASON
003120         GO TO 4000-EXIT
003130     END-IF.
003140     MOVE WS-COLUMN-LINE TO REPORT-LINE.
003150     WRITE REPORT-LINE.
003160     PERFORM 4100-RECONCILE-ONE-TYPE THRU 4100-EXIT
003170         VARYING WHR-X FROM 1 BY 1 UNTIL WHR-X > 4.
003180     MOVE "**" TO DL-TYPE.
003190     MOVE WS-SENT-TOTAL-RECORDS TO DL-SENT-COUNT.
003200     MOVE WHA-TOTAL-RECORDS TO DL-ACK-COUNT.
003210     MOVE ZERO TO DL-SENT-HASH.
003220     MOVE ZERO TO DL-ACK-HASH.
003230     MOVE "ALL RECORDS" TO DL-NOTE.
003240     IF WHA-TOTAL-RECORDS NOT = WS-SENT-TOTAL-RECORDS
003250         ADD 1 TO WS-DIFFER-COUNT
003260         MOVE "ALL RECORDS MISMATCH" TO DL-NOTE
003270     END-IF.
003280     MOVE WS-DETAIL-LINE TO REPORT-LINE.
003290     WRITE REPORT-LINE.
003300     IF WHA-BUSINESS-DATE NOT = WS-SENT-DATE
003310         ADD 1 TO WS-DIFFER-COUNT
003320         MOVE "WAREHOUSE LOADED IT UNDER ANOTHER BUSINESS DATE"
003330             TO MSG-TEXT
003340         MOVE WS-MESSAGE-LINE TO REPORT-LINE
003350         WRITE REPORT-LINE
003360     END-IF.
003370     IF NOT WHA-LOADED
003380         MOVE "WAREHOUSE REJECTED THE FEED" TO WS-REASON
003390         GO TO 4000-EXIT
003400     END-IF.
003410     IF WS-DIFFER-COUNT > ZERO
003420         MOVE "COUNTS OR TOTALS DIFFER FROM THE ACK"
003430             TO WS-REASON
003440     END-IF.
003450 4000-EXIT.
003460     EXIT.

003470*----------------------------------------------------------------
003480 4100-RECONCILE-ONE-TYPE.
003490*    THE ACK MUST CARRY THE TYPES IN TRAILER ORDER - A TYPE CODE
003500*    OUT OF PLACE IS A DIFFERENCE IN ITSELF.
003510*----------------------------------------------------------------
003520     MOVE WS-SENT-TYPE(WHR-X) TO DL-TYPE.
003530     MOVE WS-SENT-COUNT(WHR-X) TO DL-SENT-COUNT.
003540     MOVE WHA-COUNT(WHR-X) TO DL-ACK-COUNT.
003550     MOVE WS-SENT-HASH(WHR-X) TO DL-SENT-HASH.
003560     MOVE WHA-HASH(WHR-X) TO DL-ACK-HASH.
003570     MOVE SPACES TO DL-NOTE.
003580     IF WHA-TYPE(WHR-X) NOT = WS-SENT-TYPE(WHR-X)
003590         ADD 1 TO WS-DIFFER-COUNT
003600         MOVE "TYPE OUT OF ORDER" TO DL-NOTE
003610     ELSE
003620         IF WHA-COUNT(WHR-X) NOT = WS-SENT-COUNT(WHR-X)
003630             OR WHA-HASH(WHR-X) NOT = WS-SENT-HASH(WHR-X)
003640             ADD 1 TO WS-DIFFER-COUNT
003650             MOVE "MISMATCH" TO DL-NOTE
003660         END-IF
003670     END-IF.
003680     MOVE WS-DETAIL-LINE TO REPORT-LINE.
003690     WRITE REPORT-LINE.
003700 4100-EXIT.
003710     EXIT.

003720*----------------------------------------------------------------
003730 5000-WRITE-RESEND.
003740*----------------------------------------------------------------
003750     OPEN OUTPUT RESEND-FILE.
003760     IF NOT RESEND-STATUS-OK
003770         DISPLAY "WITNESS-WHRECON: WHRESEND WILL NOT OPEN - "
003780             "ABENDING"
003790         STOP RUN WITH ERROR STATUS 16
003800     END-IF.
003810     MOVE SPACES TO RESEND-RECORD.
003820     IF WS-REASON = SPACES
003830         SET WRS-RECONCILED TO TRUE
003840     ELSE
003850         SET WRS-RESEND TO TRUE
003860         MOVE WS-REASON TO WRS-REASON
003870     END-IF.
003880     MOVE WS-SENT-RUN-ID TO WRS-RUN-ID.
003890     MOVE WS-SENT-DATE TO WRS-BUSINESS-DATE.
003900     MOVE FUNCTION CURRENT-DATE TO WRS-CHECKED-TS.
003910     WRITE RESEND-RECORD.
003920     CLOSE RESEND-FILE.
003930 5000-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960 7000-NOTHING-SENT.
003970*    NO FEED ON WHSENT, OR ONLY ONE ALREADY RECONCILED CLEAN - THE
003980*    FEED STEP DID NOT RUN LAST NIGHT (VERIFY OR GATE FAILED, AND
003990*    THAT IS ALREADY ON OPSLOG).  WHRESEND IS LEFT AS IT WAS.
004000*----------------------------------------------------------------
004010     IF SENT-FOUND
004020         MOVE WS-SENT-RUN-ID TO WS-EVL-RUN-ID
004030         MOVE "NO NEW FEED - LAST ONE ALREADY RECONCILED"
004040             TO MSG-TEXT
004050     ELSE
004060         MOVE "NO FEED ON WHSENT TO RECONCILE" TO MSG-TEXT
004070     END-IF.
004080     MOVE WS-MESSAGE-LINE TO REPORT-LINE.
004090     WRITE REPORT-LINE.
004100     CLOSE REPORT-FILE.
004110     MOVE "WHRNONE" TO WS-EVL-CODE.
004120     MOVE "W" TO WS-EVL-SEVERITY.
004130     MOVE MSG-TEXT TO WS-EVL-TEXT.
004140     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
004150     MOVE 4 TO RETURN-CODE.
004160     DISPLAY "WITNESS-WHRECON: " MSG-TEXT.
004170 7000-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------
004200 8300-LOG-EVENT.
004210*----------------------------------------------------------------
004220     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
004230         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
004240 8300-EXIT.
004250     EXIT.

004260*----------------------------------------------------------------
004270 9000-TERMINATE.
004280*----------------------------------------------------------------
004290     MOVE SPACES TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     MOVE SPACES TO MSG-TEXT.
004320     IF WS-REASON = SPACES
004330         MOVE "RECONCILED - NO RESEND" TO MSG-TEXT
004340     ELSE
004350         STRING WS-REASON DELIMITED BY "  "
004360             " - RESEND FLAGGED" DELIMITED BY SIZE
004370             INTO MSG-TEXT
004380     END-IF.
004390     MOVE WS-MESSAGE-LINE TO REPORT-LINE.
004400     WRITE REPORT-LINE.
004410     MOVE "DIFFERENCES" TO SM-LABEL.
004420     MOVE WS-DIFFER-COUNT TO SM-COUNT.
004430     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004440     WRITE REPORT-LINE.
004450     CLOSE REPORT-FILE.
004460     MOVE SPACES TO WS-EVL-TEXT.
004470     IF WS-REASON = SPACES
004480         MOVE "WHROK" TO WS-EVL-CODE
004490         MOVE "I" TO WS-EVL-SEVERITY
004500         STRING "WAREHOUSE ACK RECONCILED - "
004510             WS-SENT-TOTAL-RECORDS " RECORDS"
004520             DELIMITED BY SIZE INTO WS-EVL-TEXT
004530     ELSE
004540         MOVE "WHRFAIL" TO WS-EVL-CODE
004550         MOVE "E" TO WS-EVL-SEVERITY
004560         STRING WS-REASON DELIMITED BY "  "
004570             " - RESEND FLAGGED" DELIMITED BY SIZE
004580             INTO WS-EVL-TEXT
004590     END-IF.
004600     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
004610     IF WS-REASON NOT = SPACES
004620         MOVE 8 TO RETURN-CODE
004630     END-IF.
004640     DISPLAY "WITNESS-WHRECON: RUN " WS-SENT-RUN-ID
004650         " DIFFERENCES " WS-DIFFER-COUNT " " MSG-TEXT.
004660 9000-EXIT.
004670     EXIT.
