000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-WHFEED.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  THE ANALYTICS WAREHOUSE HAD
000200*                  BEEN PULLING SEEDOUT AND KAIROSAU ITSELF,
000210*                  WHENEVER IT LIKED, WITH NO WAY TO TELL A HALF
000220*                  WRITTEN OR FAILED RUN FROM A GOOD ONE.  THIS
000230*                  STEP (THE WHFEED STEP IN WITNESSJ, RUN ONLY
000240*                  AFTER VERIFY AND GATE BOTH END RC=0) WRITES THE
000250*                  FORMAL NIGHTLY INTERFACE FILE (COPY WHFREC) FOR
000260*                  THE RUN NAMED ON WHCARD (UNPUNCHED: THE HIGHEST
000270*                  RUN-ID ON THE REGISTRY): A HEADER WITH THE
000280*                  BUSINESS DATE AND THE RUN'S REGISTRY
000290*                  PARAMETERS, THE SEEDOUT SUMMARY POINTS,
000300*                  KAIROSAU ACTIVATIONS, KAIRECOV OUTCOMES AND
000310*                  CLSTMET METRICS, AND A TRAILER OF RECORD COUNTS
000320*                  AND HASH TOTALS PER RECORD TYPE.  THE HEADER
000330*                  AND TRAILER ARE ALSO ADDED TO THE WHSENT
000340*                  CONTROL LOG FOR WITNESS-WHRECON TO RECONCILE
000350*                  AGAINST THE WAREHOUSE ACKNOWLEDGEMENT NEXT
000360*                  MORNING.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FEED-CARD-FILE ASSIGN TO "WHCARD"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CARD-STATUS.
000440     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS REG-RUN-ID
000480         FILE STATUS IS WS-REGISTRY-STATUS.
000490     SELECT SEED-OUTPUT-FILE ASSIGN TO "SEEDOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-IN-STATUS.
000520     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-IN-STATUS.
000550     SELECT RECOVERY-FILE ASSIGN TO "KAIRECOV"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-IN-STATUS.
000580     SELECT CLUSTER-METRIC-FILE ASSIGN TO "CLSTMET"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-IN-STATUS.
000610     SELECT FEED-FILE ASSIGN TO "WHFEED"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FEED-STATUS.
000640     SELECT SENT-LOG-FILE ASSIGN TO "WHSENT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SENT-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "WHFRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  FEED-CARD-FILE
000730     RECORDING MODE IS F.
000740 01  FEED-CARD-RECORD.
000750     05  WHC-CARD-RUN-ID         PIC 9(08).
000760     05  WHC-CARD-BUSINESS-DATE  PIC 9(08).
000770     05  FILLER                  PIC X(64).

000780 FD  RUN-REGISTRY-FILE.
000790     COPY RUNREG.

000800 FD  SEED-OUTPUT-FILE.
000810     COPY SEEDREC.

000820 FD  KAIROS-AUDIT-FILE.
000830     COPY AUDITREC.

000840 FD  RECOVERY-FILE.
000850     COPY RECOVREC.

000860 FD  CLUSTER-METRIC-FILE.
000870     COPY CLSTREC.

000880 FD  FEED-FILE.
000890 01  FEED-IMAGE                  PIC X(140).

000900 FD  SENT-LOG-FILE.
000910 01  SENT-LOG-IMAGE              PIC X(140).

000920 FD  REPORT-FILE.
000930 01  REPORT-LINE                PIC X(80).

000940 WORKING-STORAGE SECTION.
000950 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
000960     88  CARD-STATUS-OK      VALUE "00".
000970 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000980     88  REGISTRY-STATUS-OK  VALUE "00".
000990     88  REGISTRY-STATUS-EOF VALUE "10".
001000 01  WS-IN-STATUS            PIC X(02) VALUE SPACES.
001010     88  IN-STATUS-OK        VALUE "00".
001020     88  IN-STATUS-EOF       VALUE "10".
001030 01  WS-FEED-STATUS          PIC X(02) VALUE SPACES.
001040     88  FEED-STATUS-OK      VALUE "00".
001050 01  WS-SENT-STATUS          PIC X(02) VALUE SPACES.
001060     88  SENT-STATUS-OK      VALUE "00".
001070 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001080 01  WS-INTERFACE-ID         PIC X(08) VALUE "WSEED3WH".
001090 01  WS-RUN-ID               PIC 9(08) VALUE ZERO.
001100 01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
001110 01  WS-SEQ                  PIC 9(09) VALUE ZERO.
001120 01  WS-MISSING-COUNT        PIC 9(04) VALUE ZERO.
001130 01  WS-FOREIGN-COUNT        PIC 9(09) VALUE ZERO.
001140 01  WS-HEADER-SAVE          PIC X(140).

001150*----------------------------------------------------------------
001160* THE DETAIL TYPES IN TRAILER ORDER, WITH THE DATASET EACH COMES
001170* FROM.  SEEDOUT AND KAIROSAU MUST BE THERE; A RUN CAN LEAVE NO
001180* KAIRECOV OR CLSTMET (NO EXCURSIONS, OR CLUSTER METRICS OFF), SO
001190* THOSE TWO ARE SENT EMPTY AND LISTED.
001200*----------------------------------------------------------------
001210 01  WS-TYPE-VALUES.
001220     05  FILLER  PIC X(11) VALUE "SPSEEDOUT Y".
001230     05  FILLER  PIC X(11) VALUE "KAKAIROSAUY".
001240     05  FILLER  PIC X(11) VALUE "KRKAIRECOVN".
001250     05  FILLER  PIC X(11) VALUE "CMCLSTMET N".
001260 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
001270     05  WS-TYPE-ENTRY       OCCURS 4 TIMES.
001280         10  WS-TYPE-CODE        PIC X(02).
001290         10  WS-TYPE-DATASET     PIC X(08).
001300         10  WS-TYPE-REQUIRED    PIC X(01).
001310 01  WHF-X                   PIC 9(02).

001320*----------------------------------------------------------------
001330* WHAT WAS SENT OF EACH TYPE, FOR THE TRAILER.
001340*----------------------------------------------------------------
001350 01  WS-SENT-TABLE.
001360     05  WS-SENT-ENTRY       OCCURS 4 TIMES.
001370         10  WS-SENT-COUNT       PIC 9(09).
001380         10  WS-SENT-HASH        PIC 9(15).

001390     COPY WHFREC.

001400*----------------------------------------------------------------
001410* OPSLOG EVENT (SEE WITNESS-EVLOG).
001420*----------------------------------------------------------------
001430 01  WS-EVL-PROGRAM          PIC X(12) VALUE "WHFEED".
001440 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
001450 01  WS-EVL-CODE             PIC X(08).
001460 01  WS-EVL-SEVERITY         PIC X(01).
001470 01  WS-EVL-TEXT             PIC X(60).

001480 01  WS-HEADER-LINE.
001490     05  FILLER              PIC X(23)
001500         VALUE "WAREHOUSE FEED FOR RUN ".
001510     05  HL-RUN-ID           PIC 9(08).
001520     05  FILLER              PIC X(16) VALUE "  BUSINESS DATE ".
001530     05  HL-BUSINESS-DATE    PIC 9(08).
001540     05  FILLER              PIC X(12) VALUE "  INTERFACE ".
001550     05  HL-INTERFACE-ID     PIC X(08).
001560 01  WS-COLUMN-LINE          PIC X(80) VALUE
001570     "TYPE  DATASET     RECORDS       HASH TOTAL  NOTE".
001580 01  WS-DETAIL-LINE.
001590     05  DL-TYPE             PIC X(02).
001600     05  FILLER              PIC X(04) VALUE SPACES.
001610     05  DL-DATASET          PIC X(08).
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  DL-RECORDS          PIC Z(8)9.
001640     05  FILLER              PIC X(02) VALUE SPACES.
001650     05  DL-HASH             PIC Z(14)9.
001660     05  FILLER              PIC X(02) VALUE SPACES.
001670     05  DL-NOTE             PIC X(36).
001680 01  WS-SUMMARY-LINE.
001690     05  SM-LABEL            PIC X(30).
001700     05  SM-COUNT            PIC Z(8)9.

001710 PROCEDURE DIVISION.
001720*----------------------------------------------------------------
001730 0000-MAINLINE.
001740*----------------------------------------------------------------
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
001770     PERFORM 3000-SEND-DATASET THRU 3000-EXIT
001780         VARYING WHF-X FROM 1 BY 1 UNTIL WHF-X > 4.
001790     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
001800     PERFORM 5000-LOG-SENT THRU 5000-EXIT.
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001820     STOP RUN.

001830*----------------------------------------------------------------
001840 1000-INITIALIZE.
001850*    AN UNPUNCHED WHCARD (OR NONE) SENDS THE HIGHEST RUN-ID ON THE
001860*    REGISTRY - TONIGHT'S RUN IN THE JOB STREAM.  THE BUSINESS
001870*    DATE DEFAULTS TO THE DAY THE RUN STARTED; A RERUN AFTER
001880*    MIDNIGHT PUNCHES THE DAY IT BELONGS TO IN COLUMNS 9-16.
001890*----------------------------------------------------------------
001900     OPEN INPUT FEED-CARD-FILE.
001910     IF CARD-STATUS-OK
001920         READ FEED-CARD-FILE
001930             AT END
001940                 CONTINUE
001950             NOT AT END
001960                 IF WHC-CARD-RUN-ID IS NUMERIC
001970                     MOVE WHC-CARD-RUN-ID TO WS-RUN-ID
001980                 END-IF
001990                 IF WHC-CARD-BUSINESS-DATE IS NUMERIC
002000                     MOVE WHC-CARD-BUSINESS-DATE
002010                         TO WS-BUSINESS-DATE
002020                 END-IF
002030         END-READ
002040         CLOSE FEED-CARD-FILE
002050     END-IF.
002060     OPEN INPUT RUN-REGISTRY-FILE.
002070     IF NOT REGISTRY-STATUS-OK
002080         DISPLAY "WITNESS-WHFEED: RUNREGST NOT AVAILABLE - "
002090             "ABENDING"
002100         STOP RUN WITH ERROR STATUS 16
002110     END-IF.
002120     IF WS-RUN-ID = ZERO
002130         PERFORM 1100-FIND-LATEST-RUN THRU 1100-EXIT
002140     END-IF.
002150     MOVE WS-RUN-ID TO REG-RUN-ID.
002160     READ RUN-REGISTRY-FILE
002170         INVALID KEY
002180             DISPLAY "WITNESS-WHFEED: RUN-ID " WS-RUN-ID
002190                 " NOT ON THE REGISTRY - ABENDING"
002200             STOP RUN WITH ERROR STATUS 16
002210     END-READ.
002220     CLOSE RUN-REGISTRY-FILE.
002230     IF WS-BUSINESS-DATE = ZERO
002240         MOVE REG-START-TIMESTAMP(1:8) TO WS-BUSINESS-DATE
002250     END-IF.
002260     MOVE WS-RUN-ID TO WS-EVL-RUN-ID.
002270     INITIALIZE WS-SENT-TABLE.
002280     OPEN OUTPUT FEED-FILE.
002290     IF NOT FEED-STATUS-OK
002300         DISPLAY "WITNESS-WHFEED: WHFEED NOT AVAILABLE - "
002310             "ABENDING"
002320         STOP RUN WITH ERROR STATUS 16
002330     END-IF.
002340     OPEN OUTPUT REPORT-FILE.
002350     MOVE WS-RUN-ID TO HL-RUN-ID.
002360     MOVE WS-BUSINESS-DATE TO HL-BUSINESS-DATE.
002370     MOVE WS-INTERFACE-ID TO HL-INTERFACE-ID.
002380     MOVE WS-HEADER-LINE TO REPORT-LINE.
002390     WRITE REPORT-LINE.
002400     MOVE SPACES TO REPORT-LINE.
002410     WRITE REPORT-LINE.
002420     MOVE WS-COLUMN-LINE TO REPORT-LINE.
002430     WRITE REPORT-LINE.
002440     DISPLAY "WITNESS-WHFEED: SENDING RUN " WS-RUN-ID
002450         " BUSINESS DATE " WS-BUSINESS-DATE.
002460 1000-EXIT.
002470     EXIT.

002480*----------------------------------------------------------------
002490 1100-FIND-LATEST-RUN.
002500*----------------------------------------------------------------
002510     MOVE ZERO TO REG-RUN-ID.
002520     START RUN-REGISTRY-FILE KEY > REG-RUN-ID
002530         INVALID KEY
002540             DISPLAY "WITNESS-WHFEED: REGISTRY EMPTY - ABENDING"
002550             STOP RUN WITH ERROR STATUS 16
002560     END-START.
002570     PERFORM 1110-READ-NEXT-REGISTRY THRU 1110-EXIT
002580         UNTIL REGISTRY-STATUS-EOF.
002590 1100-EXIT.
002600     EXIT.

002610*----------------------------------------------------------------
002620 1110-READ-NEXT-REGISTRY.
002630*----------------------------------------------------------------
002640     READ RUN-REGISTRY-FILE NEXT RECORD
002650         AT END
002660             SET REGISTRY-STATUS-EOF TO TRUE
002670             GO TO 1110-EXIT
002680     END-READ.
002690     MOVE REG-RUN-ID TO WS-RUN-ID.
002700 1110-EXIT.
002710     EXIT.

002720*----------------------------------------------------------------
002730 2000-WRITE-HEADER.
002740*----------------------------------------------------------------
002750     MOVE SPACES TO WAREHOUSE-FEED-RECORD.
002760     SET WHF-HEADER TO TRUE.
002770     MOVE WS-BUSINESS-DATE TO WHH-BUSINESS-DATE.
002780     MOVE FUNCTION CURRENT-DATE TO WHH-CREATED-TS.
002790     MOVE REG-NUM-VARS TO WHH-NUM-VARS.
002800     MOVE REG-NUM-STEPS TO WHH-NUM-STEPS.
002810     MOVE REG-DT TO WHH-DT.
002820     MOVE REG-TAU-C TO WHH-TAU-C.
002830     MOVE REG-SEED TO WHH-SEED.
002840     MOVE REG-FINAL-T TO WHH-FINAL-T.
002850     MOVE REG-STATUS TO WHH-STATUS.
002860     MOVE REG-KAIROS-MODE TO WHH-KAIROS-MODE.
002870     MOVE REG-TRIGGER-MODE TO WHH-TRIGGER-MODE.
002880     MOVE REG-INTEGRATOR TO WHH-INTEGRATOR.
002890     MOVE REG-SHADOW TO WHH-SHADOW.
002900     MOVE REG-SEEDOUT-MODE TO WHH-SEEDOUT-MODE.
002910     MOVE REG-PROFILE TO WHH-PROFILE.
002920     MOVE REG-ACTIVATION-COUNT TO WHH-ACTIVATION-COUNT.
002930     PERFORM 8000-WRITE-FEED THRU 8000-EXIT.
002940     MOVE WAREHOUSE-FEED-RECORD TO WS-HEADER-SAVE.
002950 2000-EXIT.
002960     EXIT.

002970*----------------------------------------------------------------
002980 3000-SEND-DATASET.
002990*    ONE DATASET, WHF-X IN THE TABLE, INTO THE FEED.  A REQUIRED
003000*    DATASET THAT WILL NOT OPEN ABENDS THE STEP - THE WHFEED
003010*    GENERATION IS DELETED AND NOTHING REACHES WHSENT, SO A
003020*    PARTIAL FEED IS NEVER SENT.
003030*----------------------------------------------------------------
003040     MOVE SPACES TO WS-IN-STATUS.
003050     EVALUATE WHF-X
003060         WHEN 1
003070             OPEN INPUT SEED-OUTPUT-FILE
003080         WHEN 2
003090             OPEN INPUT KAIROS-AUDIT-FILE
003100         WHEN 3
003110             OPEN INPUT RECOVERY-FILE
003120         WHEN 4
003130             OPEN INPUT CLUSTER-METRIC-FILE
003140     END-EVALUATE.
003150     MOVE WS-TYPE-CODE(WHF-X) TO DL-TYPE.
003160     MOVE WS-TYPE-DATASET(WHF-X) TO DL-DATASET.
003170     IF NOT IN-STATUS-OK
003180         IF WS-TYPE-REQUIRED(WHF-X) = "Y"
003190             DISPLAY "WITNESS-WHFEED: " WS-TYPE-DATASET(WHF-X)
003200                 " NOT AVAILABLE - ABENDING, NOTHING SENT"
003210             STOP RUN WITH ERROR STATUS 16
003220         END-IF
003230         ADD 1 TO WS-MISSING-COUNT
003240         MOVE ZERO TO DL-RECORDS
003250         MOVE ZERO TO DL-HASH
003260         MOVE "NOT AVAILABLE - SENT EMPTY" TO DL-NOTE
003270         MOVE WS-DETAIL-LINE TO REPORT-LINE
003280         WRITE REPORT-LINE
003290         GO TO 3000-EXIT
003300     END-IF.
003310     PERFORM 3100-SEND-ONE-RECORD THRU 3100-EXIT
003320         UNTIL IN-STATUS-EOF.
003330     EVALUATE WHF-X
003340         WHEN 1
003350             CLOSE SEED-OUTPUT-FILE
003360         WHEN 2
003370             CLOSE KAIROS-AUDIT-FILE
003380         WHEN 3
003390             CLOSE RECOVERY-FILE
003400         WHEN 4
003410             CLOSE CLUSTER-METRIC-FILE
003420     END-EVALUATE.
003430     MOVE WS-SENT-COUNT(WHF-X) TO DL-RECORDS.
003440     MOVE WS-SENT-HASH(WHF-X) TO DL-HASH.
003450     MOVE SPACES TO DL-NOTE.
003460     MOVE WS-DETAIL-LINE TO REPORT-LINE.
003470     WRITE REPORT-LINE.
003480 3000-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------
003510 3100-SEND-ONE-RECORD.
003520*    ONLY THE RUN'S OWN RECORDS GO - A RECORD OF ANY OTHER RUN-ID
003530*    (A DATASET NOT REALLOCATED, OR THE WRONG GENERATION) IS
003540*    COUNTED AND LEFT OUT.  THE HASH TOTAL IS THE SUM OF T.
003550*----------------------------------------------------------------
003560     MOVE SPACES TO WAREHOUSE-FEED-RECORD.
003570     MOVE WS-TYPE-CODE(WHF-X) TO WHF-REC-TYPE.
003580     EVALUATE WHF-X
003590         WHEN 1
003600             READ SEED-OUTPUT-FILE
003610                 AT END
003620                     SET IN-STATUS-EOF TO TRUE
003630                     GO TO 3100-EXIT
003640             END-READ
003650             IF SUM-RUN-ID NOT = WS-RUN-ID
003660                 ADD 1 TO WS-FOREIGN-COUNT
003670                 GO TO 3100-EXIT
003680             END-IF
003690             MOVE SUM-T TO WHS-T
003700             MOVE SUM-PHASE TO WHS-PHASE
003710             MOVE SUM-FIELDPRINT TO WHS-FIELDPRINT
003720             MOVE SUM-ORDERPARAM TO WHS-ORDERPARAM
003730             ADD WHS-T TO WS-SENT-HASH(WHF-X)
003740         WHEN 2
003750             READ KAIROS-AUDIT-FILE
003760                 AT END
003770                     SET IN-STATUS-EOF TO TRUE
003780                     GO TO 3100-EXIT
003790             END-READ
003800             IF AUD-RUN-ID NOT = WS-RUN-ID
003810                 ADD 1 TO WS-FOREIGN-COUNT
003820                 GO TO 3100-EXIT
003830             END-IF
003840             MOVE AUD-T TO WHK-T
003850             MOVE AUD-TIMESTAMP TO WHK-TIMESTAMP
003860             MOVE AUD-FIELDPRINT TO WHK-FIELDPRINT
003870             MOVE AUD-PHASE-BEFORE TO WHK-PHASE-BEFORE
003880             MOVE AUD-PHASE-AFTER TO WHK-PHASE-AFTER
003890             MOVE AUD-ORDERPARAM TO WHK-ORDERPARAM
003900             MOVE AUD-RUNG TO WHK-RUNG
003910             MOVE AUD-SHADOW TO WHK-SHADOW
003920             ADD WHK-T TO WS-SENT-HASH(WHF-X)
003930         WHEN 3
003940             READ RECOVERY-FILE
003950                 AT END
003960                     SET IN-STATUS-EOF TO TRUE
003970                     GO TO 3100-EXIT
003980             END-READ
003990             IF REC-RUN-ID NOT = WS-RUN-ID
004000                 ADD 1 TO WS-FOREIGN-COUNT
004010                 GO TO 3100-EXIT
004020             END-IF
004030             MOVE REC-ACT-NO TO WHR-ACT-NO
004040             MOVE REC-START-T TO WHR-START-T
004050             MOVE REC-STEPS-TO-RECOVER TO WHR-STEPS-TO-RECOVER
004060             MOVE REC-FP-AFTER-N TO WHR-FP-AFTER-N
004070             MOVE REC-RECOVERED-FLAG TO WHR-RECOVERED-FLAG
004080             MOVE REC-MAX-RUNG TO WHR-MAX-RUNG
004090             ADD WHR-START-T TO WS-SENT-HASH(WHF-X)
004100         WHEN 4
004110             READ CLUSTER-METRIC-FILE
004120                 AT END
004130                     SET IN-STATUS-EOF TO TRUE
004140                     GO TO 3100-EXIT
004150             END-READ
004160             IF CM-RUN-ID NOT = WS-RUN-ID
004170                 ADD 1 TO WS-FOREIGN-COUNT
004180                 GO TO 3100-EXIT
004190             END-IF
004200             MOVE CM-T TO WHC-T
004210             MOVE CM-CLUSTER-NO TO WHC-CLUSTER-NO
004220             MOVE CM-CLUS-START TO WHC-CLUS-START
004230             MOVE CM-CLUS-END TO WHC-CLUS-END
004240             MOVE CM-FIELDPRINT TO WHC-FIELDPRINT
004250             MOVE CM-ORDERPARAM TO WHC-ORDERPARAM
004260             ADD WHC-T TO WS-SENT-HASH(WHF-X)
004270     END-EVALUATE.
004280     ADD 1 TO WS-SENT-COUNT(WHF-X).
004290     PERFORM 8000-WRITE-FEED THRU 8000-EXIT.
004300 3100-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330 4000-WRITE-TRAILER.
004340*    THE TRAILER IS THE LAST RECORD AND COUNTS ITSELF.
004350*----------------------------------------------------------------
004360     MOVE SPACES TO WAREHOUSE-FEED-RECORD.
004370     SET WHF-TRAILER TO TRUE.
004380     PERFORM VARYING WHF-X FROM 1 BY 1 UNTIL WHF-X > 4
004390         MOVE WS-TYPE-CODE(WHF-X) TO WHT-TYPE(WHF-X)
004400         MOVE WS-SENT-COUNT(WHF-X) TO WHT-COUNT(WHF-X)
004410         MOVE WS-SENT-HASH(WHF-X) TO WHT-HASH(WHF-X)
004420     END-PERFORM.
004430     COMPUTE WHT-TOTAL-RECORDS = WS-SEQ + 1.
004440     PERFORM 8000-WRITE-FEED THRU 8000-EXIT.
004450     CLOSE FEED-FILE.
004460 4000-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490 5000-LOG-SENT.
004500*    THE FEED IS COMPLETE - ADD ITS HEADER AND TRAILER TO THE
004510*    WHSENT CONTROL LOG.  WITNESS-WHRECON RECONCILES THE LAST
004520*    PAIR FOR A RUN, SO A RESENT RUN SIMPLY ADDS ANOTHER.
004530*----------------------------------------------------------------
004540     OPEN EXTEND SENT-LOG-FILE.
004550     IF NOT SENT-STATUS-OK
004560         OPEN OUTPUT SENT-LOG-FILE
004570     END-IF.
004580     IF NOT SENT-STATUS-OK
004590         DISPLAY "WITNESS-WHFEED: WHSENT WILL NOT OPEN - "
004600             "ABENDING, FEED NOT LOGGED AS SENT"
004610         STOP RUN WITH ERROR STATUS 16
004620     END-IF.
004630     WRITE SENT-LOG-IMAGE FROM WS-HEADER-SAVE.
004640     WRITE SENT-LOG-IMAGE FROM WAREHOUSE-FEED-RECORD.
004650     IF NOT SENT-STATUS-OK
004660         DISPLAY "WITNESS-WHFEED: WHSENT WRITE FAILED STATUS "
004670             WS-SENT-STATUS " - ABENDING"
004680         STOP RUN WITH ERROR STATUS 16
004690     END-IF.
004700     CLOSE SENT-LOG-FILE.
004710 5000-EXIT.
004720     EXIT.

004730*----------------------------------------------------------------
004740 8000-WRITE-FEED.
004750*    STAMPS THE COMMON PREFIX AND THE NEXT SEQUENCE NUMBER.  A
004760*    FAILED WRITE LEAVES A FEED WITH NO TRAILER, WHICH THE
004770*    WAREHOUSE REFUSES - ABEND SO THE STEP IS RERUN.
004780*----------------------------------------------------------------
004790     ADD 1 TO WS-SEQ.
004800     MOVE WS-INTERFACE-ID TO WHF-INTERFACE-ID.
004810     MOVE WS-RUN-ID TO WHF-RUN-ID.
004820     MOVE WS-SEQ TO WHF-SEQ.
004830     WRITE FEED-IMAGE FROM WAREHOUSE-FEED-RECORD.
004840     IF NOT FEED-STATUS-OK
004850         DISPLAY "WITNESS-WHFEED: WHFEED WRITE FAILED STATUS "
004860             WS-FEED-STATUS " - ABENDING"
004870         STOP RUN WITH ERROR STATUS 16
004880     END-IF.
004890 8000-EXIT.
004900     EXIT.

004910*----------------------------------------------------------------
004920 8300-LOG-EVENT.
004930*----------------------------------------------------------------
004940     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
004950         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
004960 8300-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990 9000-TERMINATE.
005000*----------------------------------------------------------------
005010     MOVE SPACES TO REPORT-LINE.
005020     WRITE REPORT-LINE.
005030     MOVE "RECORDS SENT" TO SM-LABEL.
005040     MOVE WS-SEQ TO SM-COUNT.
005050     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005060     WRITE REPORT-LINE.
005070     MOVE "DATASETS NOT AVAILABLE" TO SM-LABEL.
005080     MOVE WS-MISSING-COUNT TO SM-COUNT.
005090     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005100     WRITE REPORT-LINE.
005110     MOVE "OTHER RUNS' RECORDS LEFT OUT" TO SM-LABEL.
005120     MOVE WS-FOREIGN-COUNT TO SM-COUNT.
005130     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
005140     WRITE REPORT-LINE.
005150     CLOSE REPORT-FILE.
005160     MOVE SPACES TO WS-EVL-TEXT.
005170     IF WS-MISSING-COUNT > ZERO OR WS-FOREIGN-COUNT > ZERO
005180         MOVE "WHFWARN" TO WS-EVL-CODE
005190         MOVE "W" TO WS-EVL-SEVERITY
005200         STRING "FEED SENT WITH " WS-MISSING-COUNT " ABSENT, "
005210             WS-FOREIGN-COUNT " LEFT OUT - SEE WHFRPT"
005220             DELIMITED BY SIZE INTO WS-EVL-TEXT
005230     ELSE
005240         MOVE "WHFOK" TO WS-EVL-CODE
005250         MOVE "I" TO WS-EVL-SEVERITY
005260         STRING "WAREHOUSE FEED WRITTEN - " WS-SEQ " RECORDS"
005270             DELIMITED BY SIZE INTO WS-EVL-TEXT
005280     END-IF.
005290     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
005300     IF WS-MISSING-COUNT > ZERO OR WS-FOREIGN-COUNT > ZERO
005310         MOVE 4 TO RETURN-CODE
005320     END-IF.
005330     DISPLAY "WITNESS-WHFEED: RUN " WS-RUN-ID " RECORDS "
005340         WS-SEQ " ABSENT " WS-MISSING-COUNT
005350         " LEFT OUT " WS-FOREIGN-COUNT.
005360 9000-EXIT.
005370     EXIT.
