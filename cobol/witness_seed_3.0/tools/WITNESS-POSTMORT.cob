000330*                  OSCILLATORS WITH THE LARGEST SWING FROM THE
000340*                  START OF THE LEAD-UP TO THE ACTIVATION STEP.
000350*                  ONE PAGE PER ACTIVATION ON PMRPT.
000351* 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
000352*                  ARE SKIPPED BY THE AUDIT JOIN, SO ACTIVATION N
000353*                  IS STILL THE NTH RUNG-1 RECORD.  EACH PAGE NOW
000355*                  CARRIES THE HIGHEST LADDER RUNG REACHED AND
000356*                  WHETHER THE EXCURSION RECOVERED, FROM THE
000357*                  OPTIONAL KAIRECOV DATASET - ON A RECOVERED
000358*                  EXCURSION THAT RUNG IS THE LEVEL THAT WORKED.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000430     SELECT KAIROS-AUDIT-FILE ASSIGN TO "KAIROSAU"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-STATUS.
000452     SELECT RECOVERY-FILE ASSIGN TO "KAIRECOV"
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-RECOVERY-STATUS.
000460     SELECT CLUSTER-METRIC-FILE ASSIGN TO "CLSTMET"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CLSTMET-STATUS.
000650 FD  KAIROS-AUDIT-FILE.
000660     COPY AUDITREC.

000662 FD  RECOVERY-FILE.
000664     COPY RECOVREC.

000670 FD  CLUSTER-METRIC-FILE.
000680     COPY CLSTREC.

000802 01  WS-CLSTMET-OPEN-SW      PIC X(01) VALUE "N".
000804     88  CLSTMET-FILE-OPEN   VALUE "Y".
000810 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
000812 01  WS-RECOVERY-STATUS      PIC X(02) VALUE SPACES.
000814     88  RECOVERY-STATUS-OK  VALUE "00".
000816     88  RECOVERY-STATUS-EOF VALUE "10".

000820*----------------------------------------------------------------
000830* AUDIT TABLE - ONE ENTRY PER ACTIVATION, SUBSCRIPTED BY THE
000940         10  AT-PHASE-AFTER      PIC S9(5)V9(5).
000950         10  AT-ORDERPARAM       PIC S9(5)V9(5).

000951*----------------------------------------------------------------
000952* LADDER OUTCOME TABLE - KAIRECOV'S HIGHEST RUNG AND RECOVERED
000953* FLAG, SUBSCRIPTED BY THE ACTIVATION NUMBER LIKE THE AUDIT
000954* TABLE.  RV-FLAG SPACE MEANS NO KAIRECOV RECORD WAS SEEN.
000955*----------------------------------------------------------------
000956 01  WS-OUTCOME-TABLE.
000957     05  WS-OUTCOME-ENTRY    OCCURS 2000 TIMES.
000958         10  RV-MAX-RUNG         PIC 9(02).
000959         10  RV-FLAG             PIC X(01).

000960*----------------------------------------------------------------
000970* ROLLING PER-CLUSTER CLSTMET STATE - THE LAST TWO CADENCE
000980* POINTS AT OR BEFORE THE T THE SCAN HAS ADVANCED TO.  THE
001540     05  A2-BEFORE           PIC -(5)9.99999.
001550     05  FILLER              PIC X(07) VALUE " AFTER ".
001560     05  A2-AFTER            PIC -(5)9.99999.
       01  WS-LADDER-LINE.
           05  FILLER              PIC X(20)
               VALUE "LADDER RUNG REACHED ".
           05  LL-RUNG             PIC Z9.
           05  FILLER              PIC X(12) VALUE "  RECOVERED ".
           05  LL-FLAG             PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LL-TEXT             PIC X(30).
       01  WS-NO-LADDER-LINE       PIC X(80) VALUE
           "NO KAIRECOV RECORD FOR THIS ACTIVATION".
001570 01  WS-NO-AUDIT-LINE        PIC X(80) VALUE
001580     "AUDIT RECORD NOT TABLED FOR THIS ACTIVATION".
001590 01  WS-TRAJ-HEADING         PIC X(80) VALUE
002090         STOP RUN WITH ERROR STATUS 16
002100     END-IF.
002110     PERFORM 1100-LOAD-AUDITS THRU 1100-EXIT.
002115     PERFORM 1200-LOAD-OUTCOMES THRU 1200-EXIT.
002120     OPEN INPUT CLUSTER-METRIC-FILE.
002130     IF NOT CLSTMET-STATUS-OK
002140         DISPLAY "WITNESS-POSTMORT: CLSTMET NOT AVAILABLE - "
002450             SET AUDIT-STATUS-EOF TO TRUE
002460             GO TO 1110-EXIT
002470     END-READ.
002472     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
002474         GO TO 1110-EXIT
002476     END-IF.
002480     IF WS-AUDIT-COUNT NOT < 2000
002490         GO TO 1110-EXIT
002500     END-IF.
003320         MOVE WS-NO-AUDIT-LINE TO REPORT-LINE
003330         WRITE REPORT-LINE
003340     END-IF.
003345     PERFORM 2150-PRINT-LADDER-OUTCOME THRU 2150-EXIT.
003350     PERFORM 2200-ADVANCE-CLSTMET THRU 2200-EXIT.
003360     PERFORM 2300-NAME-MOVING-CLUSTER THRU 2300-EXIT.
003370     MOVE WS-TRAJ-HEADING TO REPORT-LINE.
004720         " POST-MORTEM PAGES WRITTEN".
004730 9000-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760 1200-LOAD-OUTCOMES.
004770*    KAIRECOV IS OPTIONAL - WITHOUT IT EVERY PAGE SAYS SO AND THE
004780*    REST OF THE REPORT IS UNCHANGED.
004790*----------------------------------------------------------------
004800     PERFORM VARYING J FROM 1 BY 1 UNTIL J > 2000
004810         MOVE ZERO TO RV-MAX-RUNG(J)
004820         MOVE SPACE TO RV-FLAG(J)
004830     END-PERFORM.
004840     OPEN INPUT RECOVERY-FILE.
004850     IF NOT RECOVERY-STATUS-OK
004860         DISPLAY "WITNESS-POSTMORT: KAIRECOV NOT AVAILABLE - "
004870             "LADDER OUTCOME WILL BE SKIPPED"
004880         GO TO 1200-EXIT
004890     END-IF.
004900     PERFORM 1210-LOAD-ONE-OUTCOME THRU 1210-EXIT
004910         UNTIL RECOVERY-STATUS-EOF.
004920     CLOSE RECOVERY-FILE.
004930 1200-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960 1210-LOAD-ONE-OUTCOME.
004970*    A RECORD FROM BEFORE THE LADDER EXISTED HAS NO RUNG; ITS
004980*    EXCURSION ONLY EVER HAD THE ONE CORRECTION, SO IT IS RUNG 1.
004990*----------------------------------------------------------------
005000     READ RECOVERY-FILE
005010         AT END
005020             SET RECOVERY-STATUS-EOF TO TRUE
005030             GO TO 1210-EXIT
005040     END-READ.
005050     IF REC-ACT-NO IS NOT NUMERIC
005060             OR REC-ACT-NO = ZERO OR REC-ACT-NO > 2000
005070         GO TO 1210-EXIT
005080     END-IF.
005090     MOVE REC-RECOVERED-FLAG TO RV-FLAG(REC-ACT-NO).
005100     IF REC-MAX-RUNG IS NUMERIC AND REC-MAX-RUNG > ZERO
005110         MOVE REC-MAX-RUNG TO RV-MAX-RUNG(REC-ACT-NO)
005120     ELSE
005130         MOVE 1 TO RV-MAX-RUNG(REC-ACT-NO)
005140     END-IF.
005150 1210-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180 2150-PRINT-LADDER-OUTCOME.
005190*----------------------------------------------------------------
005200     IF WS-GRP-ACT-NO = ZERO OR WS-GRP-ACT-NO > 2000
005210         MOVE WS-NO-LADDER-LINE TO REPORT-LINE
005220         WRITE REPORT-LINE
005230         GO TO 2150-EXIT
005240     END-IF.
005250     IF RV-FLAG(WS-GRP-ACT-NO) = SPACE
005260         MOVE WS-NO-LADDER-LINE TO REPORT-LINE
005270         WRITE REPORT-LINE
005280         GO TO 2150-EXIT
005290     END-IF.
005300     MOVE RV-MAX-RUNG(WS-GRP-ACT-NO) TO LL-RUNG.
005310     MOVE RV-FLAG(WS-GRP-ACT-NO) TO LL-FLAG.
005320     IF RV-FLAG(WS-GRP-ACT-NO) = "Y"
005330         MOVE "- THIS RUNG BROUGHT IT BACK" TO LL-TEXT
005340     ELSE
005350         MOVE "- NO RUNG BROUGHT IT BACK" TO LL-TEXT
005360     END-IF.
005370     MOVE WS-LADDER-LINE TO REPORT-LINE.
005380     WRITE REPORT-LINE.
005390 2150-EXIT.
005400     EXIT.
