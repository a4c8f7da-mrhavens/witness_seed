000308*                  RUNS INSTEAD OF EXTRACTING WHATEVER SITS PAST
000309*                  THE SHORT RECORD.  WITH NO RUNREGST DD THE
000311*                  SHAPE IS UNVERIFIED AND A WARNING SAYS SO.
      * 2026-10-15  DLA  NEW EXT-SOURCE M READS SYNCOUT (COPY SYNCREC)
      *                  FROM WITNESS-SYNCMAT - ONE LINE PER CLUSTER
      *                  PAIR PER WINDOW, T BEING THE WINDOW'S LAST
      *                  CHECKPOINT.  THE FIELD FLAGS AND I SUBSCRIPTS
      *                  DO NOT APPLY TO THIS SOURCE.
      * 2026-10-15  DLA  NEW EXT-SOURCE E READS ENSBAND (COPY ENSREC)
      *                  FROM WITNESS-ENSEMBLE - ONE LINE PER OUT-T WITH
      *                  THE MEMBER COUNT, THE FIELDPRINT AND
      *                  ORDER-PARAM MEAN / STD-DEV / P10 / P50 / P90
      *                  AND THE COUNT OF MEMBERS OUTSIDE THE BAND.  THE
      *                  FIELD FLAGS AND I SUBSCRIPTS DO NOT APPLY TO
      *                  THIS SOURCE.
000312*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000495         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS REG-RUN-ID
000497         FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SYNC-OUT-FILE ASSIGN TO "SYNCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYNCOUT-STATUS.
           SELECT ENSEMBLE-BAND-FILE ASSIGN TO "ENSBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENSBAND-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.
000620         88  SOURCE-SEEDOUT      VALUE "S".
000630         88  SOURCE-PHASETRD     VALUE "P".
000640         88  SOURCE-KAIROSAU     VALUE "K".
000642         88  SOURCE-SYNCMAT      VALUE "M".
000644         88  SOURCE-ENSEMBLE     VALUE "E".
000650     05  EXT-T-FROM              PIC 9(07).
000660     05  EXT-T-TO                PIC 9(07).
000670     05  EXT-PHASE-FLAG          PIC X(01).
000762 FD  RUN-REGISTRY-FILE.
000764     COPY RUNREG.

000765 FD  SYNC-OUT-FILE.
000766     COPY SYNCREC.

000767 FD  ENSEMBLE-BAND-FILE.
000768     COPY ENSREC.

000770 WORKING-STORAGE SECTION.
000780 01  WS-SEED-STATUS          PIC X(02) VALUE SPACES.
000790     88  SEED-STATUS-OK      VALUE "00".

000892 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000894     88  REGISTRY-STATUS-OK  VALUE "00".
       01  WS-SYNCOUT-STATUS       PIC X(02) VALUE SPACES.
           88  SYNCOUT-STATUS-OK   VALUE "00".
           88  SYNCOUT-STATUS-EOF  VALUE "10".
       01  WS-ENSBAND-STATUS       PIC X(02) VALUE SPACES.
           88  ENSBAND-STATUS-OK   VALUE "00".
           88  ENSBAND-STATUS-EOF  VALUE "10".
000900 01  WS-DONE-SW              PIC X(01) VALUE "N".
000910     88  EXTRACT-DONE        VALUE "Y".
000911*----------------------------------------------------------------
001080             PERFORM 3000-EXTRACT-PHASETRD THRU 3000-EXIT
001090         WHEN SOURCE-KAIROSAU
001100             PERFORM 4000-EXTRACT-KAIROSAU THRU 4000-EXIT
001102         WHEN SOURCE-SYNCMAT
001104             PERFORM 4500-EXTRACT-SYNCOUT THRU 4500-EXIT
001106         WHEN SOURCE-ENSEMBLE
001108             PERFORM 4700-EXTRACT-ENSBAND THRU 4700-EXIT
001110         WHEN OTHER
001120             DISPLAY "WITNESS-EXTRACT: EXT-SOURCE MUST BE S, P, "
001130                 "K, M OR E - ABENDING"
001140             STOP RUN WITH ERROR STATUS 8
001150     END-EVALUATE.
001160     CLOSE EXTRACT-OUT-FILE.
001510     MOVE 1 TO WS-PTR.
001520     STRING "T" DELIMITED BY SIZE
001530         INTO WS-OUT-LINE WITH POINTER WS-PTR.
           IF SOURCE-SYNCMAT
               STRING ",WINDOW,CLUSTER-A,CLUSTER-B,SAMPLES,PLV,"
                   "PRIOR-PLV,RISE,FLAG" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-PTR
               GO TO 1150-WRITE
           END-IF.
           IF SOURCE-ENSEMBLE
               STRING ",MEMBERS,FP-MEAN,FP-SD,FP-P10,FP-P50,FP-P90,"
                   "OP-MEAN,OP-SD,OP-P10,OP-P50,OP-P90,OUTSIDE"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-PTR
               GO TO 1150-WRITE
           END-IF.
001540     IF WANT-PHASE
001550         IF SOURCE-KAIROSAU
001560             STRING ",PHASE-BEFORE,PHASE-AFTER" DELIMITED BY
001720         PERFORM 1200-HEADER-ONE-SUB THRU 1200-EXIT
001730             VARYING SUB-X FROM 1 BY 1 UNTIL SUB-X > 10
001740     END-IF.
001745 1150-WRITE.
001750     MOVE WS-OUT-LINE TO EXTRACT-OUT-RECORD.
001760     WRITE EXTRACT-OUT-RECORD.
001770 1100-EXIT.
003600     ADD 1 TO WS-WRITTEN-COUNT.
003610 6000-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640 4500-EXTRACT-SYNCOUT.
003650*    ONE LINE PER CLUSTER PAIR PER WINDOW, KEYED FOR THE T FILTER
003660*    ON SM-T-TO, THE LAST CHECKPOINT IN THE WINDOW.  THE FIELD
003670*    FLAGS AND I SUBSCRIPTS ARE IGNORED FOR THIS SOURCE.
003680*----------------------------------------------------------------
003690     OPEN INPUT SYNC-OUT-FILE.
003700     IF NOT SYNCOUT-STATUS-OK
003710         DISPLAY "WITNESS-EXTRACT: SYNCOUT NOT AVAILABLE - "
003720             "ABENDING"
003730         STOP RUN WITH ERROR STATUS 16
003740     END-IF.
003750     PERFORM 4600-ONE-SYNCOUT THRU 4600-EXIT
003760         UNTIL SYNCOUT-STATUS-EOF OR EXTRACT-DONE.
003770     CLOSE SYNC-OUT-FILE.
003780 4500-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810 4700-EXTRACT-ENSBAND.
003820*    ONE LINE PER OUT-T OF THE ENSEMBLE.  THE FIELD FLAGS AND I
003830*    SUBSCRIPTS ARE IGNORED FOR THIS SOURCE.
003840*----------------------------------------------------------------
003850     OPEN INPUT ENSEMBLE-BAND-FILE.
003860     IF NOT ENSBAND-STATUS-OK
003870         DISPLAY "WITNESS-EXTRACT: ENSBAND NOT AVAILABLE - "
003880             "ABENDING"
003890         STOP RUN WITH ERROR STATUS 16
003900     END-IF.
003910     PERFORM 4800-ONE-ENSBAND THRU 4800-EXIT
003920         UNTIL ENSBAND-STATUS-EOF OR EXTRACT-DONE.
003930     CLOSE ENSEMBLE-BAND-FILE.
003940 4700-EXIT.
003950     EXIT.

003960*----------------------------------------------------------------
003970 4800-ONE-ENSBAND.
003980*----------------------------------------------------------------
003990     READ ENSEMBLE-BAND-FILE
004000         AT END
004010             SET ENSBAND-STATUS-EOF TO TRUE
004020             GO TO 4800-EXIT
004030     END-READ.
004040     IF EB-T < EXT-T-FROM
004050         GO TO 4800-EXIT
004060     END-IF.
004070     IF EB-T > WS-T-TO-EFF
004080         SET EXTRACT-DONE TO TRUE
004090         GO TO 4800-EXIT
004100     END-IF.
004110     MOVE SPACES TO WS-OUT-LINE.
004120     MOVE 1 TO WS-PTR.
004130     STRING EB-T "," EB-MEMBERS DELIMITED BY SIZE
004140         INTO WS-OUT-LINE WITH POINTER WS-PTR.
004150     MOVE EB-FP-MEAN TO WS-NUM-EDIT.
004160     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004170     MOVE EB-FP-STDDEV TO WS-NUM-EDIT.
004180     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004190     MOVE EB-FP-P10 TO WS-NUM-EDIT.
004200     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004210     MOVE EB-FP-P50 TO WS-NUM-EDIT.
004220     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004230     MOVE EB-FP-P90 TO WS-NUM-EDIT.
004240     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004250     MOVE EB-OP-MEAN TO WS-NUM-EDIT.
004260     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004270     MOVE EB-OP-STDDEV TO WS-NUM-EDIT.
004280     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004290     MOVE EB-OP-P10 TO WS-NUM-EDIT.
004300     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004310     MOVE EB-OP-P50 TO WS-NUM-EDIT.
004320     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004330     MOVE EB-OP-P90 TO WS-NUM-EDIT.
004340     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004350     STRING "," EB-OUTSIDE DELIMITED BY SIZE
004360         INTO WS-OUT-LINE WITH POINTER WS-PTR.
004370     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004380 4800-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------
004410 4600-ONE-SYNCOUT.
004420*----------------------------------------------------------------
004430     READ SYNC-OUT-FILE
004440         AT END
004450             SET SYNCOUT-STATUS-EOF TO TRUE
004460             GO TO 4600-EXIT
004470     END-READ.
004480     IF SM-T-TO < EXT-T-FROM
004490         GO TO 4600-EXIT
004500     END-IF.
004510     IF SM-T-TO > WS-T-TO-EFF
004520         SET EXTRACT-DONE TO TRUE
004530         GO TO 4600-EXIT
004540     END-IF.
004550     MOVE SPACES TO WS-OUT-LINE.
004560     MOVE 1 TO WS-PTR.
004570     STRING SM-T-TO "," SM-WINDOW-NO "," SM-CLUSTER-A ","
004580         SM-CLUSTER-B "," SM-SAMPLES DELIMITED BY SIZE
004590         INTO WS-OUT-LINE WITH POINTER WS-PTR.
004600     MOVE SM-PLV TO WS-NUM-EDIT.
004610     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004620     MOVE SM-PRIOR-PLV TO WS-NUM-EDIT.
004630     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004640     MOVE SM-RISE TO WS-NUM-EDIT.
004650     PERFORM 5000-APPEND-NUMBER THRU 5000-EXIT.
004660     STRING "," SM-RISE-FLAG DELIMITED BY SIZE
004670         INTO WS-OUT-LINE WITH POINTER WS-PTR.
004680     PERFORM 6000-WRITE-LINE THRU 6000-EXIT.
004690 4600-EXIT.
004700     EXIT.
