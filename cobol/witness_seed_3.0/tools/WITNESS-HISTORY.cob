000350*                  MEAN OF THE RUNS BEFORE IT IS FLAGGED, SO A
000360*                  DRIFT THAT BUILDS OVER WEEKS SURFACES BEFORE
000370*                  A MONTH OF DATA IS LOST.
000371* 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
000372*                  ARE NOT COUNTED - THE TREND IS OF ACTIVATIONS,
000373*                  ONE PER EXCURSION, AS IT ALWAYS WAS.
000375* 2026-10-15  DLA  OBSERVE-ONLY RUNS (REG-SHADOW "Y" ON THE
000376*                  RUNREGST REGISTRY) ARE LISTED AS SHADOW BUT
000377*                  KEPT OUT OF EVERY TRAILING MEAN AND NEVER
000378*                  FLAGGED.  WITHOUT RUNREGST NO RUN IS SEPARATED.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000510     SELECT REPORT-FILE ASSIGN TO "HISTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000531     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000533         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS DYNAMIC
000536         RECORD KEY IS REG-RUN-ID
000538         FILE STATUS IS WS-REGISTRY-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000690 FD  REPORT-FILE.
000700 01  REPORT-LINE                PIC X(80).
000710
000712 FD  RUN-REGISTRY-FILE.
000714     COPY RUNREG.
000716
000720 WORKING-STORAGE SECTION.
000730 01  WS-SEED-STATUS          PIC X(02) VALUE SPACES.
000740     88  SEED-STATUS-OK      VALUE "00".
000790 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
000800     88  CARD-STATUS-OK      VALUE "00".
000810 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
000812 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
000814     88  REGISTRY-STATUS-OK  VALUE "00".
000820
000830 01  WS-PCT                  PIC 9(03) VALUE 020.
000840
000980         10  RT-FP-AVG           PIC S9(5)V9(5).
000990         10  RT-FINAL-OP         PIC S9(5)V9(5).
001000         10  RT-ACT-COUNT        PIC 9(09).
001005         10  RT-SHADOW           PIC X(01).
001010 01  RUN-X                   PIC 9(3).
001020 01  RUN-Y                   PIC 9(3).
001030 01  RUN-Z                   PIC 9(3).
001040 01  WS-RUN-SWAP             PIC X(64).
001050 01  WS-CURRENT-RUN          PIC 9(08) VALUE ZERO.
001060 01  WS-OVERFLOW-SW          PIC X(01) VALUE "N".
001070     88  TABLE-OVERFLOWED    VALUE "Y".
001160 01  WS-FP-DIFF              PIC S9(6)V9(5).
001170 01  WS-ACT-DIFF             PIC S9(10)V9(2).
001180 01  WS-FLAG-COUNT           PIC 9(3) VALUE ZERO.
001185 01  WS-SHADOW-COUNT         PIC 9(3) VALUE ZERO.
001190
001200 01  WS-HEADING-1            PIC X(80) VALUE
001210     "WITNESS SEED 3.0 RUN-OVER-RUN HISTORY".
001450     05  FILLER              PIC X(24)
001460         VALUE "RUNS FLAGGED            ".
001470     05  SL2-COUNT           PIC Z(2)9.
001472 01  WS-SUMMARY-LINE-3.
001474     05  FILLER              PIC X(24)
001476         VALUE "SHADOW RUNS, NOT TRENDED".
001478     05  SL3-COUNT           PIC Z(2)9.
001480
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------------
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-TALLY-SEEDOUT THRU 2000-EXIT.
001550     PERFORM 3000-TALLY-AUDIT THRU 3000-EXIT.
001555     PERFORM 3300-MARK-SHADOW-RUNS THRU 3300-EXIT.
001560     PERFORM 3500-SORT-RUNS THRU 3500-EXIT.
001570     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT.
001580     STOP RUN.
002890             SET AUDIT-STATUS-EOF TO TRUE
002900             GO TO 3100-EXIT
002910     END-READ.
002912     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
002914         GO TO 3100-EXIT
002916     END-IF.
002920     PERFORM VARYING RUN-X FROM 1 BY 1
002930             UNTIL RUN-X > WS-RUN-COUNT
002940         IF RT-RUN-ID(RUN-X) = AUD-RUN-ID
003570     MOVE WS-FLAG-COUNT TO SL2-COUNT.
003580     MOVE WS-SUMMARY-LINE-2 TO REPORT-LINE.
003590     WRITE REPORT-LINE.
003592     MOVE WS-SHADOW-COUNT TO SL3-COUNT.
003594     MOVE WS-SUMMARY-LINE-3 TO REPORT-LINE.
003596     WRITE REPORT-LINE.
003600     CLOSE REPORT-FILE.
003610     DISPLAY WS-SUMMARY-LINE-1.
003620     DISPLAY WS-SUMMARY-LINE-2.
003625     DISPLAY WS-SUMMARY-LINE-3.
003630 4000-EXIT.
003640     EXIT.
003650
003680*    THE TRAILING MEAN FOR RUN N IS TAKEN OVER RUNS 1 THROUGH
003690*    N - 1 IN RUN-ID ORDER (OLDEST FIRST AFTER THE SORT), SO THE
003700*    FIRST RUN IS NEVER FLAGGED - THERE IS NOTHING TO TRAIL.
003705*    SHADOW RUNS ARE LISTED BUT NEITHER TRAIL NOR ARE FLAGGED.
003710*----------------------------------------------------------------
003720     MOVE SPACES TO DL-FLAG.
003730     IF RT-SHADOW(RUN-X) = "Y"
003740         MOVE "SHADOW" TO DL-FLAG
003742     ELSE
003744         IF RUN-X > 1
003746             PERFORM 4200-CHECK-AGAINST-TRAIL THRU 4200-EXIT
003748         END-IF
003750     END-IF.
003760     MOVE RT-RUN-ID(RUN-X) TO DL-RUN-ID.
003770     MOVE RT-REC-COUNT(RUN-X) TO DL-REC-COUNT.
003880*----------------------------------------------------------------
003890     MOVE ZERO TO WS-TRAIL-FP-SUM.
003900     MOVE ZERO TO WS-TRAIL-ACT-SUM.
003905     MOVE ZERO TO WS-TRAIL-COUNT.
003910     PERFORM VARYING RUN-Y FROM 1 BY 1 UNTIL RUN-Y = RUN-X
003920         IF RT-SHADOW(RUN-Y) NOT = "Y"
003930             ADD RT-FP-AVG(RUN-Y) TO WS-TRAIL-FP-SUM
003932             ADD RT-ACT-COUNT(RUN-Y) TO WS-TRAIL-ACT-SUM
003934             ADD 1 TO WS-TRAIL-COUNT
003936         END-IF
003940     END-PERFORM.
003950     IF WS-TRAIL-COUNT = ZERO
003952         GO TO 4200-EXIT
003954     END-IF.
003960     COMPUTE WS-TRAIL-FP-MEAN ROUNDED =
003970         WS-TRAIL-FP-SUM / WS-TRAIL-COUNT.
003980     COMPUTE WS-TRAIL-ACT-MEAN ROUNDED =
004120     END-IF.
004130 4200-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160 3300-MARK-SHADOW-RUNS.
004170*    OBSERVE-ONLY RUNS ARE KNOWN ONLY TO THE REGISTRY.  RUNREGST
004180*    IS OPTIONAL - WITHOUT IT EVERY RUN TRENDS AS BEFORE.
004190*----------------------------------------------------------------
004200     OPEN INPUT RUN-REGISTRY-FILE.
004210     IF NOT REGISTRY-STATUS-OK
004220         DISPLAY "WITNESS-HISTORY: RUNREGST NOT AVAILABLE - "
004230             "SHADOW RUNS NOT SEPARATED"
004240         GO TO 3300-EXIT
004250     END-IF.
004260     PERFORM 3310-MARK-ONE-RUN THRU 3310-EXIT
004270         VARYING RUN-X FROM 1 BY 1 UNTIL RUN-X > WS-RUN-COUNT.
004280     CLOSE RUN-REGISTRY-FILE.
004290 3300-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 3310-MARK-ONE-RUN.
004330*----------------------------------------------------------------
004340     MOVE RT-RUN-ID(RUN-X) TO REG-RUN-ID.
004350     READ RUN-REGISTRY-FILE
004360         INVALID KEY
004370             GO TO 3310-EXIT
004380     END-READ.
004390     IF REG-SHADOW = "Y"
004400         MOVE "Y" TO RT-SHADOW(RUN-X)
004410         ADD 1 TO WS-SHADOW-COUNT
004420     END-IF.
004430 3310-EXIT.
004440     EXIT.
004450
