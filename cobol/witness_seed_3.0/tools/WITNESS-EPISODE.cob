000330*                  CURRENT RUNS MOST EPISODES ARE ONE RECORD
000340*                  LONG; PRE-HYSTERESIS ARCHIVES STILL GROUP THE
000350*                  OLD PER-STEP RECORDS INTO THEIR TRUE STORMS.
000352* 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
000354*                  ARE PASSED OVER - THEY ARE FURTHER CORRECTIONS
000356*                  OF AN EXCURSION ALREADY COUNTED.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
001450             SET AUDIT-STATUS-EOF TO TRUE
001460             GO TO 2000-EXIT
001470     END-READ.
001472     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
001474         GO TO 2000-EXIT
001476     END-IF.
001480     IF EPISODE-OPEN
001490         IF AUD-RUN-ID = WS-EPI-RUN-ID
001500                 AND AUD-T = WS-EPI-END-T + 1
