000456*                  AN ACTIVATION WHOSE INCIDENT COUNT MOVED
000457*                  SINCE THE PRIOR ACTIVATION IS LISTED HERE, SO
000458*                  "MODEL OR FEED" IS ANSWERED PER EVENT.
      * 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
      *                  ARE NOT COUNTED AS ACTIVATIONS - THE COUNT
      *                  STAYS ONE PER EXCURSION, AS REGISTERED.
000459*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
002690             SET AUDIT-STATUS-EOF TO TRUE
002700             GO TO 2100-EXIT
002710     END-READ.
002712     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
002714         GO TO 2100-EXIT
002716     END-IF.
002720     ADD 1 TO WS-ACTIVATION-COUNT.
002722     IF AUD-FEED-EVENTS IS NUMERIC
002723         IF AUD-FEED-EVENTS > WS-PREV-FEED-EVENTS
