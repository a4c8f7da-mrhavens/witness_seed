000300*                  SUMMARY COUNTS, AND THE CLOSING ACCOUNTING
000310*                  FIGURES.  THIS IS THE ARTIFACT ATTACHED TO
000320*                  EVERY INCIDENT TICKET.
000321* 2026-10-15  DLA  KLADDER LADDER ESCALATIONS (AUD-RUNG 2 AND UP)
000322*                  ARE NOT COUNTED AS ACTIVATIONS - THE COUNT
000324*                  STAYS ONE PER EXCURSION, AS REGISTERED.
000325* 2026-10-15  DLA  THE ACCTOUT LAYOUT NOW COMES FROM COPY
000327*                  ACTREC INSTEAD OF A HAND-KEYED COPY (THE RECORD
000328*                  GREW TO 130 BYTES FOR CHARGEBACK).
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000910     COPY RECOVREC.

000920 FD  ACCOUNTING-FILE.
000930     COPY ACTREC.

001050 FD  REPORT-FILE.
001060 01  REPORT-LINE                PIC X(80).
004390             SET AUDIT-STATUS-EOF TO TRUE
004400             GO TO 5100-EXIT
004410     END-READ.
004412     IF AUD-RUNG IS NUMERIC AND AUD-RUNG > 1
004414         GO TO 5100-EXIT
004416     END-IF.
004420     IF AUD-RUN-ID = WS-RUN-ID
004430         ADD 1 TO WS-ACTIVATION-COUNT
004440     END-IF.
