000010*----------------------------------------------------------------
000020* GATEREC - ACCEPTANCE GATE HISTORY (ENVHIST)
000030*----------------------------------------------------------------
000040* ONE RECORD APPENDED BY WITNESS-ENVGATE EACH TIME A RUN IS
000050* GATED, SO THE OUTCOME OUTLIVES THE ENVRPT SYSOUT.  THE MONTHLY
000060* SCORECARD (WITNESS-OPSKPI) COUNTS THE BREACHES FROM IT.
000070*   GTH-RUN-ID         THE RUN GATED
000080*   GTH-GATED-TS       WHEN IT WAS GATED
000090*   GTH-RESULT         R - RELEASED, INSIDE THE ENVELOPE
000100*                      B - BREACH, DOWNSTREAM STEPS HELD (RC=6)
000110*                      S - OBSERVE-ONLY RUN, SCORED NOT GATED
000120*                      T - FEWER THAN THREE ELIGIBLE RUNS, NO
000130*                          ENVELOPE, RELEASED
000140*   GTH-BREACH-COUNT   METRICS OUTSIDE THE ENVELOPE
000150*   GTH-ELIGIBLE-COUNT RUNS IN THE ENVELOPE
000160* RECORD LENGTH IS 50 BYTES.
000170*----------------------------------------------------------------
000180 01  GATE-HISTORY-RECORD.
000190     05  GTH-RUN-ID              PIC 9(08).
000200     05  GTH-GATED-TS            PIC X(26).
000210     05  GTH-RESULT              PIC X(01).
000220         88  GTH-RELEASED        VALUE "R".
000230         88  GTH-BREACH          VALUE "B".
000240         88  GTH-SHADOW          VALUE "S".
000250         88  GTH-THIN            VALUE "T".
000260     05  GTH-BREACH-COUNT        PIC 9(03).
000270     05  GTH-ELIGIBLE-COUNT      PIC 9(03).
000280     05  FILLER                  PIC X(09).
