000010*----------------------------------------------------------------
000020* BLMREC - CHARGEBACK BILLED-THROUGH MARKER (BILLMARK)
000030*----------------------------------------------------------------
000040* ONE RECORD, REWRITTEN EACH TIME A MONTH'S CHARGEBACK HAS BEEN
000050* BILLED FROM ACCTOUT.  A RUN BELONGS TO THE MONTH OF ITS
000060* ACT-START-TS, AND EVERY RUN IN A MONTH UP TO AND INCLUDING
000070* BLM-MONTH HAS BEEN BILLED.  WITNESS-RETAIN WILL NOT PURGE AN
000080* ACCTOUT RECORD FOR ANY LATER MONTH.  AN EMPTY BILLMARK MEANS
000090* NOTHING HAS BEEN BILLED YET.
000100*   BLM-MONTH        LAST MONTH BILLED, YYYYMM
000110*   BLM-BILLED-TS    WHEN IT WAS MARKED BILLED
000120*   BLM-RUNS         RUNS BILLED IN THAT MONTH
000130* RECORD LENGTH IS 80 BYTES.
000140*----------------------------------------------------------------
000150 01  BILL-MARK-RECORD.
000160     05  BLM-MONTH               PIC 9(06).
000170     05  BLM-BILLED-TS           PIC X(26).
000180     05  BLM-RUNS                PIC 9(07).
000190     05  FILLER                  PIC X(41).
