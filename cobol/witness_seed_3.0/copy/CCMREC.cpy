000010*----------------------------------------------------------------
000020* CCMREC - COST-CENTER MASTER RECORD (CCMAST)
000030*----------------------------------------------------------------
000040* THE COST CENTERS AND PROJECTS A RUN MAY BE CHARGED TO, KEYED BY
000050* COST CENTER AND PROJECT (11 BYTES AT OFFSET 0) IN THE CCMAST
000060* VSAM KSDS.  THE ENTRY WITH A BLANK PROJECT IS THE COST CENTER
000070* ITSELF - ITS NAME, OWNER AND THE GENERAL LEDGER ACCOUNT ITS
000080* CHARGEBACK IS DEBITED TO; EVERY OTHER ENTRY UNDER IT IS A
000090* PROJECT THAT MAY BE PUNCHED WITH IT.  MAINTAINED BY
000100* WITNESS-CCMNT; READ THROUGH WITNESS-CCCHK BY WITNESS-INIT AND
000110* WITNESS-QUEUE, AND BY WITNESS-BILL FOR THE GL ACCOUNT.
000120*   CCM-STATUS       A - OPEN.  C - CLOSED: NO NEW RUN MAY BE
000130*                    CHARGED TO IT, BUT THE RECORD IS KEPT SO
000140*                    RUNS ALREADY ON ACCTOUT STILL BILL.  CLOSING
000150*                    A COST CENTER CLOSES ALL OF ITS PROJECTS.
000160*   CCM-GL-ACCOUNT   COST-CENTER ENTRY ONLY
000170*   CCM-OPENED       DATE THE ENTRY WAS ADDED
000180*   CCM-CLOSED-ON    DATE IT WAS CLOSED, ZERO WHILE OPEN
000190*   CCM-UPDATED      DATE OF THE LAST MAINTENANCE TRANSACTION
000200* RECORD LENGTH IS 100 BYTES.
000210*----------------------------------------------------------------
000220 01  COST-CENTER-RECORD.
000230     05  CCM-KEY.
000240         10  CCM-COST-CENTER     PIC X(05).
000250         10  CCM-PROJECT         PIC X(06).
000260     05  CCM-STATUS              PIC X(01).
000270         88  CCM-OPEN            VALUE "A".
000280         88  CCM-CLOSED          VALUE "C".
000290     05  CCM-NAME                PIC X(30).
000300     05  CCM-OWNER               PIC X(08).
000310     05  CCM-GL-ACCOUNT          PIC X(10).
000320     05  CCM-OPENED              PIC 9(08).
000330     05  CCM-CLOSED-ON           PIC 9(08).
000340     05  CCM-UPDATED             PIC 9(08).
000350     05  FILLER                  PIC X(16).
