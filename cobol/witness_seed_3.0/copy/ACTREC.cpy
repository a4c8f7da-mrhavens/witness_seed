000010*----------------------------------------------------------------
000020* ACTREC - SHARED ACCTOUT ACCOUNTING RECORD LAYOUT
000030*----------------------------------------------------------------
000040* ONE RECORD PER WITNESS-SEED-3 EXECUTION (AND ONE PER
000050* WITNESS-QUEUE SCENARIO), APPENDED TO THE MONTHLY ACCTOUT DATASET
000060* AT CLOSE-OUT.  SUPPLIES THE LAYOUT TO THE WRITERS AND TO
000070* WITNESS-CAPLAN, WITNESS-CHRONO, WITNESS-OUTVFY AND WITNESS-BILL,
000080* WHICH USED TO CARRY HAND-KEYED COPIES OF THE SAME RECORD.
000090*   ACT-STEPS-EXECUTED  THIS EXECUTION'S OWN STEPS - ONLY THE
000100*                       RESTARTED PORTION ON A WITNESSR
000110*                       RESUBMISSION
000120*   ACT-SEEDOUT-COUNT   SEEDOUT RECORDS WRITTEN, OF SHAPE
000130*                       ACT-SEEDOUT-MODE (F, S OR X - SEE
000140*                       COPY/SEEDREC.CPY)
000150*   ACT-STATELKP-COUNT  STATELKP RECORDS WRITTEN, 11048 BYTES
000160*                       EACH
000170*   ACT-STATUS          THE REG-STATUS THE RUN CLOSED WITH
000180*   ACT-COST-CENTER     WHO PAYS, FROM CC2-COST-CENTER/CC2-PROJECT
000190*   ACT-PROJECT         OR THE RUNQUEUE ENTRY.  SPACES -
000200*                       UNASSIGNED.
000210*   ACT-RESTART-FLAG    "Y" - A WITNESSR RESTART, WHICH CARRIES
000220*                       THE RESTART SURCHARGE
000230*   ACT-SHADOW          "Y" - KAIROS RAN OBSERVE-ONLY
000240* RECORDS WRITTEN BEFORE THE CHARGEBACK FIELDS EXISTED ARE 109
000250* BYTES; WITNESS-BILL TREATS THE MISSING FIELDS AS SPACES/ZERO.
000260* RECORD LENGTH IS 130 BYTES - KEEP THE ACCTOUT DD IN WITNESSJ IN
000270* STEP WITH ANY CHANGE HERE.
000280*----------------------------------------------------------------
000290 01  ACCOUNTING-RECORD.
000300     05  ACT-RUN-ID              PIC 9(08).
000310     05  ACT-START-TS            PIC X(26).
000320     05  ACT-END-TS              PIC X(26).
000330     05  ACT-NUM-VARS            PIC 9(04).
000340     05  ACT-NUM-STEPS           PIC 9(07).
000350     05  ACT-STEPS-EXECUTED      PIC 9(07).
000360     05  ACT-ACTIVATIONS         PIC 9(07).
000370     05  ACT-SEEDOUT-COUNT       PIC 9(07).
000380     05  ACT-PHASETRD-COUNT      PIC 9(09).
000390     05  ACT-KAIROSAU-COUNT      PIC 9(07).
000400     05  ACT-STATUS              PIC X(01).
000410     05  ACT-COST-CENTER         PIC X(05).
000420     05  ACT-PROJECT             PIC X(06).
000430     05  ACT-RESTART-FLAG        PIC X(01).
000440     05  ACT-STATELKP-COUNT      PIC 9(07).
000450     05  ACT-SEEDOUT-MODE        PIC X(01).
000460     05  ACT-SHADOW              PIC X(01).
