000010*----------------------------------------------------------------
000020* BNDREC - PER-RUN OUTPUT BUNDLE RECORD (BUNDLE GDG)
000030*----------------------------------------------------------------
000040* ONE BUNDLE GENERATION HOLDS EVERY OUTPUT DATASET OF ONE RUN,
000050* WRITTEN BY WITNESS-BUNDLE AND UNPACKED BY WITNESS-BNDRST.  THE
000060* FILE IS VARIABLE-LENGTH: EACH RECORD IS THE 31-BYTE PREFIX
000070* PLUS BND-LENGTH BYTES OF BND-DATA.
000080*   BND-TYPE     H - HEADER, FIRST RECORD: THE RUN'S REGISTRY
000090*                    ENTRY AS IT STOOD WHEN THE BUNDLE WAS MADE
000100*                    AND THE RUN'S LAST MANIFEST RECORD.  THE
000101*                    REGISTRY IMAGE STAYS AT ITS ORIGINAL 219
000102*                    BYTES SO OLDER BUNDLES STILL READ; THE FIELDS
000103*                    THE ENTRY HAS GROWN SINCE (REG-COST-CENTER,
000104*                    REG-PROJECT) FOLLOW THE MANIFEST IMAGE IN
000105*                    BNH-REGISTRY-CHARGE, ABSENT FROM A HEADER
000106*                    SHORTER THAN 359 BYTES, THEN THE OUTPUT
000107*                    CADENCES (REG-CKPT-EVERY THROUGH
000108*                    REG-CLSTMET-EVERY) IN BNH-REGISTRY-CADENCE,
000109*                    ABSENT FROM A HEADER SHORTER THAN 379 BYTES.
000110*                D - DATA: ONE RECORD OF BND-DATASET, EXACTLY AS
000120*                    THE RUN WROTE IT, BND-SEQ COUNTING FROM 1
000130*                    WITHIN THE DATASET.
000140*                T - TRAILER, LAST RECORD: FOR EACH DATASET THE
000150*                    RECORD COUNT AND THE WITNESS-RECSUM CHECKSUM
000160*                    OF EVERY RECORD, IN ORDER.
000170* THE DATASETS ARE PACKED IN BNT-ENTRY ORDER: SEEDOUT, KAIROSAU,
000180* PHASETRD, CLSTMET, EVENTWIN, KAIRECOV, SENSQUAL, PERFLOG,
000190* SUMSINF, ALERTOUT.  A DATASET THE RUN DID NOT HAVE IS FLAGGED
000200* BNT-PRESENT "N" ON THE TRAILER WITH NO DATA RECORDS.
000210* HEADER AND TRAILER CARRY BND-SEQ ZERO.  LONGEST RECORD IS 11110
000220* BYTES (AN EVENTWIN RECORD).
000230*----------------------------------------------------------------
000240 01  BUNDLE-RECORD.
000250     05  BND-RUN-ID              PIC 9(08).
000260     05  BND-TYPE                PIC X(01).
000270         88  BND-HEADER          VALUE "H".
000280         88  BND-DATA-RECORD     VALUE "D".
000290         88  BND-TRAILER         VALUE "T".
000300     05  BND-DATASET             PIC X(08).
000310     05  BND-SEQ                 PIC 9(09).
000320     05  BND-LENGTH              PIC 9(05).
000330     05  BND-DATA                PIC X(11079).
000340     05  BND-HEADER-DATA REDEFINES BND-DATA.
000350         10  BNH-BUNDLED-TS      PIC X(26).
000360         10  BNH-REGISTRY-IMAGE  PIC X(219).
000370         10  BNH-MANIFEST-SW     PIC X(01).
000380             88  BNH-MANIFEST-FOUND VALUE "Y".
000390         10  BNH-MANIFEST-IMAGE  PIC X(102).
000395         10  BNH-REGISTRY-CHARGE PIC X(11).
000397         10  BNH-REGISTRY-CADENCE PIC X(20).
000400         10  FILLER              PIC X(10700).
000410     05  BND-TRAILER-DATA REDEFINES BND-DATA.
000420         10  BNT-ENTRY OCCURS 10 TIMES.
000430             15  BNT-DATASET     PIC X(08).
000440             15  BNT-PRESENT     PIC X(01).
000450             15  BNT-RECORDS     PIC 9(09).
000460             15  BNT-CHECKSUM    PIC 9(09).
000470         10  BNT-TOTAL-RECORDS   PIC 9(09).
000480         10  FILLER              PIC X(10800).
