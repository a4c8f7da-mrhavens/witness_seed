000010*----------------------------------------------------------------
000020* WHFREC - WAREHOUSE INTERFACE FEED RECORD (WHFEED)
000030*----------------------------------------------------------------
000040* THE NIGHTLY ANALYTICS WAREHOUSE INTERFACE FILE WRITTEN BY
000050* WITNESS-WHFEED, ONE RUN PER FILE, AND THE WHSENT CONTROL LOG
000060* (THE SAME HEADER AND TRAILER, KEPT FOR WITNESS-WHRECON).  EVERY
000070* RECORD STARTS WITH ITS TYPE, THE INTERFACE ID, THE RUN-ID AND A
000080* SEQUENCE NUMBER RUNNING FROM 1 (THE HEADER) THROUGH THE TRAILER:
000090*   HD - HEADER: BUSINESS DATE AND THE RUN'S REGISTRY PARAMETERS
000100*   SP - SEEDOUT SUMMARY POINT (EVERY SEEDOUT SHAPE - SEE
000110*        COPY/SEEDREC.CPY)
000120*   KA - KAIROSAU ACTIVATION (COPY/AUDITREC.CPY), LADDER RUNGS AND
000130*        SHADOW EVENTS INCLUDED AND FLAGGED
000140*   KR - KAIRECOV EXCURSION OUTCOME (COPY/RECOVREC.CPY)
000150*   CM - CLSTMET CLUSTER METRIC (COPY/CLSTREC.CPY)
000160*   TR - TRAILER: PER DETAIL TYPE, IN THE ORDER SP KA KR CM, THE
000170*        RECORD COUNT AND THE HASH TOTAL (THE SUM OF THE RECORDS'
000180*        T - WHS-T, WHK-T, WHR-START-T, WHC-T); THEN THE COUNT OF
000190*        EVERY RECORD IN THE FILE, HEADER AND TRAILER INCLUDED.
000200* A FILE WITHOUT ITS TRAILER IS INCOMPLETE AND MUST NOT BE LOADED.
000210* SIGNED VALUES CARRY A TRAILING SEPARATE SIGN, AS ON THE SOURCE
000220* DATASETS.  RECORD LENGTH IS 140 BYTES.
000230*----------------------------------------------------------------
000240 01  WAREHOUSE-FEED-RECORD.
000250     05  WHF-REC-TYPE            PIC X(02).
000260         88  WHF-HEADER          VALUE "HD".
000270         88  WHF-SEED-POINT      VALUE "SP".
000280         88  WHF-ACTIVATION      VALUE "KA".
000290         88  WHF-RECOVERY        VALUE "KR".
000300         88  WHF-CLUSTER-METRIC  VALUE "CM".
000310         88  WHF-TRAILER         VALUE "TR".
000320     05  WHF-INTERFACE-ID        PIC X(08).
000330     05  WHF-RUN-ID              PIC 9(08).
000340     05  WHF-SEQ                 PIC 9(09).
000350     05  WHF-BODY                PIC X(113).
000360     05  WHF-HEADER-BODY REDEFINES WHF-BODY.
000370         10  WHH-BUSINESS-DATE   PIC 9(08).
000380         10  WHH-CREATED-TS      PIC X(26).
000390         10  WHH-NUM-VARS        PIC 9(04).
000400         10  WHH-NUM-STEPS       PIC 9(07).
000410         10  WHH-DT              PIC 9(01)V9(04).
000420         10  WHH-TAU-C           PIC 9(01)V9(09).
000430         10  WHH-SEED            PIC 9(09).
000440         10  WHH-FINAL-T         PIC 9(07).
000450         10  WHH-STATUS          PIC X(01).
000460         10  WHH-KAIROS-MODE     PIC X(01).
000470         10  WHH-TRIGGER-MODE    PIC X(01).
000480         10  WHH-INTEGRATOR      PIC X(01).
000490         10  WHH-SHADOW          PIC X(01).
000500         10  WHH-SEEDOUT-MODE    PIC X(01).
000510         10  WHH-PROFILE         PIC X(08).
000520         10  WHH-ACTIVATION-COUNT PIC 9(07).
000530         10  FILLER              PIC X(16).
000540     05  WHF-SEED-BODY REDEFINES WHF-BODY.
000550         10  WHS-T               PIC 9(07).
000560         10  WHS-PHASE           PIC S9(5)V9(5) SIGN IS
000570                                     TRAILING SEPARATE CHARACTER.
000580         10  WHS-FIELDPRINT      PIC S9(5)V9(5) SIGN IS
000590                                     TRAILING SEPARATE CHARACTER.
000600         10  WHS-ORDERPARAM      PIC S9(5)V9(5) SIGN IS
000610                                     TRAILING SEPARATE CHARACTER.
000620         10  FILLER              PIC X(73).
000630     05  WHF-ACTIVATION-BODY REDEFINES WHF-BODY.
000640         10  WHK-T               PIC 9(07).
000650         10  WHK-TIMESTAMP       PIC X(26).
000660         10  WHK-FIELDPRINT      PIC S9(5)V9(5) SIGN IS
000670                                     TRAILING SEPARATE CHARACTER.
000680         10  WHK-PHASE-BEFORE    PIC S9(5)V9(5) SIGN IS
000690                                     TRAILING SEPARATE CHARACTER.
000700         10  WHK-PHASE-AFTER     PIC S9(5)V9(5) SIGN IS
000710                                     TRAILING SEPARATE CHARACTER.
000720         10  WHK-ORDERPARAM      PIC S9(5)V9(5) SIGN IS
000730                                     TRAILING SEPARATE CHARACTER.
000740         10  WHK-RUNG            PIC 9(02).
000750         10  WHK-SHADOW          PIC X(01).
000760         10  FILLER              PIC X(33).
000770     05  WHF-RECOVERY-BODY REDEFINES WHF-BODY.
000780         10  WHR-ACT-NO          PIC 9(07).
000790         10  WHR-START-T         PIC 9(07).
000800         10  WHR-STEPS-TO-RECOVER PIC 9(07).
000810         10  WHR-FP-AFTER-N      PIC S9(5)V9(5) SIGN IS
000820                                     TRAILING SEPARATE CHARACTER.
000830         10  WHR-RECOVERED-FLAG  PIC X(01).
000840         10  WHR-MAX-RUNG        PIC 9(02).
000850         10  FILLER              PIC X(78).
000860     05  WHF-CLUSTER-BODY REDEFINES WHF-BODY.
000870         10  WHC-T               PIC 9(07).
000880         10  WHC-CLUSTER-NO      PIC 9(02).
000890         10  WHC-CLUS-START      PIC 9(04).
000900         10  WHC-CLUS-END        PIC 9(04).
000910         10  WHC-FIELDPRINT      PIC S9(5)V9(5) SIGN IS
000920                                     TRAILING SEPARATE CHARACTER.
000930         10  WHC-ORDERPARAM      PIC S9(5)V9(5) SIGN IS
000940                                     TRAILING SEPARATE CHARACTER.
000950         10  FILLER              PIC X(74).
000960     05  WHF-TRAILER-BODY REDEFINES WHF-BODY.
000970         10  WHT-TYPE-ENTRY      OCCURS 4 TIMES.
000980             15  WHT-TYPE        PIC X(02).
000990             15  WHT-COUNT       PIC 9(09).
001000             15  WHT-HASH        PIC 9(15).
001010         10  WHT-TOTAL-RECORDS   PIC 9(09).
