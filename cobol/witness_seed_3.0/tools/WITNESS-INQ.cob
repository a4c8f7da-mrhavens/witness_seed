000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-INQ.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  ONLINE RUN-STATUS INQUIRY,
000200*                  AN ISPF DIALOG STARTED BY THE WITNESSI CLIST,
000210*                  SO THE ON-CALL ANALYST NO LONGER SUBMITS A
000220*                  CHRONO OR REGMNT LIST JOB TO SEE WHETHER
000230*                  TONIGHT'S RUN IS ALIVE.  THE RUN LIST (PANEL
000240*                  WINQLST) PAGES THROUGH RUNREGST, NEWEST FIRST,
000250*                  FROM A RUN-ID AND/OR FOR ONE STATUS; S BESIDE A
000260*                  RUN OPENS THE RUN DETAIL (PANEL WINQDTL) - THE
000270*                  REGISTRY ENTRY, THE STATBCN BEACON FIGURES WHEN
000280*                  THE BEACON IS THE RUN'S, AND THE RUN'S LAST N
000290*                  OPSLOG EVENTS.  FROM THE DETAIL A USER ON THE
000300*                  INQAUTH LIST CAN QUEUE AN OPRCMD STOP OR SNAP
000310*                  FOR THE RUN IN FLIGHT; THE COMMAND IS APPENDED
000320*                  TO OPRCMD AND LOGGED ON OPSLOG WITH THE USER
000330*                  ID, AND A REFUSED ATTEMPT IS LOGGED TOO.
000340* 2026-10-15  DLA  RUNREGST, STATBCN, OPSLOG AND OPRCMD ARE NO
000350*                  LONGER ALLOCATED BY THE CLIST FOR THE LIFE OF
000360*                  THE SESSION: EACH IS ALLOCATED (BPXWDYN) FOR
000370*                  ONE READ OR APPEND AND FREED AT ONCE, SO AN
000380*                  OPEN SESSION NEVER KEEPS A BATCH STEP WAITING,
000390*                  AND A STEP HOLDING A DATASET ONLY COSTS THE
000400*                  ANALYST A RETRY.  A QUEUED STOP OR SNAP NOW
000410*                  CARRIES THE RUN-ID, USER AND TIME IN OPRCMD
000420*                  COLUMNS 31-68; ONLY THAT RUN TAKES IT, A SNAP
000430*                  ONCE, AND THE RUN LOGS IT WITH THE USER WHILE
000440*                  IT HOLDS OPSLOG.  NEW ACTION CLEAR TAKES THE
000450*                  LINES THE INQUIRY QUEUED FOR THE RUN BACK OUT
000460*                  OF OPRCMD, LOGGED AS INQCLEAR WITH THE USER ID
000470*                  - CHOSEN OVER DROPPING THEM AUTOMATICALLY WHEN
000480*                  THE RUN ENDS, SO NOTHING LEAVES OPRCMD WITHOUT
000490*                  A NAME ON OPSLOG.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS REG-RUN-ID
000580         FILE STATUS IS WS-REGISTRY-STATUS.
000590     SELECT STATUS-BEACON-FILE ASSIGN TO "STATBCN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BEACON-STATUS.
000620     SELECT OPS-LOG-FILE ASSIGN TO "OPSLOG"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-LOG-STATUS.
000650     SELECT OPERATOR-COMMAND-FILE ASSIGN TO "OPRCMD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-OPRCMD-STATUS.
000680     SELECT AUTH-FILE ASSIGN TO "INQAUTH"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AUTH-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RUN-REGISTRY-FILE.
000740     COPY RUNREG.

000750 FD  STATUS-BEACON-FILE.
000760 01  STATUS-BEACON-RECORD.
000770     05  BCN-RUN-ID              PIC 9(08).
000780     05  BCN-TIMESTAMP           PIC X(26).
000790     05  BCN-T                   PIC 9(07).
000800     05  BCN-FIELDPRINT          PIC S9(5)V9(5) SIGN IS
000810                                     TRAILING SEPARATE CHARACTER.
000820     05  BCN-ORDERPARAM          PIC S9(5)V9(5) SIGN IS
000830                                     TRAILING SEPARATE CHARACTER.
000840     05  BCN-ACTIVATION-COUNT    PIC 9(07).
000850     05  BCN-PROJ-REMAIN-SECS    PIC 9(07).

000860 FD  OPS-LOG-FILE.
000870 01  OPS-LOG-RECORD.
000880     05  OPS-TIMESTAMP           PIC X(26).
000890     05  OPS-RUN-ID              PIC 9(08).
000900     05  OPS-PROGRAM             PIC X(12).
000910     05  OPS-EVENT-CODE          PIC X(08).
000920     05  OPS-SEVERITY            PIC X(01).
000930     05  OPS-TEXT                PIC X(60).

000940 FD  OPERATOR-COMMAND-FILE
000950     RECORDING MODE IS F.
000960 01  OPERATOR-COMMAND-RECORD.
000970     05  OPR-COMMAND             PIC X(08).
000980     05  OPR-PARM-NAME           PIC X(12).
000990     05  OPR-PARM-VALUE          PIC X(10).
001000*    COLUMNS 31-68 ARE BLANK ON A LINE OPERATIONS TYPES; A LINE
001010*    QUEUED HERE CARRIES ITS ORIGIN THERE (SEE 2910-APPLY-ONE-
001020*    COMMAND IN WITNESS-SEED-3).
001030     05  OPR-ORIGIN              PIC X(08).
001040         88  OPR-FROM-INQUIRY    VALUE "INQUIRY".
001050     05  OPR-ORIGIN-RUN-ID       PIC 9(08).
001060     05  OPR-ORIGIN-USER         PIC X(08).
001070     05  OPR-ORIGIN-TS           PIC X(14).
001080     05  FILLER                  PIC X(12).

001090*----------------------------------------------------------------
001100* INQAUTH: ONE CARD PER TSO USER ID ALLOWED TO QUEUE A STOP OR
001110* SNAP, OR CLEAR THEM, FROM THE DETAIL PANEL, COLUMNS 1-8.
001120* EVERYONE CAN LOOK; NO INQAUTH (OR AN EMPTY ONE) MEANS NOBODY
001130* CAN ACT.
001140*----------------------------------------------------------------
001150 FD  AUTH-FILE
001160     RECORDING MODE IS F.
001170 01  AUTH-CARD-RECORD.
001180     05  AUT-USER-ID             PIC X(08).
001190     05  FILLER                  PIC X(72).

001200 WORKING-STORAGE SECTION.
001210 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001220     88  REGISTRY-STATUS-OK  VALUE "00".
001230     88  REGISTRY-STATUS-EOF VALUE "10".
001240 01  WS-BEACON-STATUS        PIC X(02) VALUE SPACES.
001250     88  BEACON-STATUS-OK    VALUE "00".
001260 01  WS-LOG-STATUS           PIC X(02) VALUE SPACES.
001270     88  LOG-STATUS-OK       VALUE "00".
001280     88  LOG-STATUS-EOF      VALUE "10".
001290 01  WS-OPRCMD-STATUS        PIC X(02) VALUE SPACES.
001300     88  OPRCMD-STATUS-OK    VALUE "00".
001310     88  OPRCMD-STATUS-EOF   VALUE "10".
001320 01  WS-AUTH-STATUS          PIC X(02) VALUE SPACES.
001330     88  AUTH-STATUS-OK      VALUE "00".
001340     88  AUTH-STATUS-EOF     VALUE "10".

001350*----------------------------------------------------------------
001360* ISPF SERVICE INTERFACE (ISPLINK).  PARAMETERS ARE PASSED AS
001370* BLANK-PADDED FIELDS; A BLANK PARAMETER IS AN OMITTED ONE.
001380*----------------------------------------------------------------
001390 01  ISP-VDEFINE             PIC X(08) VALUE "VDEFINE".
001400 01  ISP-VGET                PIC X(08) VALUE "VGET".
001410 01  ISP-TBCREATE            PIC X(08) VALUE "TBCREATE".
001420 01  ISP-TBADD               PIC X(08) VALUE "TBADD".
001430 01  ISP-TBTOP               PIC X(08) VALUE "TBTOP".
001440 01  ISP-TBDISPL             PIC X(08) VALUE "TBDISPL".
001450 01  ISP-TBEND               PIC X(08) VALUE "TBEND".
001460 01  ISP-CHAR                PIC X(08) VALUE "CHAR".
001470 01  ISP-FIXED               PIC X(08) VALUE "FIXED".
001480 01  ISP-NOWRITE             PIC X(08) VALUE "NOWRITE".
001490 01  ISP-REPLACE             PIC X(08) VALUE "REPLACE".
001500 01  ISP-ASIS                PIC X(08) VALUE "ASIS".
001510 01  ISP-NO-KEYS             PIC X(08) VALUE SPACES.
001520 01  ISP-RUN-TABLE           PIC X(08) VALUE "WINQRUNS".
001530 01  ISP-EVENT-TABLE         PIC X(08) VALUE "WINQEVTS".
001540 01  ISP-LIST-PANEL          PIC X(08) VALUE "WINQLST".
001550 01  ISP-DETAIL-PANEL        PIC X(08) VALUE "WINQDTL".
001560 01  ISP-RUN-NAMES           PIC X(50) VALUE
001570     "(IRUNID IRSTAT ISTART IEND IFINT IACT ILABEL)".
001580 01  ISP-EVENT-NAMES         PIC X(50) VALUE
001590     "(ETS EPROG ECODE ESEV ETEXT)".
001600 01  ISP-ZUSER-NAME          PIC X(08) VALUE "(ZUSER)".
001610 01  ISP-NAME                PIC X(08).
001620 01  ISP-LENGTH              PIC S9(08) COMP.
001630 01  ISP-MSG-ID              PIC X(08) VALUE SPACES.
001640 01  ISP-RC                  PIC S9(08) COMP VALUE ZERO.

001650*----------------------------------------------------------------
001660* DIALOG VARIABLES - EACH IS VDEFINED TO ISPF UNDER THE PANEL
001670* NAME IN 1100-DEFINE-VARIABLES.
001680*----------------------------------------------------------------
001690 01  INQ-ZCMD                PIC X(70) VALUE SPACES.
001700 01  INQ-AMT                 PIC X(04) VALUE "PAGE".
001710 01  INQ-ZUSER               PIC X(08) VALUE SPACES.
001720 01  INQ-ZEDSMSG             PIC X(24) VALUE SPACES.
001730 01  INQ-ZEDLMSG             PIC X(78) VALUE SPACES.
001740*    RUN LIST - SELECTION FIELDS AND THE TABLE ROW.
001750 01  INQ-IFILTER             PIC X(01) VALUE SPACE.
001760 01  INQ-IFROM               PIC S9(08) COMP VALUE ZERO.
001770 01  INQ-ISEL                PIC X(01) VALUE SPACE.
001780 01  INQ-IRUNID              PIC X(08).
001790 01  INQ-IRSTAT              PIC X(01).
001800 01  INQ-ISTART              PIC X(16).
001810 01  INQ-IEND                PIC X(16).
001820 01  INQ-IFINT               PIC X(07).
001830 01  INQ-IACT                PIC X(07).
001840 01  INQ-ILABEL              PIC X(16).
001850*    RUN DETAIL - REGISTRY, BEACON, ACTION AND THE EVENT ROW.
001860 01  INQ-DRUNID              PIC X(08).
001870 01  INQ-DSTAT               PIC X(01).
001880 01  INQ-DLABEL              PIC X(16).
001890 01  INQ-DPROF               PIC X(08).
001900 01  INQ-DSTART              PIC X(16).
001910 01  INQ-DEND                PIC X(16).
001920 01  INQ-DSHADOW             PIC X(01).
001930 01  INQ-DSTEPS              PIC X(07).
001940 01  INQ-DVARS               PIC X(04).
001950 01  INQ-DSEED               PIC X(09).
001960 01  INQ-DTAUC               PIC X(11).
001970 01  INQ-DTRIG               PIC X(01).
001980 01  INQ-DFINT               PIC X(07).
001990 01  INQ-DACTS               PIC X(07).
002000 01  INQ-DCC                 PIC X(05).
002010 01  INQ-DPROJ               PIC X(06).
002020 01  INQ-DBTS                PIC X(19).
002030 01  INQ-DBT                 PIC X(07).
002040 01  INQ-DBFP                PIC X(12).
002050 01  INQ-DBOP                PIC X(12).
002060 01  INQ-DBACT               PIC X(07).
002070 01  INQ-DBREM               PIC X(07).
002080 01  INQ-DACTION             PIC X(05) VALUE SPACES.
002090 01  INQ-DCONF               PIC X(01) VALUE SPACE.
002100 01  INQ-DEVN                PIC S9(08) COMP VALUE 20.
002110 01  INQ-ETS                 PIC X(16).
002120 01  INQ-EPROG               PIC X(12).
002130 01  INQ-ECODE               PIC X(08).
002140 01  INQ-ESEV                PIC X(01).
002150 01  INQ-ETEXT               PIC X(37).

002160*----------------------------------------------------------------
002170* RUN LIST - THE NEWEST 200 REGISTRY ENTRIES THAT PASS THE
002180* SELECTION, IN RUN-ID ORDER.  THE SELECTION THE LIST WAS BUILT
002190* FROM IS KEPT SO A CHANGE TO IT IS NOTICED.
002200*----------------------------------------------------------------
002210 01  WS-LIST-SW              PIC X(01) VALUE "N".
002220     88  LIST-ENDED          VALUE "Y".
002230 01  WS-BUILT-FILTER         PIC X(01) VALUE SPACE.
002240 01  WS-BUILT-FROM           PIC S9(08) COMP VALUE ZERO.
002250 01  WS-RUN-COUNT            PIC 9(04) VALUE ZERO.
002260 01  WS-RUN-MATCHED          PIC 9(07) VALUE ZERO.
002270 01  WS-RUN-TABLE.
002280     05  WS-RUN-ENTRY        OCCURS 200 TIMES.
002290         10  RT-RUN-ID           PIC 9(08).
002300         10  RT-STATUS           PIC X(01).
002310         10  RT-START-TS         PIC X(26).
002320         10  RT-END-TS           PIC X(26).
002330         10  RT-FINAL-T          PIC 9(07).
002340         10  RT-ACTIVATIONS      PIC 9(07).
002350         10  RT-LABEL            PIC X(16).
002360 01  RUN-X                   PIC 9(04).

002370*----------------------------------------------------------------
002380* RUN DETAIL - THE RUN SHOWN, ITS STATUS, THE RUN THE BEACON
002390* BELONGS TO, AND ITS LAST EVENTS (UP TO 99), OLDEST FIRST.
002400*----------------------------------------------------------------
002410 01  WS-DETAIL-SW            PIC X(01) VALUE "N".
002420     88  DETAIL-ENDED        VALUE "Y".
002430 01  WS-DETAIL-RUN-ID        PIC 9(08) VALUE ZERO.
002440 01  WS-DETAIL-STATUS        PIC X(01) VALUE SPACE.
002450 01  WS-BEACON-RUN-ID        PIC 9(08) VALUE ZERO.
002460 01  WS-EVENT-WANTED         PIC 9(02) VALUE 20.
002470 01  WS-EVENT-COUNT          PIC 9(02) VALUE ZERO.
002480 01  WS-EVENT-TABLE.
002490     05  WS-EVENT-ENTRY      OCCURS 99 TIMES.
002500         10  ET-TIMESTAMP        PIC X(26).
002510         10  ET-PROGRAM          PIC X(12).
002520         10  ET-EVENT-CODE       PIC X(08).
002530         10  ET-SEVERITY         PIC X(01).
002540         10  ET-TEXT             PIC X(60).
002550 01  EVT-X                   PIC 9(02).

002560*----------------------------------------------------------------
002570* USERS ALLOWED TO ACT, FROM INQAUTH.
002580*----------------------------------------------------------------
002590 01  WS-AUTH-COUNT           PIC 9(03) VALUE ZERO.
002600 01  WS-AUTH-TABLE.
002610     05  WS-AUTH-USER        PIC X(08) OCCURS 100 TIMES.
002620 01  AUT-X                   PIC 9(03).
002630 01  WS-AUTH-SW              PIC X(01) VALUE "N".
002640     88  USER-AUTHORIZED     VALUE "Y".

002650*----------------------------------------------------------------
002660* CLEAR - OPRCMD AS READ, LESS THE LINES THE INQUIRY QUEUED FOR
002670* THE RUN SHOWN.  THE MEMBER IS A HANDFUL OF CARDS; ONE LONGER
002680* THAN THE TABLE IS LEFT ALONE RATHER THAN REWRITTEN SHORT.
002690*----------------------------------------------------------------
002700 01  WS-CMD-COUNT            PIC 9(03) VALUE ZERO.
002710 01  WS-CMD-CLEARED          PIC 9(03) VALUE ZERO.
002720 01  WS-CMD-TABLE.
002730     05  WS-CMD-LINE         PIC X(80) OCCURS 200 TIMES.
002740 01  CMD-X                   PIC 9(03).
002750 01  WS-CMD-SW               PIC X(01) VALUE "N".
002760     88  CMD-LOAD-OK         VALUE "N".
002770     88  CMD-TABLE-FULL      VALUE "F".
002780     88  CMD-UNAVAILABLE     VALUE "U".

002790*----------------------------------------------------------------
002800* EDITING - TIMESTAMPS AND FIGURES AS THE PANELS SHOW THEM.
002810*----------------------------------------------------------------
002820 01  WS-EDIT-TS              PIC X(26).
002830 01  WS-EDIT-TS-PARTS REDEFINES WS-EDIT-TS.
002840     05  WS-EDIT-YYYY        PIC X(04).
002850     05  WS-EDIT-MO          PIC X(02).
002860     05  WS-EDIT-DD          PIC X(02).
002870     05  WS-EDIT-HH          PIC X(02).
002880     05  WS-EDIT-MI          PIC X(02).
002890     05  WS-EDIT-SS          PIC X(02).
002900     05  FILLER              PIC X(12).
002910 01  WS-EDIT-OUT             PIC X(19).
002920 01  WS-EDIT-COUNT           PIC Z(6)9.
002930 01  WS-EDIT-VARS            PIC ZZZ9.
002940 01  WS-EDIT-SEED            PIC Z(8)9.
002950 01  WS-EDIT-TAU             PIC 9.9(9).
002960 01  WS-EDIT-SIGNED          PIC -(5)9.9(5).
002970 01  WS-NOW-TS               PIC X(21).

002980*----------------------------------------------------------------
002990* OPSLOG EVENT (SEE WITNESS-EVLOG).
003000*----------------------------------------------------------------
003010 01  WS-EVL-PROGRAM          PIC X(12) VALUE "INQUIRY".
003020 01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
003030 01  WS-EVL-CODE             PIC X(08).
003040 01  WS-EVL-SEVERITY         PIC X(01).
003050 01  WS-EVL-TEXT             PIC X(60).
003060 01  WS-LOG-HELD-SW          PIC X(01) VALUE "N".
003070     88  LOG-HELD            VALUE "Y".

003080*----------------------------------------------------------------
003090* DYNAMIC ALLOCATION (BPXWDYN).  RUNREGST, STATBCN, OPSLOG AND
003100* OPRCMD ARE ALLOCATED FOR ONE READ OR APPEND AND FREED AT ONCE -
003110* NEVER HELD FOR THE SESSION, WHICH WOULD KEEP A BATCH STEP
003120* WAITING ON AN IDLE TERMINAL.  A REFUSED ALLOCATION MEANS A
003130* BATCH STEP HOLDS THE DATASET EXCLUSIVELY JUST THEN.
003140*----------------------------------------------------------------
003150 01  WS-DYN-HLQ              PIC X(14) VALUE "DLOOP.WITNESS.".
003160 01  WS-DYN-DDNAME           PIC X(08).
003170 01  WS-DYN-DISP             PIC X(03).
003180 01  WS-DYN-REQUEST.
003190     05  WS-DYN-LENGTH       PIC S9(04) COMP.
003200     05  WS-DYN-TEXT         PIC X(80).
003210 01  WS-DYN-PTR              PIC 9(03).
003220 01  WS-DYN-SW               PIC X(01) VALUE "N".
003230     88  DYN-ALLOCATED       VALUE "Y".

003240 PROCEDURE DIVISION.
003250*----------------------------------------------------------------
003260 0000-MAINLINE.
003270*----------------------------------------------------------------
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-LIST-RUNS THRU 2000-EXIT.
003300     MOVE ZERO TO RETURN-CODE.
003310     STOP RUN.

003320*----------------------------------------------------------------
003330 1000-INITIALIZE.
003340*----------------------------------------------------------------
003350     PERFORM 1100-DEFINE-VARIABLES THRU 1100-EXIT.
003360     CALL "ISPLINK" USING ISP-VGET ISP-ZUSER-NAME ISP-ASIS.
003370     PERFORM 1200-LOAD-AUTH THRU 1200-EXIT.
003380 1000-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410 1100-DEFINE-VARIABLES.
003420*    ONE VDEFINE PER VARIABLE.  IFROM AND DEVN ARE FIXED, SO
003430*    ISPF HANDS BACK A BINARY NUMBER FROM WHAT WAS TYPED.
003440*----------------------------------------------------------------
003450     MOVE "ZCMD" TO ISP-NAME.
003460     MOVE LENGTH OF INQ-ZCMD TO ISP-LENGTH.
003470     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ZCMD
003480         ISP-CHAR ISP-LENGTH.
003490     MOVE "AMT" TO ISP-NAME.
003500     MOVE LENGTH OF INQ-AMT TO ISP-LENGTH.
003510     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-AMT
003520         ISP-CHAR ISP-LENGTH.
003530     MOVE "ZUSER" TO ISP-NAME.
003540     MOVE LENGTH OF INQ-ZUSER TO ISP-LENGTH.
003550     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ZUSER
003560         ISP-CHAR ISP-LENGTH.
003570     MOVE "ZEDSMSG" TO ISP-NAME.
003580     MOVE LENGTH OF INQ-ZEDSMSG TO ISP-LENGTH.
003590     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ZEDSMSG
003600         ISP-CHAR ISP-LENGTH.
003610     MOVE "ZEDLMSG" TO ISP-NAME.
003620     MOVE LENGTH OF INQ-ZEDLMSG TO ISP-LENGTH.
003630     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ZEDLMSG
003640         ISP-CHAR ISP-LENGTH.
003650     MOVE "IFILTER" TO ISP-NAME.
003660     MOVE LENGTH OF INQ-IFILTER TO ISP-LENGTH.
003670     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IFILTER
003680         ISP-CHAR ISP-LENGTH.
003690     MOVE "IFROM" TO ISP-NAME.
003700     MOVE LENGTH OF INQ-IFROM TO ISP-LENGTH.
003710     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IFROM
003720         ISP-FIXED ISP-LENGTH.
003730     MOVE "ISEL" TO ISP-NAME.
003740     MOVE LENGTH OF INQ-ISEL TO ISP-LENGTH.
003750     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ISEL
003760         ISP-CHAR ISP-LENGTH.
003770     MOVE "IRUNID" TO ISP-NAME.
003780     MOVE LENGTH OF INQ-IRUNID TO ISP-LENGTH.
003790     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IRUNID
003800         ISP-CHAR ISP-LENGTH.
003810     MOVE "IRSTAT" TO ISP-NAME.
003820     MOVE LENGTH OF INQ-IRSTAT TO ISP-LENGTH.
003830     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IRSTAT
003840         ISP-CHAR ISP-LENGTH.
003850     MOVE "ISTART" TO ISP-NAME.
003860     MOVE LENGTH OF INQ-ISTART TO ISP-LENGTH.
003870     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ISTART
003880         ISP-CHAR ISP-LENGTH.
003890     MOVE "IEND" TO ISP-NAME.
003900     MOVE LENGTH OF INQ-IEND TO ISP-LENGTH.
003910     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IEND
003920         ISP-CHAR ISP-LENGTH.
003930     MOVE "IFINT" TO ISP-NAME.
003940     MOVE LENGTH OF INQ-IFINT TO ISP-LENGTH.
003950     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IFINT
003960         ISP-CHAR ISP-LENGTH.
003970     MOVE "IACT" TO ISP-NAME.
003980     MOVE LENGTH OF INQ-IACT TO ISP-LENGTH.
003990     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-IACT
004000         ISP-CHAR ISP-LENGTH.
004010     MOVE "ILABEL" TO ISP-NAME.
004020     MOVE LENGTH OF INQ-ILABEL TO ISP-LENGTH.
004030     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ILABEL
004040         ISP-CHAR ISP-LENGTH.
004050     MOVE "DRUNID" TO ISP-NAME.
004060     MOVE LENGTH OF INQ-DRUNID TO ISP-LENGTH.
004070     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DRUNID
004080         ISP-CHAR ISP-LENGTH.
004090     MOVE "DSTAT" TO ISP-NAME.
004100     MOVE LENGTH OF INQ-DSTAT TO ISP-LENGTH.
004110     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DSTAT
004120         ISP-CHAR ISP-LENGTH.
004130     MOVE "DLABEL" TO ISP-NAME.
004140     MOVE LENGTH OF INQ-DLABEL TO ISP-LENGTH.
004150     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DLABEL
004160         ISP-CHAR ISP-LENGTH.
004170     MOVE "DPROF" TO ISP-NAME.
004180     MOVE LENGTH OF INQ-DPROF TO ISP-LENGTH.
004190     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DPROF
004200         ISP-CHAR ISP-LENGTH.
004210     MOVE "DSTART" TO ISP-NAME.
004220     MOVE LENGTH OF INQ-DSTART TO ISP-LENGTH.
004230     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DSTART
004240         ISP-CHAR ISP-LENGTH.
004250     MOVE "DEND" TO ISP-NAME.
004260     MOVE LENGTH OF INQ-DEND TO ISP-LENGTH.
004270     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DEND
004280         ISP-CHAR ISP-LENGTH.
004290     MOVE "DSHADOW" TO ISP-NAME.
004300     MOVE LENGTH OF INQ-DSHADOW TO ISP-LENGTH.
004310     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DSHADOW
004320         ISP-CHAR ISP-LENGTH.
004330     MOVE "DSTEPS" TO ISP-NAME.
004340     MOVE LENGTH OF INQ-DSTEPS TO ISP-LENGTH.
004350     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DSTEPS
004360         ISP-CHAR ISP-LENGTH.
004370     MOVE "DVARS" TO ISP-NAME.
004380     MOVE LENGTH OF INQ-DVARS TO ISP-LENGTH.
004390     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DVARS
004400         ISP-CHAR ISP-LENGTH.
004410     MOVE "DSEED" TO ISP-NAME.
004420     MOVE LENGTH OF INQ-DSEED TO ISP-LENGTH.
004430     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DSEED
004440         ISP-CHAR ISP-LENGTH.
004450     MOVE "DTAUC" TO ISP-NAME.
004460     MOVE LENGTH OF INQ-DTAUC TO ISP-LENGTH.
004470     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DTAUC
004480         ISP-CHAR ISP-LENGTH.
004490     MOVE "DTRIG" TO ISP-NAME.
004500     MOVE LENGTH OF INQ-DTRIG TO ISP-LENGTH.
004510     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DTRIG
004520         ISP-CHAR ISP-LENGTH.
004530     MOVE "DFINT" TO ISP-NAME.
004540     MOVE LENGTH OF INQ-DFINT TO ISP-LENGTH.
004550     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DFINT
004560         ISP-CHAR ISP-LENGTH.
004570     MOVE "DACTS" TO ISP-NAME.
004580     MOVE LENGTH OF INQ-DACTS TO ISP-LENGTH.
004590     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DACTS
004600         ISP-CHAR ISP-LENGTH.
004610     MOVE "DCC" TO ISP-NAME.
004620     MOVE LENGTH OF INQ-DCC TO ISP-LENGTH.
004630     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DCC
004640         ISP-CHAR ISP-LENGTH.
004650     MOVE "DPROJ" TO ISP-NAME.
004660     MOVE LENGTH OF INQ-DPROJ TO ISP-LENGTH.
004670     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DPROJ
004680         ISP-CHAR ISP-LENGTH.
004690     MOVE "DBTS" TO ISP-NAME.
004700     MOVE LENGTH OF INQ-DBTS TO ISP-LENGTH.
004710     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBTS
004720         ISP-CHAR ISP-LENGTH.
004730     MOVE "DBT" TO ISP-NAME.
004740     MOVE LENGTH OF INQ-DBT TO ISP-LENGTH.
004750     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBT
004760         ISP-CHAR ISP-LENGTH.
004770     MOVE "DBFP" TO ISP-NAME.
004780     MOVE LENGTH OF INQ-DBFP TO ISP-LENGTH.
004790     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBFP
004800         ISP-CHAR ISP-LENGTH.
004810     MOVE "DBOP" TO ISP-NAME.
004820     MOVE LENGTH OF INQ-DBOP TO ISP-LENGTH.
004830     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBOP
004840         ISP-CHAR ISP-LENGTH.
004850     MOVE "DBACT" TO ISP-NAME.
004860     MOVE LENGTH OF INQ-DBACT TO ISP-LENGTH.
004870     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBACT
004880         ISP-CHAR ISP-LENGTH.
004890     MOVE "DBREM" TO ISP-NAME.
004900     MOVE LENGTH OF INQ-DBREM TO ISP-LENGTH.
004910     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DBREM
004920         ISP-CHAR ISP-LENGTH.
004930     MOVE "DACTION" TO ISP-NAME.
004940     MOVE LENGTH OF INQ-DACTION TO ISP-LENGTH.
004950     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DACTION
004960         ISP-CHAR ISP-LENGTH.
004970     MOVE "DCONF" TO ISP-NAME.
004980     MOVE LENGTH OF INQ-DCONF TO ISP-LENGTH.
004990     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DCONF
005000         ISP-CHAR ISP-LENGTH.
005010     MOVE "DEVN" TO ISP-NAME.
005020     MOVE LENGTH OF INQ-DEVN TO ISP-LENGTH.
005030     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-DEVN
005040         ISP-FIXED ISP-LENGTH.
005050     MOVE "ETS" TO ISP-NAME.
005060     MOVE LENGTH OF INQ-ETS TO ISP-LENGTH.
005070     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ETS
005080         ISP-CHAR ISP-LENGTH.
005090     MOVE "EPROG" TO ISP-NAME.
005100     MOVE LENGTH OF INQ-EPROG TO ISP-LENGTH.
005110     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-EPROG
005120         ISP-CHAR ISP-LENGTH.
005130     MOVE "ECODE" TO ISP-NAME.
005140     MOVE LENGTH OF INQ-ECODE TO ISP-LENGTH.
005150     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ECODE
005160         ISP-CHAR ISP-LENGTH.
005170     MOVE "ESEV" TO ISP-NAME.
005180     MOVE LENGTH OF INQ-ESEV TO ISP-LENGTH.
005190     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ESEV
005200         ISP-CHAR ISP-LENGTH.
005210     MOVE "ETEXT" TO ISP-NAME.
005220     MOVE LENGTH OF INQ-ETEXT TO ISP-LENGTH.
005230     CALL "ISPLINK" USING ISP-VDEFINE ISP-NAME INQ-ETEXT
005240         ISP-CHAR ISP-LENGTH.
005250 1100-EXIT.
005260     EXIT.

005270*----------------------------------------------------------------
005280 1200-LOAD-AUTH.
005290*----------------------------------------------------------------
005300     OPEN INPUT AUTH-FILE.
005310     IF NOT AUTH-STATUS-OK
005320         GO TO 1200-EXIT
005330     END-IF.
005340     PERFORM 1210-LOAD-ONE-USER THRU 1210-EXIT
005350         UNTIL AUTH-STATUS-EOF.
005360     CLOSE AUTH-FILE.
005370     PERFORM VARYING AUT-X FROM 1 BY 1
005380             UNTIL AUT-X > WS-AUTH-COUNT
005390         IF WS-AUTH-USER(AUT-X) = INQ-ZUSER
005400             SET USER-AUTHORIZED TO TRUE
005410         END-IF
005420     END-PERFORM.
005430 1200-EXIT.
005440     EXIT.

005450*----------------------------------------------------------------
005460 1210-LOAD-ONE-USER.
005470*----------------------------------------------------------------
005480     READ AUTH-FILE
005490         AT END
005500             SET AUTH-STATUS-EOF TO TRUE
005510             GO TO 1210-EXIT
005520     END-READ.
005530     IF AUT-USER-ID = SPACES OR AUT-USER-ID(1:1) = "*"
005540         OR WS-AUTH-COUNT NOT < 100
005550         GO TO 1210-EXIT
005560     END-IF.
005570     ADD 1 TO WS-AUTH-COUNT.
005580     MOVE AUT-USER-ID TO WS-AUTH-USER(WS-AUTH-COUNT).
005590 1210-EXIT.
005600     EXIT.

005610*----------------------------------------------------------------
005620 2000-LIST-RUNS.
005630*    PF3 (OR END) ON THE LIST ENDS THE DIALOG.  ENTER RE-READS
005640*    THE REGISTRY, SO THE LIST IS AS FRESH AS THE LAST KEYSTROKE.
005650*----------------------------------------------------------------
005660     PERFORM 2100-BUILD-LIST THRU 2100-EXIT.
005670     PERFORM 2200-SHOW-LIST THRU 2200-EXIT
005680         UNTIL LIST-ENDED.
005690     CALL "ISPLINK" USING ISP-TBEND ISP-RUN-TABLE.
005700 2000-EXIT.
005710     EXIT.

005720*----------------------------------------------------------------
005730 2100-BUILD-LIST.
005740*    ENTRIES CARRYING THE STATUS ASKED FOR (ANY, WHEN BLANK).
005750*    WITH A FROM RUN-ID, THE FIRST 200 FROM THAT RUN ON; WITHOUT
005760*    ONE, THE NEWEST 200 - WHEN THE TABLE FILLS, EVERYTHING
005770*    SHIFTS DOWN ONE AND THE NEWEST TAKES THE LAST SLOT.  THE
005780*    ISPF TABLE IS BUILT FROM IT BACKWARDS, NEWEST FIRST.
005790*----------------------------------------------------------------
005800     MOVE INQ-IFILTER TO WS-BUILT-FILTER.
005810     MOVE INQ-IFROM TO WS-BUILT-FROM.
005820     MOVE ZERO TO WS-RUN-COUNT.
005830     MOVE ZERO TO WS-RUN-MATCHED.
005840     CALL "ISPLINK" USING ISP-TBCREATE ISP-RUN-TABLE ISP-NO-KEYS
005850         ISP-RUN-NAMES ISP-NOWRITE ISP-REPLACE.
005860     MOVE "RUNREGST" TO WS-DYN-DDNAME.
005870     MOVE "SHR" TO WS-DYN-DISP.
005880     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
005890     IF NOT DYN-ALLOCATED
005900         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
005910         GO TO 2100-EXIT
005920     END-IF.
005930     OPEN INPUT RUN-REGISTRY-FILE.
005940     IF NOT REGISTRY-STATUS-OK
005950         MOVE "RUNREGST NOT AVAILABLE" TO INQ-ZEDSMSG
005960         MOVE "THE RUN REGISTRY COULD NOT BE OPENED - TRY AGAIN "
005970             TO INQ-ZEDLMSG
005980         MOVE "ISRZ001" TO ISP-MSG-ID
005990         PERFORM 8450-FREE THRU 8450-EXIT
006000         GO TO 2100-EXIT
006010     END-IF.
006020     IF INQ-IFROM > ZERO
006030         MOVE INQ-IFROM TO REG-RUN-ID
006040         START RUN-REGISTRY-FILE KEY NOT < REG-RUN-ID
006050             INVALID KEY
006060                 SET REGISTRY-STATUS-EOF TO TRUE
006070         END-START
006080     ELSE
006090         MOVE ZERO TO REG-RUN-ID
006100         START RUN-REGISTRY-FILE KEY > REG-RUN-ID
006110             INVALID KEY
006120                 SET REGISTRY-STATUS-EOF TO TRUE
006130         END-START
006140     END-IF.
006150     PERFORM 2110-READ-ONE-ENTRY THRU 2110-EXIT
006160         UNTIL REGISTRY-STATUS-EOF.
006170     CLOSE RUN-REGISTRY-FILE.
006180     PERFORM 8450-FREE THRU 8450-EXIT.
006190     PERFORM 2120-ADD-ONE-ROW THRU 2120-EXIT
006200         VARYING RUN-X FROM WS-RUN-COUNT BY -1 UNTIL RUN-X < 1.
006210     CALL "ISPLINK" USING ISP-TBTOP ISP-RUN-TABLE.
006220     IF WS-RUN-COUNT = ZERO
006230         MOVE "NO RUNS" TO INQ-ZEDSMSG
006240         MOVE "NO REGISTRY ENTRY MATCHES THE STATUS AND RUN-ID "
006250             TO INQ-ZEDLMSG
006260         MOVE "ISRZ001" TO ISP-MSG-ID
006270     END-IF.
006280     IF WS-RUN-MATCHED > WS-RUN-COUNT AND WS-BUILT-FROM > ZERO
006290         MOVE "FIRST 200 SHOWN" TO INQ-ZEDSMSG
006300         MOVE "MORE RUNS FOLLOW - RAISE FROM RUN-ID FOR NEWER"
006310             TO INQ-ZEDLMSG
006320         MOVE "ISRZ001" TO ISP-MSG-ID
006330     END-IF.
006340     IF WS-RUN-MATCHED > WS-RUN-COUNT AND WS-BUILT-FROM = ZERO
006350         MOVE "NEWEST 200 SHOWN" TO INQ-ZEDSMSG
006360         MOVE "OLDER RUNS MATCH - GIVE A FROM RUN-ID TO SEE THEM"
006370             TO INQ-ZEDLMSG
006380         MOVE "ISRZ001" TO ISP-MSG-ID
006390     END-IF.
006400 2100-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------
006430 2110-READ-ONE-ENTRY.
006440*----------------------------------------------------------------
006450     READ RUN-REGISTRY-FILE NEXT RECORD
006460         AT END
006470             SET REGISTRY-STATUS-EOF TO TRUE
006480             GO TO 2110-EXIT
006490     END-READ.
006500     IF INQ-IFILTER NOT = SPACE AND REG-STATUS NOT = INQ-IFILTER
006510         GO TO 2110-EXIT
006520     END-IF.
006530     ADD 1 TO WS-RUN-MATCHED.
006540     IF WS-RUN-COUNT = 200 AND WS-BUILT-FROM > ZERO
006550         SET REGISTRY-STATUS-EOF TO TRUE
006560         GO TO 2110-EXIT
006570     END-IF.
006580     IF WS-RUN-COUNT < 200
006590         ADD 1 TO WS-RUN-COUNT
006600     ELSE
006610         PERFORM VARYING RUN-X FROM 1 BY 1 UNTIL RUN-X > 199
006620             MOVE WS-RUN-ENTRY(RUN-X + 1) TO WS-RUN-ENTRY(RUN-X)
006630         END-PERFORM
006640     END-IF.
006650     MOVE REG-RUN-ID TO RT-RUN-ID(WS-RUN-COUNT).
006660     MOVE REG-STATUS TO RT-STATUS(WS-RUN-COUNT).
006670     MOVE REG-START-TIMESTAMP TO RT-START-TS(WS-RUN-COUNT).
006680     MOVE REG-END-TIMESTAMP TO RT-END-TS(WS-RUN-COUNT).
006690     MOVE REG-FINAL-T TO RT-FINAL-T(WS-RUN-COUNT).
006700     MOVE REG-ACTIVATION-COUNT TO RT-ACTIVATIONS(WS-RUN-COUNT).
006710     MOVE REG-LABEL TO RT-LABEL(WS-RUN-COUNT).
006720 2110-EXIT.
006730     EXIT.

006740*----------------------------------------------------------------
006750 2120-ADD-ONE-ROW.
006760*    A RUN STILL IN FLIGHT HAS NO END, FINAL T OR COUNT YET.
006770*----------------------------------------------------------------
006780     MOVE RT-RUN-ID(RUN-X) TO INQ-IRUNID.
006790     MOVE RT-STATUS(RUN-X) TO INQ-IRSTAT.
006800     MOVE RT-START-TS(RUN-X) TO WS-EDIT-TS.
006810     PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT.
006820     MOVE WS-EDIT-OUT TO INQ-ISTART.
006830     IF RT-STATUS(RUN-X) = "R"
006840         MOVE SPACES TO INQ-IEND INQ-IFINT INQ-IACT
006850     ELSE
006860         MOVE RT-END-TS(RUN-X) TO WS-EDIT-TS
006870         PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT
006880         MOVE WS-EDIT-OUT TO INQ-IEND
006890         MOVE RT-FINAL-T(RUN-X) TO WS-EDIT-COUNT
006900         MOVE WS-EDIT-COUNT TO INQ-IFINT
006910         MOVE RT-ACTIVATIONS(RUN-X) TO WS-EDIT-COUNT
006920         MOVE WS-EDIT-COUNT TO INQ-IACT
006930     END-IF.
006940     MOVE RT-LABEL(RUN-X) TO INQ-ILABEL.
006950     CALL "ISPLINK" USING ISP-TBADD ISP-RUN-TABLE.
006960 2120-EXIT.
006970     EXIT.

006980*----------------------------------------------------------------
006990 2200-SHOW-LIST.
007000*    RC 8 IS END/RETURN; ANYTHING WORSE IS AN ISPF FAILURE AND
007010*    ENDS THE DIALOG TOO.  ONLY THE FIRST ROW SELECTED IS TAKEN.
007020*----------------------------------------------------------------
007030     MOVE SPACE TO INQ-ISEL.
007040     CALL "ISPLINK" USING ISP-TBDISPL ISP-RUN-TABLE ISP-LIST-PANEL
007050         ISP-MSG-ID.
007060     MOVE RETURN-CODE TO ISP-RC.
007070     MOVE SPACES TO ISP-MSG-ID INQ-ZCMD.
007080     IF ISP-RC > 8
007090         DISPLAY "WITNESS-INQ: TBDISPL " ISP-LIST-PANEL
007100             " FAILED, RC=" ISP-RC
007110     END-IF.
007120     IF ISP-RC > 4
007130         SET LIST-ENDED TO TRUE
007140         GO TO 2200-EXIT
007150     END-IF.
007160     IF INQ-ISEL = "S" AND INQ-IFILTER = WS-BUILT-FILTER
007170         AND INQ-IFROM = WS-BUILT-FROM
007180         MOVE INQ-IRUNID TO WS-DETAIL-RUN-ID
007190         PERFORM 3000-SHOW-RUN THRU 3000-EXIT
007200     END-IF.
007210     PERFORM 2100-BUILD-LIST THRU 2100-EXIT.
007220 2200-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250 3000-SHOW-RUN.
007260*    PF3 ON THE DETAIL GOES BACK TO THE LIST.  ENTER WITH NO
007270*    ACTION RE-READS THE REGISTRY, BEACON AND OPSLOG.
007280*----------------------------------------------------------------
007290     MOVE "N" TO WS-DETAIL-SW.
007300     MOVE SPACES TO INQ-DACTION INQ-DCONF.
007310     PERFORM 3100-LOAD-RUN THRU 3100-EXIT.
007320     PERFORM 3500-SHOW-DETAIL THRU 3500-EXIT
007330         UNTIL DETAIL-ENDED.
007340     CALL "ISPLINK" USING ISP-TBEND ISP-EVENT-TABLE.
007350 3000-EXIT.
007360     EXIT.

007370*----------------------------------------------------------------
007380 3100-LOAD-RUN.
007390*----------------------------------------------------------------
007400     PERFORM 3200-LOAD-REGISTRY THRU 3200-EXIT.
007410     PERFORM 3300-LOAD-BEACON THRU 3300-EXIT.
007420     PERFORM 3400-LOAD-EVENTS THRU 3400-EXIT.
007430 3100-EXIT.
007440     EXIT.

007450*----------------------------------------------------------------
007460 3200-LOAD-REGISTRY.
007470*----------------------------------------------------------------
007480     MOVE WS-DETAIL-RUN-ID TO INQ-DRUNID.
007490     MOVE SPACES TO INQ-DSTAT INQ-DLABEL INQ-DPROF INQ-DSTART
007500         INQ-DEND INQ-DSHADOW INQ-DSTEPS INQ-DVARS INQ-DSEED
007510         INQ-DTAUC INQ-DTRIG INQ-DFINT INQ-DACTS INQ-DCC
007520         INQ-DPROJ.
007530     MOVE SPACE TO WS-DETAIL-STATUS.
007540     MOVE "RUNREGST" TO WS-DYN-DDNAME.
007550     MOVE "SHR" TO WS-DYN-DISP.
007560     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
007570     IF NOT DYN-ALLOCATED
007580         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
007590         GO TO 3200-EXIT
007600     END-IF.
007610     OPEN INPUT RUN-REGISTRY-FILE.
007620     IF NOT REGISTRY-STATUS-OK
007630         MOVE "RUNREGST NOT AVAILABLE" TO INQ-ZEDSMSG
007640         MOVE "THE RUN REGISTRY COULD NOT BE OPENED - TRY AGAIN "
007650             TO INQ-ZEDLMSG
007660         MOVE "ISRZ001" TO ISP-MSG-ID
007670         PERFORM 8450-FREE THRU 8450-EXIT
007680         GO TO 3200-EXIT
007690     END-IF.
007700     MOVE WS-DETAIL-RUN-ID TO REG-RUN-ID.
007710     READ RUN-REGISTRY-FILE
007720         INVALID KEY
007730             MOVE "RUN NOT ON REGISTRY" TO INQ-ZEDSMSG
007740             MOVE "THE RUN IS NO LONGER ON RUNREGST"
007750                 TO INQ-ZEDLMSG
007760             MOVE "ISRZ001" TO ISP-MSG-ID
007770             CLOSE RUN-REGISTRY-FILE
007780             PERFORM 8450-FREE THRU 8450-EXIT
007790             GO TO 3200-EXIT
007800     END-READ.
007810     CLOSE RUN-REGISTRY-FILE.
007820     PERFORM 8450-FREE THRU 8450-EXIT.
007830     MOVE REG-STATUS TO WS-DETAIL-STATUS INQ-DSTAT.
007840     MOVE REG-LABEL TO INQ-DLABEL.
007850     MOVE REG-PROFILE TO INQ-DPROF.
007860     MOVE REG-START-TIMESTAMP TO WS-EDIT-TS.
007870     PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT.
007880     MOVE WS-EDIT-OUT TO INQ-DSTART.
007890     MOVE REG-SHADOW TO INQ-DSHADOW.
007900     MOVE REG-NUM-STEPS TO WS-EDIT-COUNT.
007910     MOVE WS-EDIT-COUNT TO INQ-DSTEPS.
007920     MOVE REG-NUM-VARS TO WS-EDIT-VARS.
007930     MOVE WS-EDIT-VARS TO INQ-DVARS.
007940     MOVE REG-SEED TO WS-EDIT-SEED.
007950     MOVE WS-EDIT-SEED TO INQ-DSEED.
007960     MOVE REG-TAU-C TO WS-EDIT-TAU.
007970     MOVE WS-EDIT-TAU TO INQ-DTAUC.
007980     MOVE REG-TRIGGER-MODE TO INQ-DTRIG.
007990     MOVE REG-COST-CENTER TO INQ-DCC.
008000     MOVE REG-PROJECT TO INQ-DPROJ.
008010     IF REG-STATUS NOT = "R"
008020         MOVE REG-END-TIMESTAMP TO WS-EDIT-TS
008030         PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT
008040         MOVE WS-EDIT-OUT TO INQ-DEND
008050         MOVE REG-FINAL-T TO WS-EDIT-COUNT
008060         MOVE WS-EDIT-COUNT TO INQ-DFINT
008070         MOVE REG-ACTIVATION-COUNT TO WS-EDIT-COUNT
008080         MOVE WS-EDIT-COUNT TO INQ-DACTS
008090     END-IF.
008100 3200-EXIT.
008110     EXIT.

008120*----------------------------------------------------------------
008130 3300-LOAD-BEACON.
008140*    STATBCN HOLDS ONE RECORD FOR WHICHEVER RUN CHECKPOINTED
008150*    LAST.  ITS FIGURES ARE ONLY SHOWN WHEN THAT IS THIS RUN.
008160*----------------------------------------------------------------
008170     MOVE SPACES TO INQ-DBTS INQ-DBT INQ-DBFP INQ-DBOP INQ-DBACT
008180         INQ-DBREM.
008190     MOVE ZERO TO WS-BEACON-RUN-ID.
008200     MOVE "STATBCN" TO WS-DYN-DDNAME.
008210     MOVE "SHR" TO WS-DYN-DISP.
008220     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
008230     IF NOT DYN-ALLOCATED
008240         MOVE "BEACON IN USE" TO INQ-DBTS
008250         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
008260         GO TO 3300-EXIT
008270     END-IF.
008280     OPEN INPUT STATUS-BEACON-FILE.
008290     IF NOT BEACON-STATUS-OK
008300         MOVE "NO BEACON" TO INQ-DBTS
008310         PERFORM 8450-FREE THRU 8450-EXIT
008320         GO TO 3300-EXIT
008330     END-IF.
008340     READ STATUS-BEACON-FILE
008350         AT END
008360             MOVE ZERO TO BCN-RUN-ID
008370     END-READ.
008380     CLOSE STATUS-BEACON-FILE.
008390     PERFORM 8450-FREE THRU 8450-EXIT.
008400     IF BCN-RUN-ID IS NUMERIC
008410         MOVE BCN-RUN-ID TO WS-BEACON-RUN-ID
008420     END-IF.
008430     IF WS-BEACON-RUN-ID NOT = WS-DETAIL-RUN-ID
008440         MOVE "NONE FOR THIS RUN" TO INQ-DBTS
008450         GO TO 3300-EXIT
008460     END-IF.
008470     MOVE BCN-TIMESTAMP TO WS-EDIT-TS.
008480     PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT.
008490     MOVE WS-EDIT-OUT TO INQ-DBTS.
008500     MOVE BCN-T TO WS-EDIT-COUNT.
008510     MOVE WS-EDIT-COUNT TO INQ-DBT.
008520     MOVE BCN-FIELDPRINT TO WS-EDIT-SIGNED.
008530     MOVE WS-EDIT-SIGNED TO INQ-DBFP.
008540     MOVE BCN-ORDERPARAM TO WS-EDIT-SIGNED.
008550     MOVE WS-EDIT-SIGNED TO INQ-DBOP.
008560     MOVE BCN-ACTIVATION-COUNT TO WS-EDIT-COUNT.
008570     MOVE WS-EDIT-COUNT TO INQ-DBACT.
008580     MOVE BCN-PROJ-REMAIN-SECS TO WS-EDIT-COUNT.
008590     MOVE WS-EDIT-COUNT TO INQ-DBREM.
008600 3300-EXIT.
008610     EXIT.

008620*----------------------------------------------------------------
008630 3400-LOAD-EVENTS.
008640*    THE RUN'S LAST N OPSLOG EVENTS (N FROM THE PANEL, 1-99),
008650*    SHOWN NEWEST FIRST.  OPSLOG IS READ END TO END - THE TABLE
008660*    KEEPS THE NEWEST N THE SAME WAY THE RUN LIST DOES.  THE RUN
008670*    ITSELF HOLDS OPSLOG SHR, SO ITS EVENTS CAN BE READ WHILE IT
008680*    IS UP; ANY OTHER STEP HOLDS IT EXCLUSIVELY AND THE TABLE IS
008690*    LEFT EMPTY UNTIL THE NEXT ENTER.
008700*----------------------------------------------------------------
008710     IF INQ-DEVN < 1 OR INQ-DEVN > 99
008720         MOVE 20 TO INQ-DEVN
008730     END-IF.
008740     MOVE INQ-DEVN TO WS-EVENT-WANTED.
008750     MOVE ZERO TO WS-EVENT-COUNT.
008760     CALL "ISPLINK" USING ISP-TBCREATE ISP-EVENT-TABLE
008770         ISP-NO-KEYS ISP-EVENT-NAMES ISP-NOWRITE ISP-REPLACE.
008780     MOVE "OPSLOG" TO WS-DYN-DDNAME.
008790     MOVE "SHR" TO WS-DYN-DISP.
008800     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
008810     IF DYN-ALLOCATED
008820         OPEN INPUT OPS-LOG-FILE
008830         IF LOG-STATUS-OK
008840             PERFORM 3410-READ-ONE-EVENT THRU 3410-EXIT
008850                 UNTIL LOG-STATUS-EOF
008860             CLOSE OPS-LOG-FILE
008870         END-IF
008880         PERFORM 8450-FREE THRU 8450-EXIT
008890     ELSE
008900         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
008910     END-IF.
008920     PERFORM 3420-ADD-ONE-EVENT THRU 3420-EXIT
008930         VARYING EVT-X FROM WS-EVENT-COUNT BY -1 UNTIL EVT-X < 1.
008940     CALL "ISPLINK" USING ISP-TBTOP ISP-EVENT-TABLE.
008950 3400-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------
008980 3410-READ-ONE-EVENT.
008990*----------------------------------------------------------------
009000     READ OPS-LOG-FILE
009010         AT END
009020             SET LOG-STATUS-EOF TO TRUE
009030             GO TO 3410-EXIT
009040     END-READ.
009050     IF OPS-RUN-ID NOT = WS-DETAIL-RUN-ID
009060         GO TO 3410-EXIT
009070     END-IF.
009080     IF WS-EVENT-COUNT < WS-EVENT-WANTED
009090         ADD 1 TO WS-EVENT-COUNT
009100     ELSE
009110         PERFORM VARYING EVT-X FROM 1 BY 1
009120                 UNTIL EVT-X NOT < WS-EVENT-COUNT
009130             MOVE WS-EVENT-ENTRY(EVT-X + 1)
009140                 TO WS-EVENT-ENTRY(EVT-X)
009150         END-PERFORM
009160     END-IF.
009170     MOVE OPS-TIMESTAMP TO ET-TIMESTAMP(WS-EVENT-COUNT).
009180     MOVE OPS-PROGRAM TO ET-PROGRAM(WS-EVENT-COUNT).
009190     MOVE OPS-EVENT-CODE TO ET-EVENT-CODE(WS-EVENT-COUNT).
009200     MOVE OPS-SEVERITY TO ET-SEVERITY(WS-EVENT-COUNT).
009210     MOVE OPS-TEXT TO ET-TEXT(WS-EVENT-COUNT).
009220 3410-EXIT.
009230     EXIT.

009240*----------------------------------------------------------------
009250 3420-ADD-ONE-EVENT.
009260*----------------------------------------------------------------
009270     MOVE ET-TIMESTAMP(EVT-X) TO WS-EDIT-TS.
009280     PERFORM 8100-EDIT-TIMESTAMP THRU 8100-EXIT.
009290     MOVE WS-EDIT-OUT TO INQ-ETS.
009300     MOVE ET-PROGRAM(EVT-X) TO INQ-EPROG.
009310     MOVE ET-EVENT-CODE(EVT-X) TO INQ-ECODE.
009320     MOVE ET-SEVERITY(EVT-X) TO INQ-ESEV.
009330     MOVE ET-TEXT(EVT-X) TO INQ-ETEXT.
009340     CALL "ISPLINK" USING ISP-TBADD ISP-EVENT-TABLE.
009350 3420-EXIT.
009360     EXIT.

009370*----------------------------------------------------------------
009380 3500-SHOW-DETAIL.
009390*----------------------------------------------------------------
009400     CALL "ISPLINK" USING ISP-TBDISPL ISP-EVENT-TABLE
009410         ISP-DETAIL-PANEL ISP-MSG-ID.
009420     MOVE RETURN-CODE TO ISP-RC.
009430     MOVE SPACES TO ISP-MSG-ID INQ-ZCMD.
009440     IF ISP-RC > 8
009450         DISPLAY "WITNESS-INQ: TBDISPL " ISP-DETAIL-PANEL
009460             " FAILED, RC=" ISP-RC
009470     END-IF.
009480     IF ISP-RC > 4
009490         SET DETAIL-ENDED TO TRUE
009500         GO TO 3500-EXIT
009510     END-IF.
009520     IF INQ-DACTION = "CLEAR"
009530         PERFORM 3700-CLEAR-COMMANDS THRU 3700-EXIT
009540     ELSE
009550     IF INQ-DACTION NOT = SPACES
009560         PERFORM 3600-QUEUE-COMMAND THRU 3600-EXIT
009570     END-IF
009580     END-IF.
009590     PERFORM 3100-LOAD-RUN THRU 3100-EXIT.
009600 3500-EXIT.
009610     EXIT.

009620*----------------------------------------------------------------
009630 3600-QUEUE-COMMAND.
009640*    OPRCMD IS READ BY WHICHEVER RUN IS UP, SO A COMMAND IS ONLY
009650*    QUEUED FOR A RUN STILL IN FLIGHT THAT IS ALSO THE RUN ON THE
009660*    BEACON.  THE LINE IS APPENDED, SO A SET OPERATIONS ALREADY
009670*    HAS IN THE MEMBER STAYS, AND IT CARRIES THE RUN-ID, USER AND
009680*    TIME: ONLY THAT RUN TAKES IT, AND TAKES A SNAP ONCE.  WHILE
009690*    THE RUN IS UP IT HOLDS OPSLOG AND LOGS THE STOP OR SNAP, WITH
009700*    THE USER, AS IT TAKES IT - THE INQSTOP/INQSNAP EVENT HERE IS
009710*    ONLY WRITTEN WHEN OPSLOG IS FREE.
009720*----------------------------------------------------------------
009730     MOVE WS-DETAIL-RUN-ID TO WS-EVL-RUN-ID.
009740     IF NOT USER-AUTHORIZED
009750         PERFORM 3650-REFUSE-ACTION THRU 3650-EXIT
009760         GO TO 3600-DONE
009770     END-IF.
009780     IF WS-DETAIL-STATUS NOT = "R"
009790         MOVE "RUN NOT IN FLIGHT" TO INQ-ZEDSMSG
009800         MOVE "THE RUN HAS ENDED - NOTHING TO STOP OR SNAP"
009810             TO INQ-ZEDLMSG
009820         GO TO 3600-DONE
009830     END-IF.
009840     IF WS-BEACON-RUN-ID NOT = WS-DETAIL-RUN-ID
009850         MOVE "RUN NOT ON THE BEACON" TO INQ-ZEDSMSG
009860         MOVE SPACES TO INQ-ZEDLMSG
009870         STRING "THE BEACON IS RUN " WS-BEACON-RUN-ID
009880             " - OPRCMD WOULD REACH THAT RUN, NOT THIS ONE"
009890             DELIMITED BY SIZE INTO INQ-ZEDLMSG
009900         GO TO 3600-DONE
009910     END-IF.
009920     IF INQ-DCONF NOT = "Y"
009930         MOVE "CONFIRM WITH Y" TO INQ-ZEDSMSG
009940         MOVE SPACES TO INQ-ZEDLMSG
009950         STRING "TYPE Y IN CONFIRM AND PRESS ENTER TO QUEUE "
009960             INQ-DACTION DELIMITED BY SIZE INTO INQ-ZEDLMSG
009970         MOVE "ISRZ001" TO ISP-MSG-ID
009980         GO TO 3600-EXIT
009990     END-IF.
010000     MOVE "OPRCMD" TO WS-DYN-DDNAME.
010010     MOVE "SHR" TO WS-DYN-DISP.
010020     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
010030     IF NOT DYN-ALLOCATED
010040         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
010050         GO TO 3600-DONE
010060     END-IF.
010070     OPEN EXTEND OPERATOR-COMMAND-FILE.
010080     IF NOT OPRCMD-STATUS-OK
010090         OPEN OUTPUT OPERATOR-COMMAND-FILE
010100     END-IF.
010110     IF NOT OPRCMD-STATUS-OK
010120         MOVE "OPRCMD NOT AVAILABLE" TO INQ-ZEDSMSG
010130         MOVE "OPRCMD COULD NOT BE OPENED - NOTHING WAS QUEUED"
010140             TO INQ-ZEDLMSG
010150         PERFORM 8450-FREE THRU 8450-EXIT
010160         GO TO 3600-DONE
010170     END-IF.
010180     MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
010190     MOVE SPACES TO OPERATOR-COMMAND-RECORD.
010200     MOVE INQ-DACTION TO OPR-COMMAND.
010210     SET OPR-FROM-INQUIRY TO TRUE.
010220     MOVE WS-DETAIL-RUN-ID TO OPR-ORIGIN-RUN-ID.
010230     MOVE INQ-ZUSER TO OPR-ORIGIN-USER.
010240     MOVE WS-NOW-TS(1:14) TO OPR-ORIGIN-TS.
010250     WRITE OPERATOR-COMMAND-RECORD.
010260     CLOSE OPERATOR-COMMAND-FILE.
010270     PERFORM 8450-FREE THRU 8450-EXIT.
010280     MOVE SPACES TO WS-EVL-TEXT.
010290     STRING INQ-DACTION DELIMITED BY SPACE
010300         " QUEUED BY " DELIMITED BY SIZE
010310         INQ-ZUSER DELIMITED BY SPACE
010320         " FROM INQUIRY" DELIMITED BY SIZE
010330         INTO WS-EVL-TEXT.
010340     IF INQ-DACTION = "STOP"
010350         MOVE "INQSTOP" TO WS-EVL-CODE
010360         MOVE "W" TO WS-EVL-SEVERITY
010370         MOVE "STOP QUEUED" TO INQ-ZEDSMSG
010380         MOVE "THE RUN STOPS CLEANLY AT ITS NEXT CHECKPOINT"
010390             TO INQ-ZEDLMSG
010400     ELSE
010410         MOVE "INQSNAP" TO WS-EVL-CODE
010420         MOVE "I" TO WS-EVL-SEVERITY
010430         MOVE "SNAP QUEUED" TO INQ-ZEDSMSG
010440         MOVE "ONE SNAPRPT SUMMARY AT THE RUN'S NEXT CHECKPOINT"
010450             TO INQ-ZEDLMSG
010460     END-IF.
010470     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
010480 3600-DONE.
010490     MOVE "ISRZ001" TO ISP-MSG-ID.
010500     MOVE SPACES TO INQ-DACTION INQ-DCONF.
010510 3600-EXIT.
010520     EXIT.

010530*----------------------------------------------------------------
010540 3650-REFUSE-ACTION.
010550*    A USER NOT ON INQAUTH IS REFUSED EVERY ACTION, AND THE
010560*    REFUSAL IS LOGGED WHEN OPSLOG IS FREE.
010570*----------------------------------------------------------------
010580     MOVE "NOT AUTHORIZED" TO INQ-ZEDSMSG.
010590     MOVE SPACES TO INQ-ZEDLMSG.
010600     STRING INQ-ZUSER DELIMITED BY SPACE
010610         " IS NOT ON INQAUTH - STOP, SNAP AND CLEAR ARE REFUSED"
010620         DELIMITED BY SIZE INTO INQ-ZEDLMSG.
010630     MOVE "INQDENY" TO WS-EVL-CODE.
010640     MOVE "W" TO WS-EVL-SEVERITY.
010650     MOVE SPACES TO WS-EVL-TEXT.
010660     STRING INQ-DACTION DELIMITED BY SPACE
010670         " REFUSED - " DELIMITED BY SIZE
010680         INQ-ZUSER DELIMITED BY SPACE
010690         " IS NOT ON INQAUTH" DELIMITED BY SIZE
010700         INTO WS-EVL-TEXT.
010710     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
010720 3650-EXIT.
010730     EXIT.

010740*----------------------------------------------------------------
010750 3700-CLEAR-COMMANDS.
010760*    TAKES OUT OF OPRCMD EVERY LINE THE INQUIRY QUEUED FOR THE
010770*    RUN SHOWN - A STOP OR SNAP NOT YET TAKEN, OR ONE LEFT BEHIND
010780*    BY A RUN THAT HAS ENDED - AND LEAVES EVERY OTHER LINE AS IT
010790*    WAS.  NO OTHER RUN TAKES SUCH A LINE, SO THIS IS HOUSEKEEPING
010800*    AND IS ALLOWED WHATEVER THE RUN'S STATUS.  A CLEAR IS ONLY
010810*    MADE WHEN IT CAN BE LOGGED: OPSLOG IS TAKEN FIRST, AND WHILE
010820*    A BATCH STEP HOLDS IT NOTHING IS CLEARED.
010830*----------------------------------------------------------------
010840     MOVE WS-DETAIL-RUN-ID TO WS-EVL-RUN-ID.
010850     IF NOT USER-AUTHORIZED
010860         PERFORM 3650-REFUSE-ACTION THRU 3650-EXIT
010870         GO TO 3700-DONE
010880     END-IF.
010890     IF INQ-DCONF NOT = "Y"
010900         MOVE "CONFIRM WITH Y" TO INQ-ZEDSMSG
010910         MOVE SPACES TO INQ-ZEDLMSG
010920         STRING "TYPE Y IN CONFIRM AND PRESS ENTER TO CLEAR THE "
010930             "RUN'S INQUIRY COMMANDS" DELIMITED BY SIZE
010940             INTO INQ-ZEDLMSG
010950         MOVE "ISRZ001" TO ISP-MSG-ID
010960         GO TO 3700-EXIT
010970     END-IF.
010980     MOVE "OPSLOG" TO WS-DYN-DDNAME.
010990     MOVE "MOD" TO WS-DYN-DISP.
011000     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
011010     IF NOT DYN-ALLOCATED
011020         MOVE "NOTHING CLEARED" TO INQ-ZEDSMSG
011030         MOVE "A BATCH STEP HOLDS OPSLOG - PRESS ENTER TO RETRY"
011040             TO INQ-ZEDLMSG
011050         GO TO 3700-DONE
011060     END-IF.
011070     SET LOG-HELD TO TRUE.
011080     MOVE "OPRCMD" TO WS-DYN-DDNAME.
011090     MOVE "SHR" TO WS-DYN-DISP.
011100     PERFORM 8400-ALLOCATE THRU 8400-EXIT.
011110     IF DYN-ALLOCATED
011120         PERFORM 3710-LOAD-COMMANDS THRU 3710-EXIT
011130         IF CMD-LOAD-OK AND WS-CMD-CLEARED > ZERO
011140             PERFORM 3730-REWRITE-COMMANDS THRU 3730-EXIT
011150         END-IF
011160         PERFORM 8450-FREE THRU 8450-EXIT
011170     ELSE
011180         SET CMD-UNAVAILABLE TO TRUE
011190         PERFORM 8410-SHOW-IN-USE THRU 8410-EXIT
011200     END-IF.
011210     IF NOT CMD-LOAD-OK OR WS-CMD-CLEARED = ZERO
011220         MOVE "OPSLOG" TO WS-DYN-DDNAME
011230         PERFORM 8450-FREE THRU 8450-EXIT
011240         MOVE "N" TO WS-LOG-HELD-SW
011250         GO TO 3700-DONE
011260     END-IF.
011270     MOVE "INQCLEAR" TO WS-EVL-CODE.
011280     MOVE "I" TO WS-EVL-SEVERITY.
011290     MOVE SPACES TO WS-EVL-TEXT.
011300     STRING "INQUIRY COMMANDS CLEARED BY " DELIMITED BY SIZE
011310         INQ-ZUSER DELIMITED BY SPACE
011320         " - OPRCMD LINES " WS-CMD-CLEARED DELIMITED BY SIZE
011330         INTO WS-EVL-TEXT.
011340     PERFORM 8300-LOG-EVENT THRU 8300-EXIT.
011350     MOVE "OPRCMD CLEARED" TO INQ-ZEDSMSG.
011360     MOVE SPACES TO INQ-ZEDLMSG.
011370     STRING "OPRCMD LINES QUEUED FOR THIS RUN TAKEN OUT - "
011380         WS-CMD-CLEARED DELIMITED BY SIZE INTO INQ-ZEDLMSG.
011390 3700-DONE.
011400     MOVE "ISRZ001" TO ISP-MSG-ID.
011410     MOVE SPACES TO INQ-DACTION INQ-DCONF.
011420 3700-EXIT.
011430     EXIT.

011440*----------------------------------------------------------------
011450 3710-LOAD-COMMANDS.
011460*    OPRCMD INTO WS-CMD-TABLE, COUNTING THE LINES THAT WILL GO.
011470*----------------------------------------------------------------
011480     MOVE ZERO TO WS-CMD-COUNT WS-CMD-CLEARED.
011490     MOVE "N" TO WS-CMD-SW.
011500     OPEN INPUT OPERATOR-COMMAND-FILE.
011510     IF NOT OPRCMD-STATUS-OK
011520         SET CMD-UNAVAILABLE TO TRUE
011530         MOVE "OPRCMD NOT AVAILABLE" TO INQ-ZEDSMSG
011540         MOVE "OPRCMD COULD NOT BE OPENED - NOTHING WAS CLEARED"
011550             TO INQ-ZEDLMSG
011560         GO TO 3710-EXIT
011570     END-IF.
011580     PERFORM 3720-LOAD-ONE-COMMAND THRU 3720-EXIT
011590         UNTIL OPRCMD-STATUS-EOF OR CMD-TABLE-FULL.
011600     CLOSE OPERATOR-COMMAND-FILE.
011610     IF CMD-TABLE-FULL
011620         MOVE "OPRCMD TOO LONG" TO INQ-ZEDSMSG
011630         MOVE "OVER 200 LINES - NOTHING CLEARED, EDIT THE MEMBER"
011640             TO INQ-ZEDLMSG
011650         GO TO 3710-EXIT
011660     END-IF.
011670     IF WS-CMD-CLEARED = ZERO
011680         MOVE "NOTHING TO CLEAR" TO INQ-ZEDSMSG
011690         MOVE "OPRCMD HOLDS NO INQUIRY LINE FOR THIS RUN"
011700             TO INQ-ZEDLMSG
011710     END-IF.
011720 3710-EXIT.
011730     EXIT.

011740*----------------------------------------------------------------
011750 3720-LOAD-ONE-COMMAND.
011760*----------------------------------------------------------------
011770     READ OPERATOR-COMMAND-FILE
011780         AT END
011790             SET OPRCMD-STATUS-EOF TO TRUE
011800             GO TO 3720-EXIT
011810     END-READ.
011820     IF WS-CMD-COUNT NOT < 200
011830         SET CMD-TABLE-FULL TO TRUE
011840         GO TO 3720-EXIT
011850     END-IF.
011860     ADD 1 TO WS-CMD-COUNT.
011870     MOVE OPERATOR-COMMAND-RECORD TO WS-CMD-LINE(WS-CMD-COUNT).
011880     IF OPR-FROM-INQUIRY AND OPR-ORIGIN-RUN-ID = WS-DETAIL-RUN-ID
011890         ADD 1 TO WS-CMD-CLEARED
011900     END-IF.
011910 3720-EXIT.
011920     EXIT.

011930*----------------------------------------------------------------
011940 3730-REWRITE-COMMANDS.
011950*    OPRCMD AGAIN FROM THE TABLE, LESS THIS RUN'S INQUIRY LINES.
011960*    A RUN POLLING IN THE MOMENT BETWEEN THE OPEN AND THE CLOSE
011970*    SEES A SHORT MEMBER AND PICKS THE REST UP AT ITS NEXT POLL.
011980*----------------------------------------------------------------
011990     OPEN OUTPUT OPERATOR-COMMAND-FILE.
012000     IF NOT OPRCMD-STATUS-OK
012010         SET CMD-UNAVAILABLE TO TRUE
012020         MOVE "OPRCMD NOT AVAILABLE" TO INQ-ZEDSMSG
012030         MOVE "OPRCMD NOT REWRITTEN - NOTHING WAS CLEARED"
012040             TO INQ-ZEDLMSG
012050         GO TO 3730-EXIT
012060     END-IF.
012070     PERFORM 3740-WRITE-ONE-COMMAND THRU 3740-EXIT
012080         VARYING CMD-X FROM 1 BY 1 UNTIL CMD-X > WS-CMD-COUNT.
012090     CLOSE OPERATOR-COMMAND-FILE.
012100 3730-EXIT.
012110     EXIT.

012120*----------------------------------------------------------------
012130 3740-WRITE-ONE-COMMAND.
012140*----------------------------------------------------------------
012150     MOVE WS-CMD-LINE(CMD-X) TO OPERATOR-COMMAND-RECORD.
012160     IF OPR-FROM-INQUIRY AND OPR-ORIGIN-RUN-ID = WS-DETAIL-RUN-ID
012170         GO TO 3740-EXIT
012180     END-IF.
012190     WRITE OPERATOR-COMMAND-RECORD.
012200 3740-EXIT.
012210     EXIT.

012220*----------------------------------------------------------------
012230 8100-EDIT-TIMESTAMP.
012240*    WS-EDIT-TS (CURRENT-DATE FORM) AS YYYY-MM-DD HH:MM:SS; THE
012250*    LIST AND EVENT COLUMNS TAKE THE FIRST 16.  BLANK STAYS BLANK.
012260*----------------------------------------------------------------
012270     MOVE SPACES TO WS-EDIT-OUT.
012280     IF WS-EDIT-TS = SPACES
012290         GO TO 8100-EXIT
012300     END-IF.
012310     STRING WS-EDIT-YYYY "-" WS-EDIT-MO "-" WS-EDIT-DD " "
012320         WS-EDIT-HH ":" WS-EDIT-MI ":" WS-EDIT-SS
012330         DELIMITED BY SIZE INTO WS-EDIT-OUT.
012340 8100-EXIT.
012350     EXIT.

012360*----------------------------------------------------------------
012370 8300-LOG-EVENT.
012380*    WITNESS-EVLOG KEEPS OPSLOG OPEN FOR AS LONG AS IT IS LOADED.
012390*    A DIALOG OUTLIVES ANY BATCH STEP AND RE-READS OPSLOG ON THE
012400*    NEXT ENTER, SO THE SUBPROGRAM IS CANCELLED AFTER EACH EVENT
012410*    - THAT CLOSES THE FILE AND THE EVENT IS ON OPSLOG AT ONCE.
012420*    OPSLOG IS ALLOCATED MOD (EXCLUSIVE) FOR THE ONE APPEND, SO
012430*    THE INQUIRY NEVER WRITES BESIDE A RUNNING STEP; WHILE ONE
012440*    HOLDS IT THE EVENT IS NOT WRITTEN.  A CALLER THAT MUST LOG
012450*    TAKES OPSLOG FIRST AND SETS LOG-HELD.
012460*----------------------------------------------------------------
012470     IF NOT LOG-HELD
012480         MOVE "OPSLOG" TO WS-DYN-DDNAME
012490         MOVE "MOD" TO WS-DYN-DISP
012500         PERFORM 8400-ALLOCATE THRU 8400-EXIT
012510         IF NOT DYN-ALLOCATED
012520             GO TO 8300-EXIT
012530         END-IF
012540     END-IF.
012550     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
012560         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
012570     CANCEL "WITNESS-EVLOG".
012580     MOVE "OPSLOG" TO WS-DYN-DDNAME.
012590     PERFORM 8450-FREE THRU 8450-EXIT.
012600     MOVE "N" TO WS-LOG-HELD-SW.
012610 8300-EXIT.
012620     EXIT.

012630*----------------------------------------------------------------
012640 8400-ALLOCATE.
012650*    ALLOCATES DLOOP.WITNESS.<DD> TO DD WS-DYN-DDNAME WITH
012660*    WS-DYN-DISP (SHR TO READ OR TO ADD TO OPRCMD, MOD TO APPEND
012670*    TO OPSLOG).
012680*----------------------------------------------------------------
012690     MOVE "N" TO WS-DYN-SW.
012700     MOVE SPACES TO WS-DYN-TEXT.
012710     MOVE 1 TO WS-DYN-PTR.
012720     STRING "ALLOC FI(" DELIMITED BY SIZE
012730         WS-DYN-DDNAME DELIMITED BY SPACE
012740         ") DA('" WS-DYN-HLQ DELIMITED BY SIZE
012750         WS-DYN-DDNAME DELIMITED BY SPACE
012760         "') " WS-DYN-DISP " REUSE" DELIMITED BY SIZE
012770         INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
012780     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
012790     CALL "BPXWDYN" USING WS-DYN-REQUEST.
012800     IF RETURN-CODE = ZERO
012810         SET DYN-ALLOCATED TO TRUE
012820     END-IF.
012830 8400-EXIT.
012840     EXIT.

012850*----------------------------------------------------------------
012860 8410-SHOW-IN-USE.
012870*    A REFUSED ALLOCATION - THE PANEL SAYS WHICH DATASET IS IN
012880*    USE, UNLESS AN ACTION HAS ALREADY PUT ITS OWN MESSAGE UP.
012890*----------------------------------------------------------------
012900     IF ISP-MSG-ID = SPACES
012910         MOVE SPACES TO INQ-ZEDSMSG INQ-ZEDLMSG
012920         STRING WS-DYN-DDNAME DELIMITED BY SPACE
012930             " IN USE" DELIMITED BY SIZE INTO INQ-ZEDSMSG
012940         STRING "A BATCH STEP HOLDS " DELIMITED BY SIZE
012950             WS-DYN-DDNAME DELIMITED BY SPACE
012960             " - PRESS ENTER TO TRY AGAIN" DELIMITED BY SIZE
012970             INTO INQ-ZEDLMSG
012980         MOVE "ISRZ001" TO ISP-MSG-ID
012990     END-IF.
013000 8410-EXIT.
013010     EXIT.

013020*----------------------------------------------------------------
013030 8450-FREE.
013040*----------------------------------------------------------------
013050     MOVE SPACES TO WS-DYN-TEXT.
013060     MOVE 1 TO WS-DYN-PTR.
013070     STRING "FREE FI(" DELIMITED BY SIZE
013080         WS-DYN-DDNAME DELIMITED BY SPACE
013090         ")" DELIMITED BY SIZE
013100         INTO WS-DYN-TEXT WITH POINTER WS-DYN-PTR.
013110     COMPUTE WS-DYN-LENGTH = WS-DYN-PTR - 1.
013120     CALL "BPXWDYN" USING WS-DYN-REQUEST.
013130 8450-EXIT.
013140     EXIT.
