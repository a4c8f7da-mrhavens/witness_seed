000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CFGAPR.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  MAINTAINS THE APRCFG
000200*                  APPROVED-CONFIGURATION MASTER (COPY APRREC)
000210*                  THAT WITNESS-INIT MATCHES EACH NIGHT'S
000220*                  CONTROLCD, TUNECFG, CLUSTRCF AND KSCHED
000230*                  AGAINST, THEN LISTS EVERY VERSION ON FILE AND
000240*                  EVERY RUNREGST ENTRY THAT RAN ON AN OVERRIDE.
000250*                  APRTRAN CARDS:
000260*                    R - REGISTER THE CANDIDATE FILE ON THE DD OF
000270*                        THE SAME NAME AS THE FILE'S NEXT
000280*                        APPROVED VERSION.  THE CONTENT HASH IS
000290*                        TAKEN THROUGH WITNESS-CFGHASH, THE SAME
000300*                        WAY WITNESS-INIT TAKES IT.  A TICKET AND
000310*                        AN APPROVER MUST BE PUNCHED.
000320*                    W - WITHDRAW A VERSION, WHICH MAY THEN NO
000330*                        LONGER RUN.
000340*                  A CARD THAT FAILS ITS EDITS IS LISTED WITH THE
000350*                  REASON AND NOT APPLIED.  WITHOUT APRTRAN THE
000360*                  RUN IS REPORT-ONLY.  RETURN CODE 4 WHEN ANY
000370*                  CARD WAS REJECTED.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT APPROVAL-CARD-FILE ASSIGN TO "APRCARD"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CARD-STATUS.
000450     SELECT APPROVAL-TRAN-FILE ASSIGN TO "APRTRAN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRAN-STATUS.
000480     SELECT APPROVED-CONFIG-FILE ASSIGN TO "APRCFG"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS APR-KEY
000520         FILE STATUS IS WS-APR-STATUS.
000530     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS REG-RUN-ID
000570         FILE STATUS IS WS-REGISTRY-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "APRRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640* APRCARD: ACC-SINCE STARTS THE OVERRIDE EXCEPTION LISTING AT THAT
000650* RUN START DATE (UNPUNCHED - EVERY ENTRY ON RUNREGST).
000660*----------------------------------------------------------------
000670 FD  APPROVAL-CARD-FILE
000680     RECORDING MODE IS F.
000690 01  APPROVAL-CARD-RECORD.
000700     05  ACC-SINCE               PIC X(08).
000710     05  FILLER                  PIC X(72).

000720*----------------------------------------------------------------
000730* APRTRAN: ONE TRANSACTION PER CARD, FIELDS SEPARATED BY A BLANK
000740* COLUMN.  APT-VERSION IS PUNCHED ON A WITHDRAWAL ONLY - A NEW
000750* VERSION IS NUMBERED BY THIS PROGRAM.  APT-EFFECTIVE UNPUNCHED
000760* MEANS TODAY.
000770*----------------------------------------------------------------
000780 FD  APPROVAL-TRAN-FILE
000790     RECORDING MODE IS F.
000800 01  APPROVAL-TRAN-RECORD.
000810     05  APT-FUNCTION            PIC X(01).
000820         88  APT-REGISTER        VALUE "R".
000830         88  APT-WITHDRAW        VALUE "W".
000840     05  FILLER                  PIC X(01).
000850     05  APT-FILE                PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  APT-VERSION             PIC X(04).
000880     05  FILLER                  PIC X(01).
000890     05  APT-TICKET              PIC X(12).
000900     05  FILLER                  PIC X(01).
000910     05  APT-APPROVER            PIC X(08).
000920     05  FILLER                  PIC X(01).
000930     05  APT-EFFECTIVE           PIC X(08).
000940     05  FILLER                  PIC X(01).
000950     05  APT-DESC                PIC X(30).
000960     05  FILLER                  PIC X(03).

000970 FD  APPROVED-CONFIG-FILE.
000980     COPY APRREC.

000990 FD  RUN-REGISTRY-FILE.
001000     COPY RUNREG.

001010 FD  REPORT-FILE.
001020 01  REPORT-LINE                PIC X(80).

001030 WORKING-STORAGE SECTION.
001040 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001050     88  CARD-STATUS-OK      VALUE "00".
001060 01  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
001070     88  TRAN-STATUS-OK      VALUE "00".
001080     88  TRAN-STATUS-EOF     VALUE "10".
001090 01  WS-APR-STATUS           PIC X(02) VALUE SPACES.
001100     88  APR-STATUS-OK       VALUE "00".
001110     88  APR-STATUS-EOF      VALUE "10".
001120 01  WS-REGISTRY-STATUS      PIC X(02) VALUE SPACES.
001130     88  REGISTRY-STATUS-OK  VALUE "00".
001140     88  REGISTRY-STATUS-EOF VALUE "10".
001150 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001160 01  WS-TODAY                PIC 9(08).
001170 01  WS-SINCE                PIC 9(08) VALUE ZERO.
001180 01  WS-CHK-DATE             PIC 9(08).
001190 01  WS-EFFECTIVE            PIC 9(08).
001200 01  WS-TRAN-PRESENT-SW      PIC X(01) VALUE "N".
001210     88  TRANSACTIONS-PRESENT VALUE "Y".
001220 01  WS-REGISTRY-SW          PIC X(01) VALUE "N".
001230     88  REGISTRY-OPEN       VALUE "Y".
001240 01  WS-TRAN-RESULT          PIC X(51).

001250*----------------------------------------------------------------
001260* THE FILE NAMES IN APRCFG AND APSREC ORDER, WHICH ARE ALSO THE
001270* CANDIDATE DD NAMES WITNESS-CFGHASH READS (CONTROL IS THE
001280* CONTROLCD DD).
001290*----------------------------------------------------------------
001300 01  WS-APR-FILE-NAMES       PIC X(32)
001310         VALUE "CONTROL TUNECFG CLUSTRCFKSCHED  ".
001320 01  WS-APR-FILE-TABLE REDEFINES WS-APR-FILE-NAMES.
001330     05  WS-APR-FILE-NAME    OCCURS 4 TIMES PIC X(08).
001340 01  APR-X                   PIC 9(01).
001350 01  WS-FILE                 PIC X(08).
001360     88  FILE-VALID          VALUE "CONTROL" "TUNECFG" "CLUSTRCF"
001370                                   "KSCHED".

001380*----------------------------------------------------------------
001390* WITNESS-CFGHASH ARGUMENTS, AND WHAT THE SCAN OF ONE FILE'S
001400* VERSIONS FOUND (SEE 2300-SCAN-VERSIONS).
001410*----------------------------------------------------------------
001420 01  WS-CFH-HASH             PIC 9(09).
001430 01  WS-CFH-CARDS            PIC 9(05).
001440 01  WS-CFH-PRESENT          PIC X(01).
001450     88  CFH-FILE-PRESENT    VALUE "Y".
001460     88  CFH-FILE-MISSING    VALUE "N".
001470 01  WS-SCAN-SW              PIC X(01).
001480     88  SCAN-DONE           VALUE "Y".
001490 01  WS-HIGH-VERSION         PIC 9(04).
001500 01  WS-SAME-VERSION         PIC 9(04).
001510 01  WS-NEW-VERSION          PIC 9(04).

001520*----------------------------------------------------------------
001530* VERSION LISTING - THE HIGHEST APPROVED VERSION IN EFFECT IS THE
001540* FILE'S CURRENT VERSION; THE LISTING IS BUFFERED A FILE AT A TIME
001550* SO THE CURRENT LINE CAN BE MARKED.
001560*----------------------------------------------------------------
001570 01  WS-LIST-FILE            PIC X(08).
001580 01  WS-LIST-COUNT           PIC 9(03).
001590 01  WS-LIST-OVERFLOW        PIC 9(05).
001600 01  WS-LIST-CURRENT         PIC 9(03).
001610 01  WS-LIST-TABLE.
001620     05  WS-LIST-ENTRY       OCCURS 200 TIMES PIC X(80).
001630 01  LST-X                   PIC 9(03).
001640 01  WS-VERSION-COUNT        PIC 9(05) VALUE ZERO.

001650 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
001660 01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
001670 01  WS-EXCEPTION-COUNT      PIC 9(05) VALUE ZERO.
001680 01  WS-UNCHECKED-COUNT      PIC 9(05) VALUE ZERO.
001690 01  WS-SCANNED-COUNT        PIC 9(05) VALUE ZERO.

001700 01  WS-HEADER-LINE.
001710     05  FILLER              PIC X(30)
001720         VALUE "APPROVED-CONFIGURATION MAINTEN".
001730     05  FILLER              PIC X(13)
001740         VALUE "ANCE - AS OF ".
001750     05  HL-AS-OF            PIC 9(08).
001760 01  WS-TRAN-TITLE-LINE      PIC X(80) VALUE
001770     "APRTRAN TRANSACTIONS".
001780 01  WS-TRAN-COLUMN-LINE     PIC X(80) VALUE
001790     "F FILE     VER  TICKET       RESULT".
001800 01  WS-TRAN-DETAIL-LINE.
001810     05  TL-FUNCTION         PIC X(01).
001820     05  FILLER              PIC X(01) VALUE SPACE.
001830     05  TL-FILE             PIC X(08).
001840     05  FILLER              PIC X(01) VALUE SPACE.
001850     05  TL-VERSION          PIC X(04).
001860     05  FILLER              PIC X(01) VALUE SPACE.
001870     05  TL-TICKET           PIC X(12).
001880     05  FILLER              PIC X(01) VALUE SPACE.
001890     05  TL-RESULT           PIC X(51).
001900 01  WS-VERSION-TITLE-LINE   PIC X(80) VALUE
001910     "APPROVED VERSIONS ON APRCFG".
001920 01  WS-VERSION-COLUMN-LINE.
001930     05  FILLER              PIC X(30)
001940         VALUE "FILE     VER  HASH      CARDS ".
001950     05  FILLER              PIC X(30)
001960         VALUE "TICKET       APPROVER FROM    ".
001970     05  FILLER              PIC X(20)
001980         VALUE " S NOTE".
001990 01  WS-VERSION-DETAIL-LINE.
002000     05  VL-FILE             PIC X(08).
002010     05  FILLER              PIC X(01) VALUE SPACE.
002020     05  VL-VERSION          PIC 9(04).
002030     05  FILLER              PIC X(01) VALUE SPACE.
002040     05  VL-HASH             PIC 9(09).
002050     05  FILLER              PIC X(01) VALUE SPACE.
002060     05  VL-CARDS            PIC ZZZZ9.
002070     05  FILLER              PIC X(01) VALUE SPACE.
002080     05  VL-TICKET           PIC X(12).
002090     05  FILLER              PIC X(01) VALUE SPACE.
002100     05  VL-APPROVER         PIC X(08).
002110     05  FILLER              PIC X(01) VALUE SPACE.
002120     05  VL-EFFECTIVE        PIC 9(08).
002130     05  FILLER              PIC X(01) VALUE SPACE.
002140     05  VL-STATUS           PIC X(01).
002150     05  FILLER              PIC X(01) VALUE SPACE.
002160     05  VL-NOTE             PIC X(17).
002170 01  WS-EXCEPTION-TITLE-LINE.
002180     05  FILLER              PIC X(30)
002190         VALUE "RUNS ON A CONFIGURATION OVERRI".
002200     05  FILLER              PIC X(15)
002210         VALUE "DE - STARTED ON".
002220     05  FILLER              PIC X(10)
002230         VALUE " OR AFTER ".
002240     05  XT-SINCE            PIC 9(08).
002250 01  WS-EXCEPTION-COLUMN-LINE.
002260     05  FILLER              PIC X(30)
002270         VALUE "RUN-ID   STARTED  S PROFILE  T".
002280     05  FILLER              PIC X(30)
002290         VALUE "ICKET       CTL  TUNE CLUS KSC".
002300     05  FILLER              PIC X(20)
002310         VALUE "H".
002320 01  WS-EXCEPTION-DETAIL-LINE.
002330     05  XL-RUN-ID           PIC 9(08).
002340     05  FILLER              PIC X(01) VALUE SPACE.
002350     05  XL-STARTED          PIC X(08).
002360     05  FILLER              PIC X(01) VALUE SPACE.
002370     05  XL-STATUS           PIC X(01).
002380     05  FILLER              PIC X(01) VALUE SPACE.
002390     05  XL-PROFILE          PIC X(08).
002400     05  FILLER              PIC X(01) VALUE SPACE.
002410     05  XL-TICKET           PIC X(12).
002420     05  FILLER              PIC X(01) VALUE SPACE.
002430     05  XL-CTL              PIC X(04).
002440     05  FILLER              PIC X(01) VALUE SPACE.
002450     05  XL-TUNE             PIC X(04).
002460     05  FILLER              PIC X(01) VALUE SPACE.
002470     05  XL-CLUS             PIC X(04).
002480     05  FILLER              PIC X(01) VALUE SPACE.
002490     05  XL-KSCH             PIC X(04).
002500 01  WS-SUMMARY-LINE.
002510     05  SM-LABEL            PIC X(30).
002520     05  SM-COUNT            PIC Z(4)9.

002530 PROCEDURE DIVISION.
002540*----------------------------------------------------------------
002550 0000-MAINLINE.
002560*----------------------------------------------------------------
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     IF TRANSACTIONS-PRESENT
002590         PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
002600             UNTIL TRAN-STATUS-EOF
002610         CLOSE APPROVAL-TRAN-FILE
002620     END-IF.
002630     PERFORM 3000-LIST-VERSIONS THRU 3000-EXIT.
002640     PERFORM 4000-LIST-EXCEPTIONS THRU 4000-EXIT.
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660     STOP RUN.

002670*----------------------------------------------------------------
002680 1000-INITIALIZE.
002690*    APRCFG IS CREATED EMPTY ON THE FIRST RUN, SO THE FIRST
002700*    SUBMISSION CAN REGISTER THE FILES IN PRODUCTION.  AN
002710*    UNREADABLE OR EMPTY APRCARD LISTS EVERY OVERRIDE ON RUNREGST.
002720*----------------------------------------------------------------
002730     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
002740     OPEN INPUT APPROVAL-CARD-FILE.
002750     IF CARD-STATUS-OK
002760         READ APPROVAL-CARD-FILE
002770             AT END
002780                 MOVE SPACES TO APPROVAL-CARD-RECORD
002790         END-READ
002800         IF ACC-SINCE IS NUMERIC
002810             MOVE ACC-SINCE TO WS-CHK-DATE
002820             IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) = ZERO
002830                 MOVE WS-CHK-DATE TO WS-SINCE
002840             END-IF
002850         END-IF
002860         CLOSE APPROVAL-CARD-FILE
002870     END-IF.
002880     OPEN I-O APPROVED-CONFIG-FILE.
002890     IF NOT APR-STATUS-OK
002900         OPEN OUTPUT APPROVED-CONFIG-FILE
002910         CLOSE APPROVED-CONFIG-FILE
002920         OPEN I-O APPROVED-CONFIG-FILE
002930     END-IF.
002940     IF NOT APR-STATUS-OK
002950         DISPLAY "WITNESS-CFGAPR: APRCFG NOT AVAILABLE - "
002960             "ABENDING"
002970         STOP RUN WITH ERROR STATUS 16
002980     END-IF.
002990     OPEN INPUT RUN-REGISTRY-FILE.
003000     IF REGISTRY-STATUS-OK
003010         SET REGISTRY-OPEN TO TRUE
003020     ELSE
003030         DISPLAY "WITNESS-CFGAPR: RUNREGST NOT AVAILABLE - "
003040             "NO OVERRIDE EXCEPTION LISTING"
003050     END-IF.
003060     OPEN OUTPUT REPORT-FILE.
003070     MOVE WS-TODAY TO HL-AS-OF.
003080     MOVE WS-HEADER-LINE TO REPORT-LINE.
003090     WRITE REPORT-LINE.
003100     OPEN INPUT APPROVAL-TRAN-FILE.
003110     IF TRAN-STATUS-OK
003120         SET TRANSACTIONS-PRESENT TO TRUE
003130         MOVE SPACES TO REPORT-LINE
003140         WRITE REPORT-LINE
003150         MOVE WS-TRAN-TITLE-LINE TO REPORT-LINE
003160         WRITE REPORT-LINE
003170         MOVE WS-TRAN-COLUMN-LINE TO REPORT-LINE
003180         WRITE REPORT-LINE
003190     ELSE
003200         DISPLAY "WITNESS-CFGAPR: NO APRTRAN - REPORT ONLY"
003210     END-IF.
003220 1000-EXIT.
003230     EXIT.

003240*----------------------------------------------------------------
003250 2000-PROCESS-ONE-TRAN.
003260*----------------------------------------------------------------
003270     READ APPROVAL-TRAN-FILE
003280         AT END
003290             SET TRAN-STATUS-EOF TO TRUE
003300             GO TO 2000-EXIT
003310     END-READ.
003320     MOVE SPACES TO WS-TRAN-RESULT.
003330     MOVE APT-FILE TO WS-FILE.
003340     EVALUATE TRUE
003350         WHEN NOT FILE-VALID
003360             MOVE "REJECTED - FILE NAME NOT KNOWN"
003370                 TO WS-TRAN-RESULT
003380         WHEN APT-REGISTER
003390             PERFORM 2100-REGISTER-VERSION THRU 2100-EXIT
003400         WHEN APT-WITHDRAW
003410             PERFORM 2200-WITHDRAW-VERSION THRU 2200-EXIT
003420         WHEN OTHER
003430             MOVE "REJECTED - FUNCTION MUST BE R OR W"
003440                 TO WS-TRAN-RESULT
003450     END-EVALUATE.
003460     IF WS-TRAN-RESULT(1:8) = "REJECTED"
003470         ADD 1 TO WS-REJECTED-COUNT
003480     ELSE
003490         ADD 1 TO WS-APPLIED-COUNT
003500     END-IF.
003510     MOVE APT-FUNCTION TO TL-FUNCTION.
003520     MOVE APT-FILE TO TL-FILE.
003530     MOVE APT-VERSION TO TL-VERSION.
003540     IF APT-REGISTER AND WS-TRAN-RESULT(1:8) NOT = "REJECTED"
003550         MOVE WS-NEW-VERSION TO TL-VERSION
003560     END-IF.
003570     MOVE APT-TICKET TO TL-TICKET.
003580     MOVE WS-TRAN-RESULT TO TL-RESULT.
003590     MOVE WS-TRAN-DETAIL-LINE TO REPORT-LINE.
003600     WRITE REPORT-LINE.
003610 2000-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640 2100-REGISTER-VERSION.
003650*    A CANDIDATE IDENTICAL TO A VERSION STILL APPROVED IS REFUSED
003660*    - IT WOULD ONLY BURY THE ORIGINAL TICKET.  A WITHDRAWN
003670*    VERSION'S CONTENT MAY BE APPROVED AGAIN UNDER A NEW TICKET.
003680*    A CANDIDATE DD WITH NO FILE BEHIND IT REGISTERS AS "FILE
003690*    ABSENT" (HASH AND CARDS ZERO), FOR THE OPTIONAL FILES.
003700*----------------------------------------------------------------
003710     IF APT-TICKET = SPACES OR APT-APPROVER = SPACES
003720         MOVE "REJECTED - TICKET AND APPROVER MUST BE PUNCHED"
003730             TO WS-TRAN-RESULT
003740         GO TO 2100-EXIT
003750     END-IF.
003760     MOVE WS-TODAY TO WS-EFFECTIVE.
003770     IF APT-EFFECTIVE NOT = SPACES
003780         IF APT-EFFECTIVE IS NOT NUMERIC
003790             MOVE "REJECTED - EFFECTIVE DATE INVALID"
003800                 TO WS-TRAN-RESULT
003810             GO TO 2100-EXIT
003820         END-IF
003830         MOVE APT-EFFECTIVE TO WS-CHK-DATE
003840         IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) > ZERO
003850             MOVE "REJECTED - EFFECTIVE DATE INVALID"
003860                 TO WS-TRAN-RESULT
003870             GO TO 2100-EXIT
003880         END-IF
003890         MOVE WS-CHK-DATE TO WS-EFFECTIVE
003900     END-IF.
003910     IF WS-EFFECTIVE < WS-TODAY
003920         MOVE "REJECTED - EFFECTIVE DATE IN THE PAST"
003930             TO WS-TRAN-RESULT
003940         GO TO 2100-EXIT
003950     END-IF.
003960     CALL "WITNESS-CFGHASH" USING WS-FILE
003970         WS-CFH-HASH WS-CFH-CARDS WS-CFH-PRESENT.
003980     IF NOT CFH-FILE-PRESENT AND NOT CFH-FILE-MISSING
003990         MOVE "REJECTED - CANDIDATE FILE NOT READABLE"
004000             TO WS-TRAN-RESULT
004010         GO TO 2100-EXIT
004020     END-IF.
004030     PERFORM 2300-SCAN-VERSIONS THRU 2300-EXIT.
004040     IF WS-SAME-VERSION > ZERO
004050         STRING "REJECTED - SAME AS APPROVED VERSION "
004060             WS-SAME-VERSION DELIMITED BY SIZE INTO WS-TRAN-RESULT
004070         GO TO 2100-EXIT
004080     END-IF.
004090     IF WS-HIGH-VERSION = 9999
004100         MOVE "REJECTED - VERSION NUMBERS EXHAUSTED"
004110             TO WS-TRAN-RESULT
004120         GO TO 2100-EXIT
004130     END-IF.
004140     COMPUTE WS-NEW-VERSION = WS-HIGH-VERSION + 1.
004150     MOVE SPACES TO APPROVED-CONFIG-RECORD.
004160     MOVE WS-FILE TO APR-FILE.
004170     MOVE WS-NEW-VERSION TO APR-VERSION.
004180     MOVE WS-CFH-HASH TO APR-HASH.
004190     MOVE WS-CFH-CARDS TO APR-CARDS.
004200     MOVE APT-TICKET TO APR-TICKET.
004210     MOVE APT-APPROVER TO APR-APPROVER.
004220     MOVE WS-EFFECTIVE TO APR-EFFECTIVE.
004230     MOVE WS-TODAY TO APR-REGISTERED.
004240     SET APR-APPROVED TO TRUE.
004250     MOVE APT-DESC TO APR-DESC.
004260     MOVE ZERO TO APR-WITHDRAWN-ON.
004270     WRITE APPROVED-CONFIG-RECORD
004280         INVALID KEY
004290             MOVE "REJECTED - APRCFG WRITE FAILED"
004300                 TO WS-TRAN-RESULT
004310             GO TO 2100-EXIT
004320     END-WRITE.
004330     IF CFH-FILE-MISSING
004340         MOVE "REGISTERED - FILE ABSENT (NO CANDIDATE ON DD)"
004350             TO WS-TRAN-RESULT
004360     ELSE
004370         STRING "REGISTERED HASH " WS-CFH-HASH " CARDS "
004380             WS-CFH-CARDS " FROM " WS-EFFECTIVE
004390             DELIMITED BY SIZE INTO WS-TRAN-RESULT
004400     END-IF.
004410 2100-EXIT.
004420     EXIT.

004430*----------------------------------------------------------------
004440 2200-WITHDRAW-VERSION.
004450*----------------------------------------------------------------
004460     IF APT-VERSION IS NOT NUMERIC
004470         MOVE "REJECTED - VERSION MUST BE PUNCHED, 4 DIGITS"
004480             TO WS-TRAN-RESULT
004490         GO TO 2200-EXIT
004500     END-IF.
004510     MOVE WS-FILE TO APR-FILE.
004520     MOVE APT-VERSION TO APR-VERSION.
004530     READ APPROVED-CONFIG-FILE
004540         INVALID KEY
004550             MOVE "REJECTED - VERSION NOT ON APRCFG"
004560                 TO WS-TRAN-RESULT
004570             GO TO 2200-EXIT
004580     END-READ.
004590     IF APR-WITHDRAWN
004600         STRING "REJECTED - ALREADY WITHDRAWN " APR-WITHDRAWN-ON
004610             DELIMITED BY SIZE INTO WS-TRAN-RESULT
004620         GO TO 2200-EXIT
004630     END-IF.
004640     SET APR-WITHDRAWN TO TRUE.
004650     MOVE WS-TODAY TO APR-WITHDRAWN-ON.
004660     REWRITE APPROVED-CONFIG-RECORD
004670         INVALID KEY
004680             MOVE "REJECTED - APRCFG REWRITE FAILED"
004690                 TO WS-TRAN-RESULT
004700             GO TO 2200-EXIT
004710     END-REWRITE.
004720     MOVE "WITHDRAWN - MAY NO LONGER RUN" TO WS-TRAN-RESULT.
004730 2200-EXIT.
004740     EXIT.

004750*----------------------------------------------------------------
004760 2300-SCAN-VERSIONS.
004770*    ONE PASS OF WS-FILE'S VERSIONS: THE HIGHEST VERSION NUMBER
004780*    IN WS-HIGH-VERSION, AND IN WS-SAME-VERSION AN APPROVED
004790*    VERSION WITH THE CANDIDATE'S HASH AND CARD COUNT.
004800*----------------------------------------------------------------
004810     MOVE ZERO TO WS-HIGH-VERSION.
004820     MOVE ZERO TO WS-SAME-VERSION.
004830     MOVE WS-FILE TO APR-FILE.
004840     MOVE ZERO TO APR-VERSION.
004850     MOVE "N" TO WS-SCAN-SW.
004860     START APPROVED-CONFIG-FILE KEY NOT < APR-KEY
004870         INVALID KEY
004880             GO TO 2300-EXIT
004890     END-START.
004900     PERFORM 2310-SCAN-ONE-VERSION THRU 2310-EXIT
004910         UNTIL SCAN-DONE.
004920 2300-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------
004950 2310-SCAN-ONE-VERSION.
004960*----------------------------------------------------------------
004970     READ APPROVED-CONFIG-FILE NEXT RECORD
004980         AT END
004990             SET SCAN-DONE TO TRUE
005000             GO TO 2310-EXIT
005010     END-READ.
005020     IF APR-FILE NOT = WS-FILE
005030         SET SCAN-DONE TO TRUE
005040         GO TO 2310-EXIT
005050     END-IF.
005060     MOVE APR-VERSION TO WS-HIGH-VERSION.
005070     IF APR-APPROVED AND APR-HASH = WS-CFH-HASH
005080             AND APR-CARDS = WS-CFH-CARDS
005090         MOVE APR-VERSION TO WS-SAME-VERSION
005100     END-IF.
005110 2310-EXIT.
005120     EXIT.

005130*----------------------------------------------------------------
005140 3000-LIST-VERSIONS.
005150*    EVERY VERSION OF EVERY FILE, AFTER THE CARDS APPLY.  THE
005160*    CURRENT VERSION IS THE ONE WITNESS-INIT WOULD REPORT OLDER
005170*    VERSIONS AGAINST.
005180*----------------------------------------------------------------
005190     MOVE SPACES TO REPORT-LINE.
005200     WRITE REPORT-LINE.
005210     MOVE WS-VERSION-TITLE-LINE TO REPORT-LINE.
005220     WRITE REPORT-LINE.
005230     MOVE WS-VERSION-COLUMN-LINE TO REPORT-LINE.
005240     WRITE REPORT-LINE.
005250     PERFORM 3100-LIST-ONE-FILE THRU 3100-EXIT
005260         VARYING APR-X FROM 1 BY 1 UNTIL APR-X > 4.
005270 3000-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------
005300 3100-LIST-ONE-FILE.
005310*----------------------------------------------------------------
005320     MOVE WS-APR-FILE-NAME(APR-X) TO WS-LIST-FILE.
005330     MOVE ZERO TO WS-LIST-COUNT.
005340     MOVE ZERO TO WS-LIST-OVERFLOW.
005350     MOVE ZERO TO WS-LIST-CURRENT.
005360     MOVE WS-LIST-FILE TO APR-FILE.
005370     MOVE ZERO TO APR-VERSION.
005380     MOVE "N" TO WS-SCAN-SW.
005390     START APPROVED-CONFIG-FILE KEY NOT < APR-KEY
005400         INVALID KEY
005410             SET SCAN-DONE TO TRUE
005420     END-START.
005430     PERFORM 3200-LIST-ONE-VERSION THRU 3200-EXIT
005440         UNTIL SCAN-DONE.
005450     IF WS-LIST-COUNT = ZERO
005460         MOVE SPACES TO REPORT-LINE
005470         STRING WS-LIST-FILE " NO VERSIONS - WITNESS-INIT HOLDS "
005480             "THE JOB WITHOUT AN OVERRIDE"
005490             DELIMITED BY SIZE INTO REPORT-LINE
005500         WRITE REPORT-LINE
005510         GO TO 3100-EXIT
005520     END-IF.
005530     IF WS-LIST-CURRENT > ZERO
005540         MOVE "CURRENT" TO WS-LIST-ENTRY(WS-LIST-CURRENT)(64:17)
005550     END-IF.
005560     PERFORM VARYING LST-X FROM 1 BY 1 UNTIL LST-X > WS-LIST-COUNT
005570         MOVE WS-LIST-ENTRY(LST-X) TO REPORT-LINE
005580         WRITE REPORT-LINE
005590     END-PERFORM.
005600     IF WS-LIST-OVERFLOW > ZERO
005610         MOVE SPACES TO REPORT-LINE
005620         STRING WS-LIST-FILE " " WS-LIST-OVERFLOW
005630             " LATER VERSIONS NOT LISTED"
005640             DELIMITED BY SIZE INTO REPORT-LINE
005650         WRITE REPORT-LINE
005660     END-IF.
005670 3100-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005700 3200-LIST-ONE-VERSION.
005710*----------------------------------------------------------------
005720     READ APPROVED-CONFIG-FILE NEXT RECORD
005730         AT END
005740             SET SCAN-DONE TO TRUE
005750             GO TO 3200-EXIT
005760     END-READ.
005770     IF APR-FILE NOT = WS-LIST-FILE
005780         SET SCAN-DONE TO TRUE
005790         GO TO 3200-EXIT
005800     END-IF.
005810     ADD 1 TO WS-VERSION-COUNT.
005820     IF WS-LIST-COUNT NOT < 200
005830         ADD 1 TO WS-LIST-OVERFLOW
005840         GO TO 3200-EXIT
005850     END-IF.
005860     ADD 1 TO WS-LIST-COUNT.
005870     MOVE APR-FILE TO VL-FILE.
005880     MOVE APR-VERSION TO VL-VERSION.
005890     MOVE APR-HASH TO VL-HASH.
005900     MOVE APR-CARDS TO VL-CARDS.
005910     MOVE APR-TICKET TO VL-TICKET.
005920     MOVE APR-APPROVER TO VL-APPROVER.
005930     MOVE APR-EFFECTIVE TO VL-EFFECTIVE.
005940     MOVE APR-STATUS TO VL-STATUS.
005950     MOVE SPACES TO VL-NOTE.
005960     EVALUATE TRUE
005970         WHEN APR-WITHDRAWN
005980             STRING "WITHDRAWN " APR-WITHDRAWN-ON(3:6)
005990                 DELIMITED BY SIZE INTO VL-NOTE
006000         WHEN APR-EFFECTIVE > WS-TODAY
006010             MOVE "NOT YET EFFECTIVE" TO VL-NOTE
006020         WHEN OTHER
006030             MOVE "IN EFFECT" TO VL-NOTE
006040             MOVE WS-LIST-COUNT TO WS-LIST-CURRENT
006050     END-EVALUATE.
006060     IF APR-HASH = ZERO AND APR-CARDS = ZERO
006070             AND NOT APR-WITHDRAWN
006080         MOVE "FILE ABSENT" TO VL-NOTE
006090     END-IF.
006100     MOVE WS-VERSION-DETAIL-LINE TO WS-LIST-ENTRY(WS-LIST-COUNT).
006110 3200-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------
006140 4000-LIST-EXCEPTIONS.
006150*    EVERY RUNREGST ENTRY STARTED ON OR AFTER THE APRCARD DATE
006160*    THAT RAN ON THE OVERRIDE CARD.  A ZERO VERSION IS A FILE THAT
006170*    MATCHED NO APPROVED VERSION THAT NIGHT.  ENTRIES NOT CHECKED
006180*    (A DERIVED RUN, OR WRITTEN BEFORE THE CHECK EXISTED) ARE ONLY
006190*    COUNTED.
006200*----------------------------------------------------------------
006210     MOVE SPACES TO REPORT-LINE.
006220     WRITE REPORT-LINE.
006230     MOVE WS-SINCE TO XT-SINCE.
006240     MOVE WS-EXCEPTION-TITLE-LINE TO REPORT-LINE.
006250     WRITE REPORT-LINE.
006260     IF NOT REGISTRY-OPEN
006270         MOVE "RUNREGST NOT AVAILABLE - NOT LISTED" TO REPORT-LINE
006280         WRITE REPORT-LINE
006290         GO TO 4000-EXIT
006300     END-IF.
006310     MOVE WS-EXCEPTION-COLUMN-LINE TO REPORT-LINE.
006320     WRITE REPORT-LINE.
006330     MOVE LOW-VALUES TO REG-RUN-ID.
006340     START RUN-REGISTRY-FILE KEY NOT < REG-RUN-ID
006350         INVALID KEY
006360             SET REGISTRY-STATUS-EOF TO TRUE
006370     END-START.
006380     PERFORM 4100-CHECK-ONE-RUN THRU 4100-EXIT
006390         UNTIL REGISTRY-STATUS-EOF.
006400     IF WS-EXCEPTION-COUNT = ZERO
006410         MOVE "NO RUNS ON AN OVERRIDE" TO REPORT-LINE
006420         WRITE REPORT-LINE
006430     END-IF.
006440 4000-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470 4100-CHECK-ONE-RUN.
006480*----------------------------------------------------------------
006490     READ RUN-REGISTRY-FILE NEXT RECORD
006500         AT END
006510             SET REGISTRY-STATUS-EOF TO TRUE
006520             GO TO 4100-EXIT
006530     END-READ.
006540     IF REG-START-TIMESTAMP(1:8) < WS-SINCE
006550         GO TO 4100-EXIT
006560     END-IF.
006570     ADD 1 TO WS-SCANNED-COUNT.
006580     IF REG-APR-OVERRIDE = SPACE
006590         ADD 1 TO WS-UNCHECKED-COUNT
006600         GO TO 4100-EXIT
006610     END-IF.
006620     IF NOT REG-APR-OVERRIDDEN
006630         GO TO 4100-EXIT
006640     END-IF.
006650     ADD 1 TO WS-EXCEPTION-COUNT.
006660     MOVE REG-RUN-ID TO XL-RUN-ID.
006670     MOVE REG-START-TIMESTAMP(1:8) TO XL-STARTED.
006680     MOVE REG-STATUS TO XL-STATUS.
006690     MOVE REG-PROFILE TO XL-PROFILE.
006700     MOVE REG-APR-TICKET TO XL-TICKET.
006710     MOVE REG-APR-CTL-VERSION TO XL-CTL.
006720     MOVE REG-APR-TUNE-VERSION TO XL-TUNE.
006730     MOVE REG-APR-CLUS-VERSION TO XL-CLUS.
006740     MOVE REG-APR-KSCH-VERSION TO XL-KSCH.
006750     MOVE WS-EXCEPTION-DETAIL-LINE TO REPORT-LINE.
006760     WRITE REPORT-LINE.
006770 4100-EXIT.
006780     EXIT.

006790*----------------------------------------------------------------
006800 9000-TERMINATE.
006810*----------------------------------------------------------------
006820     CLOSE APPROVED-CONFIG-FILE.
006830     IF REGISTRY-OPEN
006840         CLOSE RUN-REGISTRY-FILE
006850     END-IF.
006860     MOVE SPACES TO REPORT-LINE.
006870     WRITE REPORT-LINE.
006880     IF TRANSACTIONS-PRESENT
006890         MOVE "APRTRAN CARDS APPLIED" TO SM-LABEL
006900         MOVE WS-APPLIED-COUNT TO SM-COUNT
006910         MOVE WS-SUMMARY-LINE TO REPORT-LINE
006920         WRITE REPORT-LINE
006930         MOVE "APRTRAN CARDS REJECTED" TO SM-LABEL
006940         MOVE WS-REJECTED-COUNT TO SM-COUNT
006950         MOVE WS-SUMMARY-LINE TO REPORT-LINE
006960         WRITE REPORT-LINE
006970     END-IF.
006980     MOVE "VERSIONS ON APRCFG" TO SM-LABEL.
006990     MOVE WS-VERSION-COUNT TO SM-COUNT.
007000     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007010     WRITE REPORT-LINE.
007020     MOVE "RUNS IN THE LISTING PERIOD" TO SM-LABEL.
007030     MOVE WS-SCANNED-COUNT TO SM-COUNT.
007040     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007050     WRITE REPORT-LINE.
007060     MOVE "RUNS ON AN OVERRIDE" TO SM-LABEL.
007070     MOVE WS-EXCEPTION-COUNT TO SM-COUNT.
007080     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007090     WRITE REPORT-LINE.
007100     MOVE "RUNS NOT CHECKED" TO SM-LABEL.
007110     MOVE WS-UNCHECKED-COUNT TO SM-COUNT.
007120     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140     CLOSE REPORT-FILE.
007150     DISPLAY "WITNESS-CFGAPR: APRTRAN APPLIED " WS-APPLIED-COUNT
007160         " REJECTED " WS-REJECTED-COUNT " OVERRIDE RUNS "
007170         WS-EXCEPTION-COUNT.
007180     IF WS-REJECTED-COUNT > ZERO
007190         MOVE 4 TO RETURN-CODE
007200     END-IF.
007210 9000-EXIT.
007220     EXIT.
