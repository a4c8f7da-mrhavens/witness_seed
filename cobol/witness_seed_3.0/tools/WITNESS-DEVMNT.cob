000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-DEVMNT.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  CHANMAP SAYS WHICH
000200*                  CHANNELS CAPTURE SLOTS 1-3 OWN BUT NOTHING
000210*                  RECORDED WHICH PHYSICAL UNIT WAS IN EACH SLOT
000220*                  OR WHEN ITS CALIBRATION RAN OUT.  THIS PROGRAM
000230*                  MAINTAINS THE DEVMAST FIELD DEVICE MASTER (COPY
000240*                  DEVREC) FROM THE DEVTRAN TRANSACTION DECK AND
000250*                  THEN PRINTS THE CALIBRATION-DUE REPORT.  EACH
000260*                  DEVTRAN CARD IS ONE OF:
000270*                    A - ADD A UNIT, ACTIVE IN ITS SLOT, WITH ITS
000280*                        CALIBRATION CERTIFICATE.  THE SLOT MUST
000290*                        NOT ALREADY HOLD AN ACTIVE UNIT - RETIRE
000300*                        THE OLD ONE FIRST.
000310*                    C - CHANGE AN ACTIVE UNIT.  ONLY THE PUNCHED
000320*                        FIELDS CHANGE; A NEW CERTIFICATE MUST
000330*                        COME WITH ITS CALIBRATION AND EXPIRY
000340*                        DATES.
000350*                    R - RETIRE AN ACTIVE UNIT AND FREE ITS SLOT.
000360*                        THE RECORD STAYS ON FILE SO OLD SENSQUAL
000370*                        STAMPS STILL RESOLVE.
000380*                  A CARD THAT FAILS ITS EDITS IS LISTED WITH THE
000390*                  REASON AND NOT APPLIED.  THE REPORT THEN LISTS
000400*                  EVERY ACTIVE UNIT WITH THE DAYS LEFT ON ITS
000410*                  CERTIFICATE, FLAGGING DUE (INSIDE THE DEVCARD
000420*                  WARNING WINDOW) AND LAPSED UNITS AND ANY SLOT
000430*                  WITH NO ACTIVE UNIT.  WITH NO DEVTRAN DD THE
000440*                  RUN IS REPORT-ONLY.  RETURN CODE 8 WHEN ANY
000450*                  UNIT HAS LAPSED (WITNESS-SENSMRG WILL REFUSE
000460*                  ITS CAPTURE), 4 WHEN ANY IS DUE OR ANY CARD WAS
000470*                  REJECTED.
000480*----------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DEVICE-CARD-FILE ASSIGN TO "DEVCARD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CARD-STATUS.
000550     SELECT DEVICE-TRAN-FILE ASSIGN TO "DEVTRAN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-TRAN-STATUS.
000580     SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS DVM-SERIAL
000620         FILE STATUS IS WS-MASTER-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO "DEVRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680*----------------------------------------------------------------
000690* DEVCARD: DVC-WARN-DAYS IS HOW MANY DAYS AHEAD OF EXPIRY A UNIT
000700* COUNTS AS DUE (UNPUNCHED 30).  WITNESS-SENSMRG READS THE SAME
000710* CARD FOR ITS OPSLOG WARNING.  DVC-AS-OF DATES THE REPORT AND
000720* ANY UNPUNCHED TRANSACTION DATE (UNPUNCHED - TODAY).
000730*----------------------------------------------------------------
000740 FD  DEVICE-CARD-FILE
000750     RECORDING MODE IS F.
000760 01  DEVICE-CARD-RECORD.
000770     05  DVC-WARN-DAYS           PIC 9(03).
000780     05  DVC-AS-OF               PIC X(08).
000790     05  FILLER                  PIC X(69).

000800*----------------------------------------------------------------
000810* DEVTRAN: ONE TRANSACTION PER CARD, FIELDS SEPARATED BY A BLANK
000820* COLUMN.  DVT-DATE IS THE INSTALL DATE ON AN ADD (UNPUNCHED -
000830* THE AS-OF DATE), A CORRECTED INSTALL DATE ON A CHANGE, AND THE
000840* RETIRE DATE ON A RETIRE (UNPUNCHED - THE AS-OF DATE).
000850*----------------------------------------------------------------
000860 FD  DEVICE-TRAN-FILE
000870     RECORDING MODE IS F.
000880 01  DEVICE-TRAN-RECORD.
000890     05  DVT-FUNCTION            PIC X(01).
000900         88  DVT-ADD             VALUE "A".
000910         88  DVT-CHANGE          VALUE "C".
000920         88  DVT-RETIRE          VALUE "R".
000930     05  FILLER                  PIC X(01).
000940     05  DVT-SERIAL              PIC X(12).
000950     05  FILLER                  PIC X(01).
000960     05  DVT-SLOT                PIC X(01).
000970     05  FILLER                  PIC X(01).
000980     05  DVT-MODEL               PIC X(16).
000990     05  FILLER                  PIC X(01).
001000     05  DVT-DATE                PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  DVT-CAL-CERT            PIC X(16).
001030     05  FILLER                  PIC X(01).
001040     05  DVT-CAL-DATE            PIC X(08).
001050     05  FILLER                  PIC X(01).
001060     05  DVT-CAL-EXPIRY          PIC X(08).
001070     05  FILLER                  PIC X(03).

001080 FD  DEVICE-MASTER-FILE.
001090     COPY DEVREC.

001100 FD  REPORT-FILE.
001110 01  REPORT-LINE                PIC X(80).

001120 WORKING-STORAGE SECTION.
001130 01  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
001140     88  CARD-STATUS-OK      VALUE "00".
001150 01  WS-TRAN-STATUS          PIC X(02) VALUE SPACES.
001160     88  TRAN-STATUS-OK      VALUE "00".
001170     88  TRAN-STATUS-EOF     VALUE "10".
001180 01  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
001190     88  MASTER-STATUS-OK    VALUE "00".
001200     88  MASTER-STATUS-EOF   VALUE "10".
001210 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001220 01  WS-WARN-DAYS            PIC 9(03) VALUE 30.
001230 01  WS-AS-OF                PIC 9(08).
001240 01  WS-AS-OF-DAY            PIC 9(07).
001250 01  WS-DAYS-LEFT            PIC S9(07).
001260 01  WS-TRAN-PRESENT-SW      PIC X(01) VALUE "N".
001270     88  TRANSACTIONS-PRESENT VALUE "Y".
001280 01  WS-TRAN-RESULT          PIC X(40).
001290 01  WS-NEW-SLOT             PIC 9(01).
001300 01  SLOT-X                  PIC 9(01).

001310*----------------------------------------------------------------
001320* THE ACTIVE UNIT IN EACH SLOT, LOADED FROM DEVMAST AT START AND
001330* KEPT CURRENT AS TRANSACTIONS APPLY, SO THE ONE-ACTIVE-UNIT-PER-
001340* SLOT RULE CAN BE CHECKED WITHOUT A PASS OF THE MASTER PER CARD.
001350*----------------------------------------------------------------
001360 01  WS-SLOT-TABLE.
001370     05  WS-SLOT-SERIAL      OCCURS 3 TIMES PIC X(12).

001380*----------------------------------------------------------------
001390* DATE EDIT WORK AREA (SEE 2900-CHECK-DATE).
001400*----------------------------------------------------------------
001410 01  WS-CHK-DATE             PIC X(08).
001420 01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
001430     05  WS-CHK-YYYY         PIC 9(04).
001440     05  WS-CHK-MM           PIC 9(02).
001450     05  WS-CHK-DD           PIC 9(02).
001460 01  WS-CHK-SW               PIC X(01).
001470     88  DATE-VALID          VALUE "Y".
001480 01  WS-CHK-CAL-DATE         PIC 9(08).
001490 01  WS-CHK-CAL-EXPIRY       PIC 9(08).

001500 01  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
001510 01  WS-REJECTED-COUNT       PIC 9(05) VALUE ZERO.
001520 01  WS-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
001530 01  WS-DUE-COUNT            PIC 9(05) VALUE ZERO.
001540 01  WS-LAPSED-COUNT         PIC 9(05) VALUE ZERO.

001550 01  WS-HEADER-LINE.
001560     05  FILLER              PIC X(40)
001570         VALUE "FIELD DEVICE MASTER MAINTENANCE - AS OF ".
001600     05  HL-AS-OF            PIC 9(08).
001610 01  WS-TRAN-TITLE-LINE      PIC X(80) VALUE
001620     "DEVTRAN TRANSACTIONS".
001630 01  WS-TRAN-COLUMN-LINE     PIC X(80) VALUE
001640     "F SERIAL       SLOT RESULT".
001650 01  WS-TRAN-DETAIL-LINE.
001660     05  TL-FUNCTION         PIC X(01).
001670     05  FILLER              PIC X(01) VALUE SPACE.
001680     05  TL-SERIAL           PIC X(12).
001690     05  FILLER              PIC X(01) VALUE SPACE.
001700     05  TL-SLOT             PIC X(01).
001710     05  FILLER              PIC X(04) VALUE SPACES.
001720     05  TL-RESULT           PIC X(40).
001730 01  WS-DUE-TITLE-LINE.
001740     05  FILLER              PIC X(30)
001750         VALUE "CALIBRATION STATUS - ACTIVE UN".
001760     05  FILLER              PIC X(20)
001770         VALUE "ITS, WARNING WINDOW ".
001780     05  DT-WARN-DAYS        PIC ZZ9.
001790     05  FILLER              PIC X(05) VALUE " DAYS".
001800 01  WS-DUE-COLUMN-LINE.
001810     05  FILLER              PIC X(30)
001820         VALUE "SLOT SERIAL       MODEL       ".
001830     05  FILLER              PIC X(30)
001840         VALUE "     CERTIFICATE      EXPIRES ".
001850     05  FILLER              PIC X(14)
001860         VALUE "    DAYS FLAG ".
001870 01  WS-DUE-DETAIL-LINE.
001880     05  DL-SLOT             PIC 9(01).
001890     05  FILLER              PIC X(04) VALUE SPACES.
001900     05  DL-SERIAL           PIC X(12).
001910     05  FILLER              PIC X(01) VALUE SPACE.
001920     05  DL-MODEL            PIC X(16).
001930     05  FILLER              PIC X(01) VALUE SPACE.
001940     05  DL-CAL-CERT         PIC X(16).
001950     05  FILLER              PIC X(01) VALUE SPACE.
001960     05  DL-CAL-EXPIRY       PIC 9(08).
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  DL-DAYS-LEFT        PIC -(5)9.
001990     05  FILLER              PIC X(01) VALUE SPACE.
002000     05  DL-FLAG             PIC X(06).
002010 01  WS-EMPTY-SLOT-LINE.
002020     05  ES-SLOT             PIC 9(01).
002030     05  FILLER              PIC X(04) VALUE SPACES.
002040     05  FILLER              PIC X(30)
002050         VALUE "NO ACTIVE UNIT - CAPTURE WILL ".
002060     05  FILLER              PIC X(11)
002070         VALUE "BE REFUSED ".
002080 01  WS-SUMMARY-LINE.
002090     05  SM-LABEL            PIC X(24).
002100     05  SM-COUNT            PIC Z(4)9.

002110 PROCEDURE DIVISION.
002120*----------------------------------------------------------------
002130 0000-MAINLINE.
002140*----------------------------------------------------------------
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     IF TRANSACTIONS-PRESENT
002170         PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
002180             UNTIL TRAN-STATUS-EOF
002190         CLOSE DEVICE-TRAN-FILE
002200     END-IF.
002210     PERFORM 3000-CALIBRATION-DUE THRU 3000-EXIT.
002220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002230     STOP RUN.

002240*----------------------------------------------------------------
002250 1000-INITIALIZE.
002260*    DEVMAST IS CREATED EMPTY ON THE FIRST RUN, SO THE FIRST
002270*    SUBMISSION CAN LOAD THE INSTALLED UNITS AS ADDS.  AN
002280*    UNREADABLE OR EMPTY DEVCARD LEAVES THE DEFAULTS.
002290*----------------------------------------------------------------
002300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF.
002310     OPEN INPUT DEVICE-CARD-FILE.
002320     IF CARD-STATUS-OK
002330         READ DEVICE-CARD-FILE
002340             AT END
002350                 MOVE SPACES TO DEVICE-CARD-RECORD
002360         END-READ
002370         IF DVC-WARN-DAYS IS NUMERIC
002380             MOVE DVC-WARN-DAYS TO WS-WARN-DAYS
002390         END-IF
002400         MOVE DVC-AS-OF TO WS-CHK-DATE
002410         PERFORM 2900-CHECK-DATE THRU 2900-EXIT
002420         IF DATE-VALID
002430             MOVE DVC-AS-OF TO WS-AS-OF
002440         END-IF
002450         CLOSE DEVICE-CARD-FILE
002460     END-IF.
002470     COMPUTE WS-AS-OF-DAY = FUNCTION INTEGER-OF-DATE(WS-AS-OF).
002480     OPEN I-O DEVICE-MASTER-FILE.
002490     IF NOT MASTER-STATUS-OK
002500         OPEN OUTPUT DEVICE-MASTER-FILE
002510         CLOSE DEVICE-MASTER-FILE
002520         OPEN I-O DEVICE-MASTER-FILE
002530     END-IF.
002540     IF NOT MASTER-STATUS-OK
002550         DISPLAY "WITNESS-DEVMNT: DEVMAST NOT AVAILABLE - "
002560             "ABENDING"
002570         STOP RUN WITH ERROR STATUS 16
002580     END-IF.
002590     MOVE SPACES TO WS-SLOT-TABLE.
002600     PERFORM 1100-START-MASTER THRU 1100-EXIT.
002610     PERFORM 1200-LOAD-ONE-SLOT THRU 1200-EXIT
002620         UNTIL MASTER-STATUS-EOF.
002630     OPEN OUTPUT REPORT-FILE.
002640     MOVE WS-AS-OF TO HL-AS-OF.
002650     MOVE WS-HEADER-LINE TO REPORT-LINE.
002660     WRITE REPORT-LINE.
002670     OPEN INPUT DEVICE-TRAN-FILE.
002680     IF TRAN-STATUS-OK
002690         SET TRANSACTIONS-PRESENT TO TRUE
002700         MOVE SPACES TO REPORT-LINE
002710         WRITE REPORT-LINE
002720         MOVE WS-TRAN-TITLE-LINE TO REPORT-LINE
002730         WRITE REPORT-LINE
002740         MOVE WS-TRAN-COLUMN-LINE TO REPORT-LINE
002750         WRITE REPORT-LINE
002760     ELSE
002770         DISPLAY "WITNESS-DEVMNT: NO DEVTRAN - REPORT ONLY"
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820 1100-START-MASTER.
002830*    POSITIONS DEVMAST AT ITS FIRST RECORD FOR A SEQUENTIAL PASS.
002840*----------------------------------------------------------------
002850     MOVE "00" TO WS-MASTER-STATUS.
002860     MOVE LOW-VALUES TO DVM-SERIAL.
002870     START DEVICE-MASTER-FILE KEY NOT < DVM-SERIAL
002880         INVALID KEY
002890             SET MASTER-STATUS-EOF TO TRUE
002900     END-START.
002910 1100-EXIT.
002920     EXIT.

002930*----------------------------------------------------------------
002940 1200-LOAD-ONE-SLOT.
002950*    A SECOND ACTIVE UNIT IN ONE SLOT CAN ONLY COME FROM A MASTER
002960*    LOADED OUTSIDE THIS PROGRAM.  THE FIRST IN KEY ORDER IS KEPT
002970*    AND THE OTHER REPORTED, SO THE OPERATOR CAN RETIRE ONE.
002980*----------------------------------------------------------------
002990     READ DEVICE-MASTER-FILE NEXT RECORD
003000         AT END
003010             SET MASTER-STATUS-EOF TO TRUE
003020             GO TO 1200-EXIT
003030     END-READ.
003040     IF NOT DVM-ACTIVE OR DVM-SLOT < 1 OR DVM-SLOT > 3
003050         GO TO 1200-EXIT
003060     END-IF.
003070     IF WS-SLOT-SERIAL(DVM-SLOT) NOT = SPACES
003080         DISPLAY "WITNESS-DEVMNT: SLOT " DVM-SLOT
003090             " HAS TWO ACTIVE UNITS - " WS-SLOT-SERIAL(DVM-SLOT)
003100             " AND " DVM-SERIAL
003110         GO TO 1200-EXIT
003120     END-IF.
003130     MOVE DVM-SERIAL TO WS-SLOT-SERIAL(DVM-SLOT).
003140 1200-EXIT.
003150     EXIT.

003160*----------------------------------------------------------------
003170 2000-PROCESS-ONE-TRAN.
003180*----------------------------------------------------------------
003190     READ DEVICE-TRAN-FILE
003200         AT END
003210             SET TRAN-STATUS-EOF TO TRUE
003220             GO TO 2000-EXIT
003230     END-READ.
003240     MOVE SPACES TO WS-TRAN-RESULT.
003250     IF DVT-SERIAL = SPACES
003260         MOVE "REJECTED - SERIAL NOT PUNCHED" TO WS-TRAN-RESULT
003270     ELSE
003280         EVALUATE TRUE
003290             WHEN DVT-ADD
003300                 PERFORM 2100-ADD-DEVICE THRU 2100-EXIT
003310             WHEN DVT-CHANGE
003320                 PERFORM 2200-CHANGE-DEVICE THRU 2200-EXIT
003330             WHEN DVT-RETIRE
003340                 PERFORM 2300-RETIRE-DEVICE THRU 2300-EXIT
003350             WHEN OTHER
003360                 MOVE "REJECTED - FUNCTION MUST BE A, C OR R"
003370                     TO WS-TRAN-RESULT
003380         END-EVALUATE
003390     END-IF.
003400     IF WS-TRAN-RESULT = SPACES
003410         ADD 1 TO WS-APPLIED-COUNT
003420         MOVE "APPLIED" TO WS-TRAN-RESULT
003430     ELSE
003440         ADD 1 TO WS-REJECTED-COUNT
003450     END-IF.
003460     MOVE DVT-FUNCTION TO TL-FUNCTION.
003470     MOVE DVT-SERIAL TO TL-SERIAL.
003480     MOVE DVT-SLOT TO TL-SLOT.
003490     MOVE WS-TRAN-RESULT TO TL-RESULT.
003500     MOVE WS-TRAN-DETAIL-LINE TO REPORT-LINE.
003510     WRITE REPORT-LINE.
003520 2000-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550 2100-ADD-DEVICE.
003560*----------------------------------------------------------------
003570     MOVE DVT-SERIAL TO DVM-SERIAL.
003580     READ DEVICE-MASTER-FILE
003590         INVALID KEY
003600             CONTINUE
003610         NOT INVALID KEY
003620             MOVE "REJECTED - SERIAL ALREADY ON DEVMAST"
003630                 TO WS-TRAN-RESULT
003640             GO TO 2100-EXIT
003650     END-READ.
003660     IF DVT-SLOT < "1" OR DVT-SLOT > "3"
003670         MOVE "REJECTED - SLOT MUST BE 1-3" TO WS-TRAN-RESULT
003680         GO TO 2100-EXIT
003690     END-IF.
003700     MOVE DVT-SLOT TO WS-NEW-SLOT.
003710     IF WS-SLOT-SERIAL(WS-NEW-SLOT) NOT = SPACES
003720         MOVE "REJECTED - SLOT HOLDS AN ACTIVE UNIT"
003730             TO WS-TRAN-RESULT
003740         GO TO 2100-EXIT
003750     END-IF.
003760     IF DVT-CAL-CERT = SPACES
003770         MOVE "REJECTED - NO CALIBRATION CERTIFICATE"
003780             TO WS-TRAN-RESULT
003790         GO TO 2100-EXIT
003800     END-IF.
003810     PERFORM 2800-CHECK-CAL-DATES THRU 2800-EXIT.
003820     IF WS-TRAN-RESULT NOT = SPACES
003830         GO TO 2100-EXIT
003840     END-IF.
003850     MOVE SPACES TO DEVICE-MASTER-RECORD.
003860     MOVE DVT-SERIAL TO DVM-SERIAL.
003870     MOVE WS-NEW-SLOT TO DVM-SLOT.
003880     SET DVM-ACTIVE TO TRUE.
003890     MOVE DVT-MODEL TO DVM-MODEL.
003900     MOVE WS-AS-OF TO DVM-INSTALL-DATE.
003910     IF DVT-DATE NOT = SPACES
003920         MOVE DVT-DATE TO WS-CHK-DATE
003930         PERFORM 2900-CHECK-DATE THRU 2900-EXIT
003940         IF NOT DATE-VALID
003950             MOVE "REJECTED - INSTALL DATE INVALID"
003960                 TO WS-TRAN-RESULT
003970             GO TO 2100-EXIT
003980         END-IF
003990         MOVE DVT-DATE TO DVM-INSTALL-DATE
004000     END-IF.
004010     MOVE ZERO TO DVM-RETIRE-DATE.
004020     MOVE DVT-CAL-CERT TO DVM-CAL-CERT.
004030     MOVE WS-CHK-CAL-DATE TO DVM-CAL-DATE.
004040     MOVE WS-CHK-CAL-EXPIRY TO DVM-CAL-EXPIRY.
004050     MOVE WS-AS-OF TO DVM-UPDATED.
004060     WRITE DEVICE-MASTER-RECORD
004070         INVALID KEY
004080             MOVE "REJECTED - DEVMAST WRITE FAILED"
004090                 TO WS-TRAN-RESULT
004100             GO TO 2100-EXIT
004110     END-WRITE.
004120     MOVE DVM-SERIAL TO WS-SLOT-SERIAL(DVM-SLOT).
004130 2100-EXIT.
004140     EXIT.

004150*----------------------------------------------------------------
004160 2200-CHANGE-DEVICE.
004170*    A SLOT MOVE IS CHECKED AGAINST THE TARGET SLOT'S ACTIVE UNIT
004180*    AND FREES THE OLD SLOT.  A CERTIFICATE CHANGE IS A
004190*    RECALIBRATION AND NEEDS BOTH ITS DATES; CALIBRATION DATES
004200*    WITHOUT A NEW CERTIFICATE ARE REFUSED, SO A CERTIFICATE'S
004210*    COVER CANNOT BE STRETCHED BY KEYING A LATER EXPIRY.
004220*----------------------------------------------------------------
004230     MOVE DVT-SERIAL TO DVM-SERIAL.
004240     READ DEVICE-MASTER-FILE
004250         INVALID KEY
004260             MOVE "REJECTED - SERIAL NOT ON DEVMAST"
004270                 TO WS-TRAN-RESULT
004280             GO TO 2200-EXIT
004290     END-READ.
004300     IF NOT DVM-ACTIVE
004310         MOVE "REJECTED - UNIT IS RETIRED" TO WS-TRAN-RESULT
004320         GO TO 2200-EXIT
004330     END-IF.
004340     MOVE DVM-SLOT TO WS-NEW-SLOT.
004350     IF DVT-SLOT NOT = SPACE
004360         IF DVT-SLOT < "1" OR DVT-SLOT > "3"
004370             MOVE "REJECTED - SLOT MUST BE 1-3" TO WS-TRAN-RESULT
004380             GO TO 2200-EXIT
004390         END-IF
004400         MOVE DVT-SLOT TO WS-NEW-SLOT
004410         IF WS-NEW-SLOT NOT = DVM-SLOT
004420                 AND WS-SLOT-SERIAL(WS-NEW-SLOT) NOT = SPACES
004430             MOVE "REJECTED - SLOT HOLDS AN ACTIVE UNIT"
004440                 TO WS-TRAN-RESULT
004450             GO TO 2200-EXIT
004460         END-IF
004470     END-IF.
004480     IF DVT-CAL-CERT = SPACES
004490         IF DVT-CAL-DATE NOT = SPACES
004500                 OR DVT-CAL-EXPIRY NOT = SPACES
004510             MOVE "REJECTED - CAL DATES NEED A CERTIFICATE"
004520                 TO WS-TRAN-RESULT
004530             GO TO 2200-EXIT
004540         END-IF
004550     ELSE
004560         PERFORM 2800-CHECK-CAL-DATES THRU 2800-EXIT
004570         IF WS-TRAN-RESULT NOT = SPACES
004580             GO TO 2200-EXIT
004590         END-IF
004600     END-IF.
004610     IF DVT-DATE NOT = SPACES
004620         MOVE DVT-DATE TO WS-CHK-DATE
004630         PERFORM 2900-CHECK-DATE THRU 2900-EXIT
004640         IF NOT DATE-VALID
004650             MOVE "REJECTED - INSTALL DATE INVALID"
004660                 TO WS-TRAN-RESULT
004670             GO TO 2200-EXIT
004680         END-IF
004690         MOVE DVT-DATE TO DVM-INSTALL-DATE
004700     END-IF.
004710     IF DVT-MODEL NOT = SPACES
004720         MOVE DVT-MODEL TO DVM-MODEL
004730     END-IF.
004740     IF DVT-CAL-CERT NOT = SPACES
004750         MOVE DVT-CAL-CERT TO DVM-CAL-CERT
004760         MOVE WS-CHK-CAL-DATE TO DVM-CAL-DATE
004770         MOVE WS-CHK-CAL-EXPIRY TO DVM-CAL-EXPIRY
004780     END-IF.
004790     IF WS-NEW-SLOT NOT = DVM-SLOT
004800         MOVE SPACES TO WS-SLOT-SERIAL(DVM-SLOT)
004810         MOVE WS-NEW-SLOT TO DVM-SLOT
004820         MOVE DVM-SERIAL TO WS-SLOT-SERIAL(DVM-SLOT)
004830     END-IF.
004840     MOVE WS-AS-OF TO DVM-UPDATED.
004850     REWRITE DEVICE-MASTER-RECORD.
004860 2200-EXIT.
004870     EXIT.

004880*----------------------------------------------------------------
004890 2300-RETIRE-DEVICE.
004900*----------------------------------------------------------------
004910     MOVE DVT-SERIAL TO DVM-SERIAL.
004920     READ DEVICE-MASTER-FILE
004930         INVALID KEY
004940             MOVE "REJECTED - SERIAL NOT ON DEVMAST"
004950                 TO WS-TRAN-RESULT
004960             GO TO 2300-EXIT
004970     END-READ.
004980     IF NOT DVM-ACTIVE
004990         MOVE "REJECTED - UNIT IS ALREADY RETIRED"
005000             TO WS-TRAN-RESULT
005010         GO TO 2300-EXIT
005020     END-IF.
005030     MOVE WS-AS-OF TO DVM-RETIRE-DATE.
005040     IF DVT-DATE NOT = SPACES
005050         MOVE DVT-DATE TO WS-CHK-DATE
005060         PERFORM 2900-CHECK-DATE THRU 2900-EXIT
005070         IF NOT DATE-VALID
005080             MOVE "REJECTED - RETIRE DATE INVALID"
005090                 TO WS-TRAN-RESULT
005100             GO TO 2300-EXIT
005110         END-IF
005120         MOVE DVT-DATE TO DVM-RETIRE-DATE
005130     END-IF.
005140     SET DVM-RETIRED TO TRUE.
005150     MOVE WS-AS-OF TO DVM-UPDATED.
005160     REWRITE DEVICE-MASTER-RECORD.
005170     IF WS-SLOT-SERIAL(DVM-SLOT) = DVM-SERIAL
005180         MOVE SPACES TO WS-SLOT-SERIAL(DVM-SLOT)
005190     END-IF.
005200 2300-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------
005230 2800-CHECK-CAL-DATES.
005240*    BOTH CALIBRATION DATES MUST BE REAL DATES AND THE EXPIRY MAY
005250*    NOT PRECEDE THE CALIBRATION.
005260*----------------------------------------------------------------
005270     MOVE DVT-CAL-DATE TO WS-CHK-DATE.
005280     PERFORM 2900-CHECK-DATE THRU 2900-EXIT.
005290     IF NOT DATE-VALID
005300         MOVE "REJECTED - CALIBRATION DATE INVALID"
005310             TO WS-TRAN-RESULT
005320         GO TO 2800-EXIT
005330     END-IF.
005340     MOVE DVT-CAL-DATE TO WS-CHK-CAL-DATE.
005350     MOVE DVT-CAL-EXPIRY TO WS-CHK-DATE.
005360     PERFORM 2900-CHECK-DATE THRU 2900-EXIT.
005370     IF NOT DATE-VALID
005380         MOVE "REJECTED - CALIBRATION EXPIRY INVALID"
005390             TO WS-TRAN-RESULT
005400         GO TO 2800-EXIT
005410     END-IF.
005420     MOVE DVT-CAL-EXPIRY TO WS-CHK-CAL-EXPIRY.
005430     IF WS-CHK-CAL-EXPIRY < WS-CHK-CAL-DATE
005440         MOVE "REJECTED - EXPIRY BEFORE CALIBRATION"
005450             TO WS-TRAN-RESULT
005460     END-IF.
005470 2800-EXIT.
005480     EXIT.

005490*----------------------------------------------------------------
005500 2900-CHECK-DATE.
005510*    YYYYMMDD IN WS-CHK-DATE.  GOOD ENOUGH TO KEEP A MISKEYED
005520*    DATE OUT OF THE DAY ARITHMETIC; IT DOES NOT KNOW FEBRUARY.
005530*----------------------------------------------------------------
005540     MOVE "N" TO WS-CHK-SW.
005550     IF WS-CHK-DATE IS NOT NUMERIC
005560         GO TO 2900-EXIT
005570     END-IF.
005580     IF WS-CHK-YYYY < 1601
005590             OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
005600             OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
005610         GO TO 2900-EXIT
005620     END-IF.
005630     SET DATE-VALID TO TRUE.
005640 2900-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------
005670 3000-CALIBRATION-DUE.
005680*    ONE LINE PER ACTIVE UNIT IN KEY ORDER.  DAYS LEFT IS COUNTED
005690*    FROM THE AS-OF DATE TO THE LAST DAY THE CERTIFICATE COVERS,
005700*    SO ZERO IS STILL IN FORCE AND NEGATIVE HAS LAPSED - THE SAME
005710*    RULE WITNESS-SENSMRG APPLIES TO THE CAPTURE DATE.
005720*----------------------------------------------------------------
005730     MOVE SPACES TO REPORT-LINE.
005740     WRITE REPORT-LINE.
005750     MOVE WS-WARN-DAYS TO DT-WARN-DAYS.
005760     MOVE WS-DUE-TITLE-LINE TO REPORT-LINE.
005770     WRITE REPORT-LINE.
005780     MOVE WS-DUE-COLUMN-LINE TO REPORT-LINE.
005790     WRITE REPORT-LINE.
005800     PERFORM 1100-START-MASTER THRU 1100-EXIT.
005810     PERFORM 3100-REPORT-ONE-DEVICE THRU 3100-EXIT
005820         UNTIL MASTER-STATUS-EOF.
005830     PERFORM VARYING SLOT-X FROM 1 BY 1 UNTIL SLOT-X > 3
005840         IF WS-SLOT-SERIAL(SLOT-X) = SPACES
005850             MOVE SLOT-X TO ES-SLOT
005860             MOVE WS-EMPTY-SLOT-LINE TO REPORT-LINE
005870             WRITE REPORT-LINE
005880         END-IF
005890     END-PERFORM.
005900 3000-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------
005930 3100-REPORT-ONE-DEVICE.
005940*----------------------------------------------------------------
005950     READ DEVICE-MASTER-FILE NEXT RECORD
005960         AT END
005970             SET MASTER-STATUS-EOF TO TRUE
005980             GO TO 3100-EXIT
005990     END-READ.
006000     IF NOT DVM-ACTIVE
006010         GO TO 3100-EXIT
006020     END-IF.
006030     ADD 1 TO WS-ACTIVE-COUNT.
006040     COMPUTE WS-DAYS-LEFT =
006050         FUNCTION INTEGER-OF-DATE(DVM-CAL-EXPIRY) - WS-AS-OF-DAY.
006060     MOVE SPACES TO DL-FLAG.
006070     IF WS-DAYS-LEFT < ZERO
006080         MOVE "LAPSED" TO DL-FLAG
006090         ADD 1 TO WS-LAPSED-COUNT
006100     ELSE
006110         IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
006120             MOVE "DUE" TO DL-FLAG
006130             ADD 1 TO WS-DUE-COUNT
006140         END-IF
006150     END-IF.
006160     MOVE DVM-SLOT TO DL-SLOT.
006170     MOVE DVM-SERIAL TO DL-SERIAL.
006180     MOVE DVM-MODEL TO DL-MODEL.
006190     MOVE DVM-CAL-CERT TO DL-CAL-CERT.
006200     MOVE DVM-CAL-EXPIRY TO DL-CAL-EXPIRY.
006210     MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT.
006220     MOVE WS-DUE-DETAIL-LINE TO REPORT-LINE.
006230     WRITE REPORT-LINE.
006240 3100-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270 9000-TERMINATE.
006280*----------------------------------------------------------------
006290     CLOSE DEVICE-MASTER-FILE.
006300     MOVE SPACES TO REPORT-LINE.
006310     WRITE REPORT-LINE.
006320     IF TRANSACTIONS-PRESENT
006330         MOVE "TRANSACTIONS APPLIED    " TO SM-LABEL
006340         MOVE WS-APPLIED-COUNT TO SM-COUNT
006350         MOVE WS-SUMMARY-LINE TO REPORT-LINE
006360         WRITE REPORT-LINE
006370         MOVE "TRANSACTIONS REJECTED   " TO SM-LABEL
006380         MOVE WS-REJECTED-COUNT TO SM-COUNT
006390         MOVE WS-SUMMARY-LINE TO REPORT-LINE
006400         WRITE REPORT-LINE
006410     END-IF.
006420     MOVE "ACTIVE UNITS            " TO SM-LABEL.
006430     MOVE WS-ACTIVE-COUNT TO SM-COUNT.
006440     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006450     WRITE REPORT-LINE.
006460     MOVE "CALIBRATION DUE         " TO SM-LABEL.
006470     MOVE WS-DUE-COUNT TO SM-COUNT.
006480     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006490     WRITE REPORT-LINE.
006500     MOVE "CALIBRATION LAPSED      " TO SM-LABEL.
006510     MOVE WS-LAPSED-COUNT TO SM-COUNT.
006520     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
006530     WRITE REPORT-LINE.
006540     CLOSE REPORT-FILE.
006550     DISPLAY "WITNESS-DEVMNT: APPLIED " WS-APPLIED-COUNT
006560         " REJECTED " WS-REJECTED-COUNT " DUE " WS-DUE-COUNT
006570         " LAPSED " WS-LAPSED-COUNT.
006580     IF WS-LAPSED-COUNT > ZERO
006590         MOVE 8 TO RETURN-CODE
006600     ELSE
006610         IF WS-DUE-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
006620             MOVE 4 TO RETURN-CODE
006630         END-IF
006640     END-IF.
006650 9000-EXIT.
006660     EXIT.
