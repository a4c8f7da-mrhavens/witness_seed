000370*                  LAST EMITTED ONE IS AN ALIGNMENT DISCARD.
000380*                  PER-DEVICE FRAME AND DISCARD COUNTS GO TO
000390*                  MRGRPT.
      * 2026-10-15  DLA  CAPTURE NOW HAS TO COME FROM CERTIFIED
      *                  HARDWARE.  THE ACTIVE UNIT IN EACH SLOT IS
      *                  LOOKED UP ON THE DEVMAST FIELD DEVICE MASTER
      *                  (COPY DEVREC, MAINTAINED BY WITNESS-DEVMNT) AND
      *                  ITS CALIBRATION EXPIRY COMPARED WITH THE DATE
      *                  OF THE SLOT'S FIRST FRAME.  INSIDE THE DEVCARD
      *                  WARNING WINDOW A W EVENT GOES TO OPSLOG; PAST
      *                  EXPIRY, OR WITH NO ACTIVE UNIT ON FILE FOR THE
      *                  SLOT, THE CAPTURE IS REFUSED - CLOSED UNREAD
      *                  AND TREATED EXACTLY LIKE A MISSING SENSINN -
      *                  WITH AN E EVENT.  THE UNIT SERIAL AND
      *                  CERTIFICATE IN EFFECT FOR EVERY SUPPLIED SLOT
      *                  GO TO DEVUSED (COPY DEVUREC) FOR IO-SENSE TO
      *                  STAMP ON SENSQUAL, AND TO MRGRPT.  RC=4 WHEN A
      *                  CAPTURE WAS REFUSED.  WITHOUT A DEVMAST DD THE
      *                  MERGE RUNS UNCHECKED, AS BEFORE, AND SAYS SO.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000590     SELECT REPORT-FILE ASSIGN TO "MRGRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEVICE-CARD-FILE ASSIGN TO "DEVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVCARD-STATUS.
           SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVM-SERIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DEVICE-USED-FILE ASSIGN TO "DEVUSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USED-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000790 FD  REPORT-FILE.
000800 01  REPORT-LINE                PIC X(80).

      *----------------------------------------------------------------
      * DEVCARD IS SHARED WITH WITNESS-DEVMNT; ONLY THE WARNING WINDOW
      * (UNPUNCHED 30 DAYS) MATTERS HERE.
      *----------------------------------------------------------------
       FD  DEVICE-CARD-FILE
           RECORDING MODE IS F.
       01  DEVICE-CARD-RECORD.
           05  DVC-WARN-DAYS           PIC 9(03).
           05  FILLER                  PIC X(77).

       FD  DEVICE-MASTER-FILE.
           COPY DEVREC.

       FD  DEVICE-USED-FILE.
           COPY DEVUREC.

000810 WORKING-STORAGE SECTION.
000820 01  WS-IN1-STATUS           PIC X(02) VALUE SPACES.
000830     88  IN1-STATUS-OK       VALUE "00".
000900     88  MAP-STATUS-EOF      VALUE "10".
000910 01  WS-OUT-STATUS           PIC X(02) VALUE SPACES.
000920 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-DEVCARD-STATUS       PIC X(02) VALUE SPACES.
           88  DEVCARD-STATUS-OK   VALUE "00".
       01  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
           88  MASTER-STATUS-OK    VALUE "00".
           88  MASTER-STATUS-EOF   VALUE "10".
       01  WS-USED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MASTER-SW            PIC X(01) VALUE "N".
           88  MASTER-PRESENT      VALUE "Y".
       01  WS-WARN-DAYS            PIC 9(03) VALUE 30.
       01  WS-TODAY                PIC 9(08).
       01  WS-REFUSED-COUNT        PIC 9(01) VALUE ZERO.
       01  WS-EVL-PROGRAM          PIC X(12) VALUE "SENSMRG".
       01  WS-EVL-RUN-ID           PIC 9(08) VALUE ZERO.
       01  WS-EVL-CODE             PIC X(08).
       01  WS-EVL-SEVERITY         PIC X(01).
       01  WS-EVL-TEXT             PIC X(60).

000930*----------------------------------------------------------------
000940* ONE ENTRY PER CAPTURE DEVICE.  DEV-CURRENT-* HOLD THE FRAME
001100         10  DEV-READ-COUNT      PIC 9(09).
001110         10  DEV-MERGED-COUNT    PIC 9(09).
001120         10  DEV-DISCARD-COUNT   PIC 9(09).
      *            DEVMAST UNIT IN THE SLOT AND ITS DISPOSITION - THE
      *            DVU-DISPOSITION CODES OF COPY DEVUREC.
               10  DEV-SUPPLIED-SW     PIC X(01).
                   88  DEVICE-SUPPLIED VALUE "Y".
               10  DEV-DISPOSITION     PIC X(01).
                   88  DEVICE-REFUSED  VALUE "L" "U".
               10  DEV-SERIAL          PIC X(12).
               10  DEV-CAL-CERT        PIC X(16).
               10  DEV-CAL-EXPIRY      PIC 9(08).
               10  DEV-CAPTURE-DATE    PIC 9(08).
               10  DEV-DAYS-LEFT       PIC S9(05).
001130         10  DEV-READING OCCURS 1000 TIMES
001140             PIC S9(5)V9(5).

001270     "MULTI-DEVICE SENSOR CAPTURE MERGE".
001280 01  WS-COLUMN-LINE          PIC X(80) VALUE
001290     "DEVICE  RANGE        FRAMES READ   MERGED      DISCARDED".
       01  WS-CERT-COLUMN-LINE.
           05  FILLER              PIC X(30)
               VALUE "DEVICE  STATUS    SERIAL      ".
           05  FILLER              PIC X(30)
               VALUE " CERTIFICATE      EXPIRES    D".
           05  FILLER              PIC X(03) VALUE "AYS".
       01  WS-CERT-DETAIL-LINE.
           05  CL-DEVICE           PIC 9(01).
           05  FILLER              PIC X(07) VALUE SPACES.
           05  CL-STATUS           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  CL-SERIAL           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CL-CAL-CERT         PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CL-CAL-EXPIRY       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  CL-DAYS-LEFT        PIC -(5)9.
001300 01  WS-DETAIL-LINE.
001310     05  DL-DEVICE           PIC 9(01).
001320     05  FILLER              PIC X(06) VALUE SPACES.
001670         MOVE ZERO TO DEV-READ-COUNT(DEV-X)
001680         MOVE ZERO TO DEV-MERGED-COUNT(DEV-X)
001690         MOVE ZERO TO DEV-DISCARD-COUNT(DEV-X)
001691         MOVE "N" TO DEV-SUPPLIED-SW(DEV-X)
001692         MOVE SPACE TO DEV-DISPOSITION(DEV-X)
001694         MOVE SPACES TO DEV-SERIAL(DEV-X)
001695         MOVE SPACES TO DEV-CAL-CERT(DEV-X)
001697         MOVE ZERO TO DEV-CAL-EXPIRY(DEV-X)
001698         MOVE ZERO TO DEV-DAYS-LEFT(DEV-X)
001700     END-PERFORM.
001710     OPEN INPUT SENSOR-IN1-FILE.
001720     IF IN1-STATUS-OK
002080             PERFORM 2400-READ-ONE-FRAME THRU 2400-EXIT
002090         END-IF
002100     END-PERFORM.
           PERFORM 1300-LOAD-DEVICE-MASTER THRU 1300-EXIT.
           OPEN OUTPUT DEVICE-USED-FILE.
           PERFORM 1400-CHECK-ONE-DEVICE THRU 1400-EXIT
               VARYING DEV-X FROM 1 BY 1 UNTIL DEV-X > 3.
           CLOSE DEVICE-USED-FILE.
           IF NOT DEVICE-PRESENT(1) AND NOT DEVICE-PRESENT(2)
                   AND NOT DEVICE-PRESENT(3)
               DISPLAY "WITNESS-SENSMRG: NO CERTIFIED CAPTURE "
                   "AVAILABLE - ABENDING"
               STOP RUN WITH ERROR STATUS 16
           END-IF.
002110     OPEN OUTPUT SENSOR-MERGED-FILE.
002120     PERFORM 2900-COUNT-ACTIVE THRU 2900-EXIT.
002130 1000-EXIT.
003980     MOVE WS-OUT-SEQUENCE TO SM-COUNT.
003990     MOVE WS-SUMMARY-LINE TO REPORT-LINE.
004000     WRITE REPORT-LINE.
004001     MOVE SPACES TO REPORT-LINE.
004002     WRITE REPORT-LINE.
004004     MOVE WS-CERT-COLUMN-LINE TO REPORT-LINE.
004005     WRITE REPORT-LINE.
004007     PERFORM 9200-REPORT-ONE-CERT THRU 9200-EXIT
004008         VARYING DEV-X FROM 1 BY 1 UNTIL DEV-X > 3.
004010     CLOSE REPORT-FILE.
004020     DISPLAY "WITNESS-SENSMRG: " WS-OUT-SEQUENCE
004030         " MERGED FRAMES WRITTEN".
004032     IF WS-REFUSED-COUNT > ZERO
004034         MOVE 4 TO RETURN-CODE
004036     END-IF.
004040 9000-EXIT.
004050     EXIT.

004190     WRITE REPORT-LINE.
004200 9100-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230 9200-REPORT-ONE-CERT.
004240*----------------------------------------------------------------
004250     IF NOT DEVICE-SUPPLIED(DEV-X)
004260         GO TO 9200-EXIT
004270     END-IF.
004280     MOVE DEV-X TO CL-DEVICE.
004290     EVALUATE DEV-DISPOSITION(DEV-X)
004300         WHEN "M"
004310             MOVE "CERT OK" TO CL-STATUS
004320         WHEN "W"
004330             MOVE "CAL DUE" TO CL-STATUS
004340         WHEN "L"
004350             MOVE "LAPSED" TO CL-STATUS
004360         WHEN "U"
004370             MOVE "NO UNIT" TO CL-STATUS
004380         WHEN OTHER
004390             MOVE "UNCHECKD" TO CL-STATUS
004400     END-EVALUATE.
004410     MOVE DEV-SERIAL(DEV-X) TO CL-SERIAL.
004420     MOVE DEV-CAL-CERT(DEV-X) TO CL-CAL-CERT.
004430     MOVE DEV-CAL-EXPIRY(DEV-X) TO CL-CAL-EXPIRY.
004440     MOVE DEV-DAYS-LEFT(DEV-X) TO CL-DAYS-LEFT.
004450     MOVE WS-CERT-DETAIL-LINE TO REPORT-LINE.
004460     WRITE REPORT-LINE.
004470 9200-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------
004500 9300-LOG-EVENT.
004510*----------------------------------------------------------------
004520     CALL "WITNESS-EVLOG" USING WS-EVL-PROGRAM WS-EVL-RUN-ID
004530         WS-EVL-CODE WS-EVL-SEVERITY WS-EVL-TEXT.
004540 9300-EXIT.
004550     EXIT.

004560*----------------------------------------------------------------
004570 1300-LOAD-DEVICE-MASTER.
004580*    ONE PASS OF DEVMAST PICKS UP THE ACTIVE UNIT IN EACH SLOT
004590*    (THE FIRST IN KEY ORDER, SHOULD THE MASTER EVER HOLD TWO -
004600*    WITNESS-DEVMNT REPORTS THAT CASE).  THE WARNING WINDOW COMES
004610*    FROM THE OPTIONAL DEVCARD.
004620*----------------------------------------------------------------
004630     OPEN INPUT DEVICE-CARD-FILE.
004640     IF DEVCARD-STATUS-OK
004650         READ DEVICE-CARD-FILE
004660             AT END
004670                 MOVE SPACES TO DEVICE-CARD-RECORD
004680         END-READ
004690         IF DVC-WARN-DAYS IS NUMERIC
004700             MOVE DVC-WARN-DAYS TO WS-WARN-DAYS
004710         END-IF
004720         CLOSE DEVICE-CARD-FILE
004730     END-IF.
004740     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
004750     OPEN INPUT DEVICE-MASTER-FILE.
004760     IF NOT MASTER-STATUS-OK
004770         DISPLAY "WITNESS-SENSMRG: DEVMAST NOT AVAILABLE - "
004780             "CALIBRATION NOT ENFORCED"
004790         MOVE "DEVNONE" TO WS-EVL-CODE
004800         MOVE "W" TO WS-EVL-SEVERITY
004810         MOVE "DEVMAST NOT AVAILABLE - CALIBRATION NOT ENFORCED"
004820             TO WS-EVL-TEXT
004830         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
004840         GO TO 1300-EXIT
004850     END-IF.
004860     SET MASTER-PRESENT TO TRUE.
004870     MOVE LOW-VALUES TO DVM-SERIAL.
004880     START DEVICE-MASTER-FILE KEY NOT < DVM-SERIAL
004890         INVALID KEY
004900             SET MASTER-STATUS-EOF TO TRUE
004910     END-START.
004920     PERFORM 1350-LOAD-ONE-UNIT THRU 1350-EXIT
004930         UNTIL MASTER-STATUS-EOF.
004940     CLOSE DEVICE-MASTER-FILE.
004950 1300-EXIT.
004960     EXIT.

004970*----------------------------------------------------------------
004980 1350-LOAD-ONE-UNIT.
004990*----------------------------------------------------------------
005000     READ DEVICE-MASTER-FILE NEXT RECORD
005010         AT END
005020             SET MASTER-STATUS-EOF TO TRUE
005030             GO TO 1350-EXIT
005040     END-READ.
005050     IF NOT DVM-ACTIVE OR DVM-SLOT < 1 OR DVM-SLOT > 3
005060         GO TO 1350-EXIT
005070     END-IF.
005080     IF DEV-SERIAL(DVM-SLOT) NOT = SPACES
005090         GO TO 1350-EXIT
005100     END-IF.
005110     MOVE DVM-SERIAL TO DEV-SERIAL(DVM-SLOT).
005120     MOVE DVM-CAL-CERT TO DEV-CAL-CERT(DVM-SLOT).
005130     MOVE DVM-CAL-EXPIRY TO DEV-CAL-EXPIRY(DVM-SLOT).
005140 1350-EXIT.
005150     EXIT.

005160*----------------------------------------------------------------
005170 1400-CHECK-ONE-DEVICE.
005180*    RUNS AFTER THE DEVICE IS PRIMED, SO THE CAPTURE DATE IS THE
005190*    DATE OF ITS FIRST FRAME (TODAY WHEN THE DATASET IS EMPTY).
005200*    THE CERTIFICATE COVERS ITS EXPIRY DATE ITSELF: DAYS LEFT OF
005210*    ZERO STILL MERGES, NEGATIVE IS REFUSED.  A REFUSED DEVICE IS
005220*    CLOSED AND DROPPED FROM THE MERGE BEFORE A FRAME OF IT IS
005230*    USED, AND ITS READ COUNT IS CLEARED SO MRGRPT SHOWS NOTHING
005240*    TAKEN FROM IT.
005250*----------------------------------------------------------------
005260     IF NOT DEVICE-PRESENT(DEV-X)
005270         GO TO 1400-EXIT
005280     END-IF.
005290     MOVE "Y" TO DEV-SUPPLIED-SW(DEV-X).
005300     MOVE WS-TODAY TO DEV-CAPTURE-DATE(DEV-X).
005310     IF NOT DEVICE-DONE(DEV-X)
005320             AND DEV-CURRENT-TS(DEV-X)(1:8) IS NUMERIC
005330         MOVE DEV-CURRENT-TS(DEV-X)(1:8)
005340            TO DEV-CAPTURE-DATE(DEV-X)
005350     END-IF.
005360     EVALUATE TRUE
005370         WHEN NOT MASTER-PRESENT
005380             MOVE "X" TO DEV-DISPOSITION(DEV-X)
005390         WHEN DEV-SERIAL(DEV-X) = SPACES
005400             MOVE "U" TO DEV-DISPOSITION(DEV-X)
005410             MOVE "DEVNOUNT" TO WS-EVL-CODE
005420             MOVE "E" TO WS-EVL-SEVERITY
005430             MOVE SPACES TO WS-EVL-TEXT
005440             STRING "SLOT " DEV-X " HAS NO ACTIVE DEVMAST UNIT - "
005450                 "CAPTURE REFUSED" DELIMITED BY SIZE
005460                 INTO WS-EVL-TEXT
005470             PERFORM 9300-LOG-EVENT THRU 9300-EXIT
005480         WHEN OTHER
005490             COMPUTE DEV-DAYS-LEFT(DEV-X) =
005500                 FUNCTION INTEGER-OF-DATE(DEV-CAL-EXPIRY(DEV-X))
005510                 - FUNCTION INTEGER-OF-DATE(
005520                    DEV-CAPTURE-DATE(DEV-X))
005530             PERFORM 1450-SCORE-CALIBRATION THRU 1450-EXIT
005540     END-EVALUATE.
005550     IF DEVICE-REFUSED(DEV-X)
005560         DISPLAY "WITNESS-SENSMRG: DEVICE " DEV-X
005570             " CAPTURE REFUSED - CALIBRATION LAPSED OR NO UNIT"
005580         EVALUATE DEV-X
005590             WHEN 1
005600                 CLOSE SENSOR-IN1-FILE
005610             WHEN 2
005620                 CLOSE SENSOR-IN2-FILE
005630             WHEN 3
005640                 CLOSE SENSOR-IN3-FILE
005650         END-EVALUATE
005660         MOVE "N" TO DEV-PRESENT-SW(DEV-X)
005670         MOVE "Y" TO DEV-DONE-SW(DEV-X)
005680         MOVE ZERO TO DEV-READ-COUNT(DEV-X)
005690         MOVE ZERO TO DEV-DISCARD-COUNT(DEV-X)
005700         ADD 1 TO WS-REFUSED-COUNT
005710     END-IF.
005720     MOVE SPACES TO DEVICE-USED-RECORD.
005730     MOVE DEV-X TO DVU-SLOT.
005740     MOVE DEV-DISPOSITION(DEV-X) TO DVU-DISPOSITION.
005750     MOVE DEV-SERIAL(DEV-X) TO DVU-SERIAL.
005760     MOVE DEV-CAL-CERT(DEV-X) TO DVU-CAL-CERT.
005770     MOVE DEV-CAL-EXPIRY(DEV-X) TO DVU-CAL-EXPIRY.
005780     MOVE DEV-CAPTURE-DATE(DEV-X) TO DVU-CAPTURE-DATE.
005790     MOVE DEV-DAYS-LEFT(DEV-X) TO DVU-DAYS-LEFT.
005800     WRITE DEVICE-USED-RECORD.
005810 1400-EXIT.
005820     EXIT.

005830*----------------------------------------------------------------
005840 1450-SCORE-CALIBRATION.
005850*----------------------------------------------------------------
005860     IF DEV-DAYS-LEFT(DEV-X) < ZERO
005870         MOVE "L" TO DEV-DISPOSITION(DEV-X)
005880         MOVE "CALLAPSE" TO WS-EVL-CODE
005890         MOVE "E" TO WS-EVL-SEVERITY
005900         MOVE SPACES TO WS-EVL-TEXT
005910         STRING "SLOT " DEV-X " UNIT " DEV-SERIAL(DEV-X)
005920             " CAL LAPSED " DEV-CAL-EXPIRY(DEV-X) " - REFUSED"
005930             DELIMITED BY SIZE INTO WS-EVL-TEXT
005940         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
005950         GO TO 1450-EXIT
005960     END-IF.
005970     IF DEV-DAYS-LEFT(DEV-X) NOT > WS-WARN-DAYS
005980         MOVE "W" TO DEV-DISPOSITION(DEV-X)
005990         MOVE "CALDUE" TO WS-EVL-CODE
006000         MOVE "W" TO WS-EVL-SEVERITY
006010         MOVE SPACES TO WS-EVL-TEXT
006020         STRING "SLOT " DEV-X " UNIT " DEV-SERIAL(DEV-X)
006030             " CALIBRATION EXPIRES " DEV-CAL-EXPIRY(DEV-X)
006040             DELIMITED BY SIZE INTO WS-EVL-TEXT
006050         PERFORM 9300-LOG-EVENT THRU 9300-EXIT
006060         GO TO 1450-EXIT
006070     END-IF.
006080     MOVE "M" TO DEV-DISPOSITION(DEV-X).
006090 1450-EXIT.
006100     EXIT.
