000010*----------------------------------------------------------------
000020* CAPREC - SENSOR CAPTURE LIBRARY INDEX RECORD (CAPLIB)
000030*----------------------------------------------------------------
000040* SENSVAL IS A SEVEN-GENERATION GDG, SO A CAPTURE MORE THAN A
000050* WEEK OLD USED TO BE RECOVERABLE ONLY FROM BACKUP.  EVERY
000060* VALIDATED CAPTURE IS NOW COPIED BY WITNESS-CAPCAT INTO ITS OWN
000070* GENERATION OF THE CAPTURE LIBRARY GDG (DLOOP.WITNESS.CAPTURE)
000080* AND INDEXED HERE, ONE RECORD PER LIBRARY GENERATION, IN THE
000090* CAPLIB VSAM KSDS.  THE KEY IS THE CAPTURE DATE (THE DATE ON THE
000100* FIRST FRAME, AS FOR CHANHIST) FOLLOWED BY THE ABSOLUTE LIBRARY
000110* GENERATION, SO A NIGHT CAPTURED BY THE EDIT STEP AND CATALOGED
000120* AGAIN BY A WITNESSX RE-ENTRY HOLDS TWO RECORDS, NEWEST LAST.
000130* WITNESS-CAPSEL TAKES THE NEWEST FOR EACH DATE IT SELECTS, AND
000140* IO-SENSE RESOLVES THE CAPTURE A RUN CONSUMED TO ITS GENERATION
000150* FOR THE REGISTRY (REG-CAPTURE-DATE / REG-CAPTURE-GEN).
000160*   CAP-GENERATION   ABSOLUTE GENERATION NUMBER - THE LIBRARY
000170*                    DATASET IS DLOOP.WITNESS.CAPTURE.GNNNNV00
000180*   CAP-SOURCE       E - CATALOGED BY THE NIGHTLY EDIT STEP
000190*                    X - CATALOGED BY THE WITNESSX RE-ENTRY
000200*   CAP-FIRST-SEQ /  SENSOR-SEQUENCE OF THE FIRST AND LAST FRAME
000210*   CAP-LAST-SEQ
000220*   CAP-FIRST-TS /   SENSOR-CAPTURE-TS OF THE FIRST AND LAST FRAME
000230*   CAP-LAST-TS
000240*   CAP-REJECTS      FRAMES LEFT ON SENSOREJ (SENSOREM AFTER A
000250*                    RE-ENTRY) WHEN THE CAPTURE WAS CATALOGED
000260*   CAP-DEV-DISP     DEVUSED DISPOSITION OF EACH CAPTURE SLOT (SEE
000270*                    COPY/DEVUREC.CPY; SPACE - NO DATASET IN THE
000280*                    SLOT OR NO DEVUSED) WITH THE UNIT'S SERIAL
000290* THE RECORD WITH AN ALL-ZERO KEY IS THE LIBRARY CONTROL RECORD:
000300* THE LAST GENERATION NUMBER ASSIGNED AND THE DATE IT WAS.
000310* RECORD LENGTH IS 160 BYTES.
000320*----------------------------------------------------------------
000330 01  CAPTURE-LIBRARY-RECORD.
000340     05  CAP-KEY.
000350         10  CAP-DATE            PIC 9(08).
000360         10  CAP-GENERATION      PIC 9(04).
000370     05  CAP-SOURCE              PIC X(01).
000380         88  CAP-FROM-EDIT       VALUE "E".
000390         88  CAP-FROM-REENTRY    VALUE "X".
000400     05  CAP-CATALOGED           PIC 9(08).
000410     05  CAP-FIRST-SEQ           PIC 9(09).
000420     05  CAP-LAST-SEQ            PIC 9(09).
000430     05  CAP-FIRST-TS            PIC X(26).
000440     05  CAP-LAST-TS             PIC X(26).
000450     05  CAP-FRAMES              PIC 9(09).
000460     05  CAP-REJECTS             PIC 9(07).
000470     05  CAP-DEVICE OCCURS 3 TIMES.
000480         10  CAP-DEV-DISP        PIC X(01).
000490         10  CAP-DEV-SERIAL      PIC X(12).
000500     05  FILLER                  PIC X(14).
000510 01  CAPTURE-CONTROL-RECORD.
000520     05  CAP-CTL-KEY             PIC X(12).
000530     05  CAP-CTL-LAST-GEN        PIC 9(04).
000540     05  CAP-CTL-UPDATED         PIC 9(08).
000550     05  FILLER                  PIC X(136).
