000010*----------------------------------------------------------------
000020* APSREC - CONFIGURATION APPROVAL STAMP (APRSTMP)
000030*----------------------------------------------------------------
000040* ONE RECORD, REWRITTEN BY WITNESS-INIT EACH NIGHT AFTER IT HAS
000050* MATCHED THE FOUR CONFIGURATION FILES AGAINST THE APRCFG
000060* APPROVED-CONFIGURATION MASTER (SEE COPY/APRREC.CPY), AND READ
000070* BY WITNESS-SEED-3 TO STAMP THE APPROVED VERSIONS ON THE RUN'S
000080* REGISTRY ENTRY.
000090*   APS-VERSION      ONE PER FILE IN THE ORDER CONTROL, TUNECFG,
000100*                    CLUSTRCF, KSCHED.  ZERO - THE FILE MATCHED
000110*                    NO EFFECTIVE VERSION AND RAN ON THE OVERRIDE.
000120*   APS-OVERRIDE     Y - AT LEAST ONE FILE RAN ON THE ONE-NIGHT
000130*                        OVERRIDE CARD, WHOSE TICKET IS
000140*                        APS-TICKET
000150*                    N - EVERY FILE MATCHED AN APPROVED VERSION
000160* RECORD LENGTH IS 80 BYTES.
000170*----------------------------------------------------------------
000180 01  APPROVAL-STAMP-RECORD.
000190     05  APS-DATE                PIC 9(08).
000200     05  APS-VERSIONS.
000210         10  APS-CTL-VERSION     PIC 9(04).
000220         10  APS-TUNE-VERSION    PIC 9(04).
000230         10  APS-CLUS-VERSION    PIC 9(04).
000240         10  APS-KSCH-VERSION    PIC 9(04).
000250     05  APS-VERSION-TABLE REDEFINES APS-VERSIONS.
000260         10  APS-VERSION         PIC 9(04) OCCURS 4 TIMES.
000270     05  APS-OVERRIDE            PIC X(01).
000280         88  APS-OVERRIDDEN      VALUE "Y".
000290     05  APS-TICKET              PIC X(12).
000300     05  FILLER                  PIC X(43).
