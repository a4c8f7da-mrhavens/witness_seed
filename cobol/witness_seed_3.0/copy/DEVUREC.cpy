000010*----------------------------------------------------------------
000020* DEVUREC - DEVICES-IN-EFFECT RECORD (DEVUSED)
000030*----------------------------------------------------------------
000040* WRITTEN BY WITNESS-SENSMRG, ONE RECORD PER CAPTURE SLOT WITH A
000050* SENSINN DATASET SUPPLIED, SAYING WHICH DEVMAST UNIT AND
000060* CALIBRATION CERTIFICATE THE NIGHT'S MERGED CAPTURE CAME FROM.
000070* IO-SENSE COPIES IT ONTO THE SENSQUAL SUMMARY.
000080*   DVU-DISPOSITION  M - MERGED
000090*                    W - MERGED, CALIBRATION DUE WITHIN THE
000100*                        DEVCARD WARNING WINDOW
000110*                    L - REFUSED, CALIBRATION LAPSED
000120*                    U - REFUSED, NO ACTIVE DEVMAST UNIT FOR THE
000130*                        SLOT
000140*                    X - MERGED UNCHECKED, DEVMAST NOT AVAILABLE
000150*   DVU-DAYS-LEFT    DAYS FROM THE CAPTURE DATE TO DVU-CAL-EXPIRY
000160*                    (NEGATIVE ONCE LAPSED)
000170* RECORD LENGTH IS 80 BYTES.
000180*----------------------------------------------------------------
000190 01  DEVICE-USED-RECORD.
000200     05  DVU-SLOT                PIC 9(01).
000210     05  DVU-DISPOSITION         PIC X(01).
000220     05  DVU-SERIAL              PIC X(12).
000230     05  DVU-CAL-CERT            PIC X(16).
000240     05  DVU-CAL-EXPIRY          PIC 9(08).
000250     05  DVU-CAPTURE-DATE        PIC 9(08).
000260     05  DVU-DAYS-LEFT           PIC S9(05) SIGN LEADING SEPARATE.
000270     05  FILLER                  PIC X(28).
