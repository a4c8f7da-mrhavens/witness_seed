000010*----------------------------------------------------------------
000020* DEVREC - FIELD DEVICE MASTER RECORD (DEVMAST)
000030*----------------------------------------------------------------
000040* ONE RECORD PER PHYSICAL CAPTURE UNIT EVER INSTALLED, KEYED BY
000050* ITS SERIAL NUMBER, IN THE DEVMAST VSAM KSDS.  MAINTAINED BY
000060* WITNESS-DEVMNT; READ BY WITNESS-SENSMRG EVERY NIGHT TO DECIDE
000070* WHICH UNIT SITS IN EACH CAPTURE SLOT AND WHETHER ITS
000080* CALIBRATION IS STILL IN FORCE.
000090*   DVM-SLOT         CAPTURE SLOT (SENSIN1-SENSIN3) THE UNIT FEEDS
000100*   DVM-STATUS       A - ACTIVE IN ITS SLOT, R - RETIRED.  AT MOST
000110*                    ONE ACTIVE UNIT PER SLOT; A RETIRED RECORD IS
000120*                    KEPT SO OLD SENSQUAL STAMPS STILL RESOLVE.
000130*   DVM-CAL-CERT     CERTIFICATE OF THE CALIBRATION IN FORCE
000140*   DVM-CAL-DATE     DATE THAT CALIBRATION WAS PERFORMED
000150*   DVM-CAL-EXPIRY   LAST CAPTURE DATE THE CERTIFICATE COVERS
000160*   DVM-UPDATED      DATE OF THE LAST MAINTENANCE TRANSACTION
000170* RECORD LENGTH IS 100 BYTES.
000180*----------------------------------------------------------------
000190 01  DEVICE-MASTER-RECORD.
000200     05  DVM-SERIAL              PIC X(12).
000210     05  DVM-SLOT                PIC 9(01).
000220     05  DVM-STATUS              PIC X(01).
000230         88  DVM-ACTIVE          VALUE "A".
000240         88  DVM-RETIRED         VALUE "R".
000250     05  DVM-MODEL               PIC X(16).
000260     05  DVM-INSTALL-DATE        PIC 9(08).
000270     05  DVM-RETIRE-DATE         PIC 9(08).
000280     05  DVM-CAL-CERT            PIC X(16).
000290     05  DVM-CAL-DATE            PIC 9(08).
000300     05  DVM-CAL-EXPIRY          PIC 9(08).
000310     05  DVM-UPDATED             PIC 9(08).
000320     05  FILLER                  PIC X(14).
