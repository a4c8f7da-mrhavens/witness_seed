000010*----------------------------------------------------------------
000020* PRFREC - CONFIGURATION PROFILE LIBRARY RECORD (PROFLIB)
000030*----------------------------------------------------------------
000040* ONE 80-BYTE CARD IMAGE PER RECORD, KEYED BY PROFILE NAME,
000050* MEMBER AND CARD SEQUENCE, IN THE PROFLIB VSAM KSDS.  A PROFILE
000060* IS THE COMPLETE SET OF CARDS ONE NIGHT'S RUN IS CONFIGURED
000070* FROM; ITS MEMBERS ARE
000080*   CONTROL   THE CONTROLCD DECK, ONE TO THREE CARDS (REQUIRED)
000090*   TUNECFG   THE TUNECFG IMAGE
000100*   CLUSTRCF  THE CLUSTRCF IMAGE
000110*   KSCHED    THE KSCHED IMAGE
000120* A MEMBER A PROFILE DOES NOT HAVE IS STAGED AS AN EMPTY DATASET,
000130* WHICH EVERY READER TREATS AS THAT FILE NOT CONFIGURED.
000140* PRF-SEQ NUMBERS THE CARDS OF A MEMBER FROM 1 IN STAGING ORDER.
000150* MAINTAINED BY WITNESS-CALMNT; READ BY WITNESS-CALSTG.
000160* RECORD LENGTH IS 100 BYTES.
000170*----------------------------------------------------------------
000180 01  PROFILE-LIBRARY-RECORD.
000190     05  PRF-KEY.
000200         10  PRF-PROFILE         PIC X(08).
000210         10  PRF-MEMBER          PIC X(08).
000220             88  PRF-CONTROL     VALUE "CONTROL".
000230             88  PRF-TUNECFG     VALUE "TUNECFG".
000240             88  PRF-CLUSTRCF    VALUE "CLUSTRCF".
000250             88  PRF-KSCHED      VALUE "KSCHED".
000260         10  PRF-SEQ             PIC 9(04).
000270     05  PRF-IMAGE               PIC X(80).
