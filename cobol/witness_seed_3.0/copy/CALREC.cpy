000010*----------------------------------------------------------------
000020* CALREC - RUN CALENDAR RECORD (RUNCAL)
000030*----------------------------------------------------------------
000040* ONE RECORD PER BUSINESS DATE, KEYED BY THE DATE, IN THE RUNCAL
000050* VSAM KSDS.  IT NAMES THE CONFIGURATION PROFILE (SEE
000060* COPY/PRFREC.CPY) THE NIGHT'S RUN USES, OR MARKS THE DATE AS A
000070* NO-RUN DATE.  MAINTAINED BY WITNESS-CALMNT; READ BY
000080* WITNESS-CALSTG, THE FIRST STEP OF WITNESSJ, WHICH STAGES THE
000090* PROFILE'S CARDS FOR WITNESS-INIT TO VALIDATE.
000100*   RCL-RUN-FLAG     Y - RUN THE NAMED PROFILE
000110*                    N - NO RUN: WITNESSJ STOPS CLEANLY AFTER
000120*                        ITS FIRST STEP (HOLIDAY SHUTDOWN, PLANT
000130*                        OUTAGE).  THE PROFILE IS NOT NEEDED.
000140*   RCL-DESC         FREE TEXT FOR THE MONTH-AHEAD LISTING
000150*   RCL-UPDATED      DATE OF THE LAST MAINTENANCE TRANSACTION
000160* RECORD LENGTH IS 80 BYTES.
000170*----------------------------------------------------------------
000180 01  RUN-CALENDAR-RECORD.
000190     05  RCL-DATE                PIC 9(08).
000200     05  RCL-PROFILE             PIC X(08).
000210     05  RCL-RUN-FLAG            PIC X(01).
000220         88  RCL-RUN             VALUE "Y".
000230         88  RCL-NO-RUN          VALUE "N".
000240     05  RCL-DESC                PIC X(30).
000250     05  RCL-UPDATED             PIC 9(08).
000260     05  FILLER                  PIC X(25).
