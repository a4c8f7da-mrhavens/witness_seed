000010*----------------------------------------------------------------
000020* SYNCREC - SHARED SYNCOUT RECORD LAYOUT
000030*----------------------------------------------------------------
000040* SUPPLIES THE CLUSTER-SYNC-RECORD LAYOUT WRITTEN BY
000050* WITNESS-SYNCMAT AND READ BACK BY WITNESS-EXTRACT.  ONE RECORD
000060* PER CLUSTER PAIR (A < B) PER WINDOW: THE PHASE-LOCKING VALUE OF
000070* THE TWO CLUSTERS' MEAN PHASES OVER THE WINDOW, THE SAME PAIR'S
000080* VALUE IN THE PREVIOUS WINDOW, AND THE CHANGE.  CLUSTERS ARE
000090* CLUSTRCF RECORDS BY POSITION, AS IN CLSTMET.  SM-RISE-FLAG IS
000100* "R" WHEN THE RISE EXCEEDED THE SYNCARD THRESHOLD, "F" ON THE
000110* FIRST WINDOW (NO PRIOR VALUE), BLANK OTHERWISE.
000120*----------------------------------------------------------------
000130 01  CLUSTER-SYNC-RECORD.
000140     05  SM-RUN-ID               PIC 9(08).
000150     05  SM-WINDOW-NO            PIC 9(04).
000160     05  SM-T-FROM               PIC 9(07).
000170     05  SM-T-TO                 PIC 9(07).
000180     05  SM-CLUSTER-A            PIC 9(02).
000190     05  SM-CLUSTER-B            PIC 9(02).
000200     05  SM-SAMPLES              PIC 9(06).
000210     05  SM-PLV                  PIC 9(01)V9(05).
000220     05  SM-PRIOR-PLV            PIC 9(01)V9(05).
000230     05  SM-RISE                 PIC S9(01)V9(05) SIGN IS
000240                                     TRAILING SEPARATE CHARACTER.
000250     05  SM-RISE-FLAG            PIC X(01).
000260         88  SM-RISE-FLAGGED     VALUE "R".
000270         88  SM-FIRST-WINDOW     VALUE "F".
000280     05  FILLER                  PIC X(03).
