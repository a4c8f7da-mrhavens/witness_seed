000020* CKPTREC - CHECKPOINT RECORD LAYOUT (ROTATING GENERATIONS)
000030*----------------------------------------------------------------
000040* ONE CHECKPOINT RECORD, WRITTEN ALTERNATELY TO CKPTFIL1 AND
000050* CKPTFIL2 AT THE CHECKPOINT CADENCE SO A CHECKPOINT THAT DIES
000060* MID-WRITE (ABEND, IPL) ONLY COSTS THE NEWEST GENERATION - THE
000070* PRIOR ONE IS STILL INTACT ON THE OTHER FILE.  THE TRAILER
000080* CARRIES THE ACTIVE ENTRY COUNT AND AN ADDITIVE CHECKSUM OVER
000100* FALLS BACK TO THE OLDER GENERATION WHEN THE NEWEST FAILS.
000110* THE PROGRAMS READ AND WRITE THIS LAYOUT THROUGH WORKING
000120* STORAGE (READ INTO / WRITE FROM), SO THE TWO FDS STAY PLAIN
000130* BUFFERS.  RECORD LENGTH IS 11288 BYTES.
000131*
000132* THE RUN-CONTINUITY BLOCK AHEAD OF THE TRAILER CARRIES THE
000133* STATE THE ORIGINAL CHECKPOINT LEFT BEHIND: THE IO-SENSE
000142* SENSORIN FROM THE TOP, RESEEDED THE NOISE GENERATORS AND
000143* RE-ARMED THE TRIGGER, SO A RESTART NEVER MATCHED THE UNBROKEN
000144* RUN AND CC-SEED REPRODUCIBILITY STOPPED AT THE FIRST ABEND.
      * THE KLADDER CORRECTION-LADDER POSITION OF THE OPEN EXCURSION
      * (CURRENT RUNG, STEP IT FIRED, HIGHEST RUNG SO FAR) RIDES IN
      * THE SAME BLOCK, SO A RESTART ESCALATES ON SCHEDULE.
      * SO DO THE MODEL TIME (DT ACCUMULATED SO FAR) AND THE
      * TIME-ALIGNED ASSIMILATION STATE - MODE, SCALE AND ANCHOR AS
      * THE RUN STARTED WITH THEM, THE RECORD NUMBER AND CAPTURE TIME
      * OF THE LAST FRAME REACHED (THE LOWER INTERPOLATION BRACKET),
      * THE FEED-EXHAUSTED AND INTERPOLATED-ACROSS SWITCHES, AND THE
      * APPLIED / INTERPOLATED / STALE FRAME COUNTS - SO A RESTART
      * RESUMES ON THE SAME CAPTURE CLOCK.
000145* EVERY NUMERIC CONTINUITY FIELD AND SWITCH IS FOLDED INTO THE
000146* TRAILER CHECKSUM, SO A WRITE TORN ANYWHERE IN THE BLOCK FAILS
000147* VERIFICATION.
000267     05  CKPT-FIELDPRINT-PREV    PIC S9(5)V9(9) SIGN IS
000268                                     TRAILING SEPARATE CHARACTER.
000269     05  CKPT-FIRST-STEP-SW      PIC X(01).
           05  CKPT-LADDER-RUNG        PIC 9(02).
           05  CKPT-RUNG-FIRED-T       PIC 9(07).
           05  CKPT-REC-MAX-RUNG       PIC 9(02).
           05  CKPT-MODEL-TIME         PIC 9(09)V9(04).
           05  CKPT-ALIGN-MODE         PIC X(01).
           05  CKPT-ALIGN-SCALE        PIC 9(05)V9(04).
           05  CKPT-ALIGN-ANCHOR       PIC X(14).
           05  CKPT-ALIGN-PREV-RECNO   PIC 9(09).
           05  CKPT-ALIGN-PREV-SECS    PIC S9(11)V9(06) SIGN IS
                                           TRAILING SEPARATE CHARACTER.
           05  CKPT-ALIGN-PREV-SW      PIC X(01).
           05  CKPT-ALIGN-INTERP-SW    PIC X(01).
           05  CKPT-ALIGN-EOF-SW       PIC X(01).
           05  CKPT-ALIGN-APPLIED      PIC 9(09).
           05  CKPT-ALIGN-INTERP       PIC 9(09).
           05  CKPT-ALIGN-STALE        PIC 9(09).
000270     05  CKPT-ENTRY-COUNT        PIC 9(04).
000271     05  CKPT-CHECKSUM           PIC 9(09).
