000230     05  REC-FP-AFTER-N          PIC S9(5)V9(5) SIGN IS
000240                                     TRAILING SEPARATE CHARACTER.
000250     05  REC-RECOVERED-FLAG      PIC X(01).
000260*----------------------------------------------------------------
000270* REC-MAX-RUNG IS THE HIGHEST KLADDER CORRECTION RUNG FIRED FOR
000280* THE EXCURSION (1 = THE TRIGGER ACTIVATION ALONE).  ON A
000290* RECOVERED RECORD IT IS THE RUNG THAT FINALLY WORKED; BLANK ON
000300* RECORDS WRITTEN BEFORE THE LADDER EXISTED.
000310*----------------------------------------------------------------
000320     05  REC-MAX-RUNG            PIC 9(02).
