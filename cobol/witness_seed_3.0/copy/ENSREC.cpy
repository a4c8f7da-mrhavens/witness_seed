000010*----------------------------------------------------------------
000020* ENSREC - ENSEMBLE BAND RECORD LAYOUT (ENSBAND)
000030*----------------------------------------------------------------
000040* WRITTEN BY WITNESS-ENSEMBLE, ONE RECORD PER OUT-T ACROSS THE
000050* MEMBERS OF A QUEUED BATCH (THE RUNREGST ENTRIES SELECTED BY
000060* REG-LABEL OR RUN-ID RANGE), AND READ BY WITNESS-EXTRACT AS
000070* EXT-SOURCE E FOR CHARTING.  EB-MEMBERS IS THE NUMBER OF MEMBERS
000080* WITH A SEEDOUT RECORD AT THAT T (A MEMBER THAT DIVERGED DROPS
000090* OUT OF THE LATER BANDS).  THE PERCENTILES ARE INTERPOLATED
000100* BETWEEN THE RANKED MEMBER VALUES.  EB-OUTSIDE COUNTS THE MEMBERS
000110* WHOSE FIELDPRINT OR ORDER-PARAM SITS OUTSIDE ITS 10TH-90TH
000120* PERCENTILE BAND AT THAT T.
000130*----------------------------------------------------------------
000140 01  ENSEMBLE-BAND-RECORD.
000150     05  EB-LABEL                PIC X(16).
000160     05  EB-T                    PIC 9(07).
000170     05  EB-MEMBERS              PIC 9(03).
000180     05  EB-FP-MEAN              PIC S9(5)V9(5) SIGN IS
000190                                     TRAILING SEPARATE CHARACTER.
000200     05  EB-FP-STDDEV            PIC S9(5)V9(5) SIGN IS
000210                                     TRAILING SEPARATE CHARACTER.
000220     05  EB-FP-P10               PIC S9(5)V9(5) SIGN IS
000230                                     TRAILING SEPARATE CHARACTER.
000240     05  EB-FP-P50               PIC S9(5)V9(5) SIGN IS
000250                                     TRAILING SEPARATE CHARACTER.
000260     05  EB-FP-P90               PIC S9(5)V9(5) SIGN IS
000270                                     TRAILING SEPARATE CHARACTER.
000280     05  EB-OP-MEAN              PIC S9(5)V9(5) SIGN IS
000290                                     TRAILING SEPARATE CHARACTER.
000300     05  EB-OP-STDDEV            PIC S9(5)V9(5) SIGN IS
000310                                     TRAILING SEPARATE CHARACTER.
000320     05  EB-OP-P10               PIC S9(5)V9(5) SIGN IS
000330                                     TRAILING SEPARATE CHARACTER.
000340     05  EB-OP-P50               PIC S9(5)V9(5) SIGN IS
000350                                     TRAILING SEPARATE CHARACTER.
000360     05  EB-OP-P90               PIC S9(5)V9(5) SIGN IS
000370                                     TRAILING SEPARATE CHARACTER.
000380     05  EB-OUTSIDE              PIC 9(03).
000390     05  FILLER                  PIC X(01).
