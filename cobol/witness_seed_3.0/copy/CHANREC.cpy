000010*----------------------------------------------------------------
000020* CHANREC - PER-CHANNEL SENSOR HEALTH HISTORY RECORD (CHANHIST)
000030*----------------------------------------------------------------
000040* WRITTEN BY WITNESS-CHANHIST AFTER THE EDIT STEP, ONE RECORD PER
000050* ACTIVE CHANNEL PER CAPTURE NIGHT, TO THE CHANHIST VSAM KSDS.
000060* THE KEY IS THE CHANNEL (THE OCCURRENCE OF SENSOR-READING IN THE
000070* MERGED CAPTURE) FOLLOWED BY THE CAPTURE DATE, SO ONE CHANNEL'S
000080* NIGHTS READ BACK OLDEST FIRST FROM A SINGLE START.  A RERUN OF
000090* THE SAME NIGHT REPLACES ITS RECORDS RATHER THAN ADDING TO THEM.
000100*   CHH-DEVICE       CHANMAP DEVICE OWNING THE CHANNEL THAT NIGHT
000110*                    (ZERO - NOT MAPPED)
000120*   CHH-FRAMES       SENSVAL FRAMES THE FIGURES ARE TAKEN OVER
000130*   CHH-REJ-NUMERIC  SENSOREJ FRAMES REJECTED ON THIS CHANNEL FOR
000140*                    REASON 01 (NON-NUMERIC / BAD SIGN)
000150*   CHH-REJ-RANGE    SENSOREJ FRAMES REJECTED ON THIS CHANNEL FOR
000160*                    REASON 02 (BEYOND THE DIVERGENCE LIMIT)
000170*   CHH-FLAT-RUN     LONGEST RUN OF CONSECUTIVE SENSVAL FRAMES
000180*                    CARRYING AN IDENTICAL READING
000190*   CHH-VARIANCE     POPULATION VARIANCE OF THE READINGS
000200*   CHH-EDGE-PCT     PERCENT OF FRAMES WITHIN THE EDGE BAND BELOW
000210*                    THE DIVERGENCE LIMIT (CHNCARD, DEFAULT 95
000220*                    PERCENT OF THE LIMIT AND ABOVE)
000230* RECORD LENGTH IS 80 BYTES.
000240*----------------------------------------------------------------
000250 01  CHANNEL-HISTORY-RECORD.
000260     05  CHH-KEY.
000270         10  CHH-CHANNEL         PIC 9(04).
000280         10  CHH-NIGHT           PIC 9(08).
000290     05  CHH-DEVICE              PIC 9(01).
000300     05  CHH-FRAMES              PIC 9(07).
000310     05  CHH-REJ-NUMERIC         PIC 9(07).
000320     05  CHH-REJ-RANGE           PIC 9(07).
000330     05  CHH-FLAT-RUN            PIC 9(07).
000340     05  CHH-VARIANCE            PIC 9(10)V9(05).
000350     05  CHH-EDGE-FRAMES         PIC 9(07).
000360     05  CHH-EDGE-PCT            PIC 9(03)V9(02).
000370     05  FILLER                  PIC X(12).
