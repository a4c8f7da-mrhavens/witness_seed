000280     05  AUD-SENSOR-SEQ          PIC 9(09).
000290     05  AUD-SENSOR-TS           PIC X(26).
000300     05  AUD-FEED-EVENTS         PIC 9(07).
000310*----------------------------------------------------------------
000320* CORRECTION-LADDER RUNG (SEE KLADDER IN WITNESS-SEED-3).  RUNG 1
000330* IS THE TRIGGER ACTIVATION ITSELF - THE ONE RECORD PER EXCURSION
000340* THE READERS HAVE ALWAYS COUNTED.  RUNG 2 AND UP ARE LADDER
000350* ESCALATIONS, FIRED BECAUSE THE OPEN EXCURSION HAD NOT
000360* RECOVERED WITHIN THE PRIOR RUNG'S WAIT; READERS THAT COUNT OR
000370* JOIN ACTIVATIONS SKIP THEM.  RECORDS WRITTEN BEFORE THE LADDER
000380* EXISTED READ BACK BLANK HERE AND COUNT AS RUNG 1.
000390*----------------------------------------------------------------
000400     05  AUD-RUNG                PIC 9(02).
000410*----------------------------------------------------------------
000420* SHADOW FLAG: "Y" WHEN THE RUN WAS OBSERVE-ONLY
000430* (CC2-KAIROS-SHADOW) AND THIS RECORD IS AN EVENT THAT WOULD HAVE
000440* FIRED - NO CORRECTION WAS APPLIED, SO AUD-PHASE-AFTER EQUALS
000450* AUD-PHASE-BEFORE.  "N" OR BLANK (RECORDS WRITTEN BEFORE THE FLAG
000460* EXISTED) IS A CORRECTION THAT WAS ACTUALLY APPLIED.
000470*----------------------------------------------------------------
000480     05  AUD-SHADOW              PIC X(01).
