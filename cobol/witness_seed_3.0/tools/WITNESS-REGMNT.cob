000430*                        MID-SWEEP CAN DUPLICATE A RECORD IN THE
000440*                        ARCHIVE BUT NEVER LOSE ONE - THE SAME
000450*                        RULE WITNESS-STATARC FOLLOWS.
      * 2026-10-15  DLA  REGARC RECORD FOLLOWS THE REGISTRY TO 169
      *                  BYTES (REG-INTEGRATOR).
      * 2026-10-15  DLA  AND TO 170 BYTES (REG-SHADOW).
      * 2026-10-15  DLA  AND TO 182 BYTES (REG-CAPTURE-DATE AND
      *                  REG-CAPTURE-GEN).
      * 2026-10-15  DLA  AND TO 190 BYTES (REG-PROFILE).
      * 2026-10-15  DLA  AND TO 219 BYTES (REG-APR-VERSIONS,
      *                  REG-APR-OVERRIDE AND REG-APR-TICKET).
      * 2026-10-15  DLA  AND TO 230 BYTES (REG-COST-CENTER AND
      *                  REG-PROJECT).
      * 2026-10-15  DLA  AND TO 250 BYTES (THE OUTPUT CADENCES,
      *                  REG-CKPT-EVERY THROUGH REG-CLSTMET-EVERY).
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000670     COPY RUNREG.

000680 FD  REGISTRY-ARCHIVE-FILE.
000690 01  REGISTRY-ARCHIVE-RECORD PIC X(250).

000700 FD  REGMNT-CARD-FILE
000710     RECORDING MODE IS F.
