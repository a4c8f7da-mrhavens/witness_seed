000010*----------------------------------------------------------------
000020* APRREC - APPROVED-CONFIGURATION MASTER RECORD (APRCFG)
000030*----------------------------------------------------------------
000040* ONE RECORD PER APPROVED VERSION OF A CONFIGURATION FILE, KEYED
000050* BY THE FILE NAME AND VERSION NUMBER, IN THE APRCFG VSAM KSDS.
000060* WITNESS-CFGAPR REGISTERS A VERSION - IT HASHES THE CANDIDATE
000070* FILE THROUGH WITNESS-CFGHASH AND NUMBERS IT ONE PAST THE
000080* FILE'S HIGHEST VERSION - AND WITHDRAWS ONE.  WITNESS-INIT
000090* HASHES THE NIGHT'S FILES THE SAME WAY AND HOLDS THE JOB WHEN A
000100* FILE MATCHES NO EFFECTIVE VERSION (SEE OVRCARD THERE).
000110*   APR-FILE         CONTROL, TUNECFG, CLUSTRCF OR KSCHED
000120*   APR-HASH         WITNESS-CFGHASH CONTENT HASH OF THE FILE
000130*   APR-CARDS        CARD COUNT OF THE FILE.  HASH AND COUNT
000140*                    BOTH ZERO APPROVE RUNNING WITHOUT THE FILE.
000150*   APR-EFFECTIVE    FIRST BUSINESS DATE THE VERSION MAY RUN
000160*   APR-STATUS       A - APPROVED.  ANY APPROVED VERSION WHOSE
000170*                        EFFECTIVE DATE HAS ARRIVED MAY RUN, SO
000180*                        EACH RUNCAL PROFILE'S CARDS CAN CARRY
000190*                        THEIR OWN APPROVAL.
000200*                    W - WITHDRAWN: NO LONGER MAY RUN.
000210* RECORD LENGTH IS 120 BYTES.
000220*----------------------------------------------------------------
000230 01  APPROVED-CONFIG-RECORD.
000240     05  APR-KEY.
000250         10  APR-FILE            PIC X(08).
000260             88  APR-CONTROL     VALUE "CONTROL".
000270             88  APR-TUNECFG     VALUE "TUNECFG".
000280             88  APR-CLUSTRCF    VALUE "CLUSTRCF".
000290             88  APR-KSCHED      VALUE "KSCHED".
000300         10  APR-VERSION         PIC 9(04).
000310     05  APR-HASH                PIC 9(09).
000320     05  APR-CARDS               PIC 9(05).
000330     05  APR-TICKET              PIC X(12).
000340     05  APR-APPROVER            PIC X(08).
000350     05  APR-EFFECTIVE           PIC 9(08).
000360     05  APR-REGISTERED          PIC 9(08).
000370     05  APR-STATUS              PIC X(01).
000380         88  APR-APPROVED        VALUE "A".
000390         88  APR-WITHDRAWN       VALUE "W".
000400     05  APR-DESC                PIC X(30).
000410     05  APR-WITHDRAWN-ON        PIC 9(08).
000420     05  FILLER                  PIC X(19).
