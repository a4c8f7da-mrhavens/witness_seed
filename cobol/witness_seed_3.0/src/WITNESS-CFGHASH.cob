000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CFGHASH.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  CONTENT HASH OF ONE OF THE
000200*                  FOUR CONFIGURATION FILES, FOR THE APPROVED-
000210*                  CONFIGURATION CHECK.  WITNESS-CFGAPR HASHES A
000220*                  CANDIDATE WHEN IT REGISTERS AN APPROVED VERSION
000230*                  AND WITNESS-INIT HASHES THE NIGHT'S FILES, BOTH
000240*                  THROUGH HERE, SO THE TWO CAN NEVER DISAGREE ON
000250*                  HOW THE HASH IS FORMED.
000260*
000270* CFH-FILE NAMES THE FILE: CONTROL (THE CONTROLCD DD), TUNECFG,
000280* CLUSTRCF OR KSCHED.  EVERY CARD IS TAKEN AS ITS FULL 80-BYTE
000290* IMAGE, BLANK-PADDED, AND EVERY BYTE IS FOLDED IN ORDER:
000300*     HASH = (HASH * 31 + ORD(BYTE)) MODULO 999999937
000310* SO A CHANGED, MOVED, ADDED OR DROPPED CHARACTER ANYWHERE CHANGES
000320* IT.  CFH-CARDS IS THE CARD COUNT.  A MISSING FILE RETURNS
000330* CFH-PRESENT "N" WITH HASH AND COUNT ZERO - THE SAME AS AN EMPTY
000340* ONE, SINCE THE SUITE TREATS THE TWO ALIKE.  AN UNKNOWN CFH-FILE
000350* RETURNS CFH-PRESENT "X".  THE FILE IS CLOSED AGAIN ON RETURN.
000360*----------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCD"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FILE-STATUS.
000430     SELECT TUNING-CONFIG-FILE ASSIGN TO "TUNECFG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FILE-STATUS.
000460     SELECT CLUSTER-CONFIG-FILE ASSIGN TO "CLUSTRCF"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FILE-STATUS.
000490     SELECT COUPLING-SCHEDULE-FILE ASSIGN TO "KSCHED"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FILE-STATUS.

000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CONTROL-CARD-FILE.
000550 01  CONTROL-CARD-IMAGE          PIC X(80).
000560 FD  TUNING-CONFIG-FILE.
000570 01  TUNING-CONFIG-IMAGE         PIC X(80).
000580 FD  CLUSTER-CONFIG-FILE.
000590 01  CLUSTER-CONFIG-IMAGE        PIC X(80).
000600 FD  COUPLING-SCHEDULE-FILE.
000610 01  COUPLING-SCHEDULE-IMAGE     PIC X(80).

000620 WORKING-STORAGE SECTION.
000630 01  WS-FILE-STATUS          PIC X(02) VALUE SPACES.
000640     88  FILE-STATUS-OK      VALUE "00".
000650     88  FILE-STATUS-EOF     VALUE "10".
000660 01  WS-CARD                 PIC X(80).
000670 01  WS-HASH                 PIC 9(11) COMP.
000680 01  WS-BYTE-X               PIC 9(03) COMP.
000690 01  WS-HASH-PRIME           PIC 9(09) COMP VALUE 999999937.

000700 LINKAGE SECTION.
000710 01  CFH-FILE                PIC X(08).
000720 01  CFH-HASH                PIC 9(09).
000730 01  CFH-CARDS               PIC 9(05).
000740 01  CFH-PRESENT             PIC X(01).

000750 PROCEDURE DIVISION USING CFH-FILE CFH-HASH CFH-CARDS
000760     CFH-PRESENT.
000770*----------------------------------------------------------------
000780 0000-MAINLINE.
000790*----------------------------------------------------------------
000800     MOVE ZERO TO WS-HASH.
000810     MOVE ZERO TO CFH-CARDS.
000820     MOVE "Y" TO CFH-PRESENT.
000830     EVALUATE CFH-FILE
000840         WHEN "CONTROL"
000850             OPEN INPUT CONTROL-CARD-FILE
000860         WHEN "TUNECFG"
000870             OPEN INPUT TUNING-CONFIG-FILE
000880         WHEN "CLUSTRCF"
000890             OPEN INPUT CLUSTER-CONFIG-FILE
000900         WHEN "KSCHED"
000910             OPEN INPUT COUPLING-SCHEDULE-FILE
000920         WHEN OTHER
000930             MOVE "X" TO CFH-PRESENT
000940             GO TO 0000-RETURN
000950     END-EVALUATE.
000960     IF NOT FILE-STATUS-OK
000970         MOVE "N" TO CFH-PRESENT
000980         GO TO 0000-RETURN
000990     END-IF.
001000     PERFORM 1000-HASH-ONE-CARD THRU 1000-EXIT
001010         UNTIL FILE-STATUS-EOF.
001020     EVALUATE CFH-FILE
001030         WHEN "CONTROL"
001040             CLOSE CONTROL-CARD-FILE
001050         WHEN "TUNECFG"
001060             CLOSE TUNING-CONFIG-FILE
001070         WHEN "CLUSTRCF"
001080             CLOSE CLUSTER-CONFIG-FILE
001090         WHEN "KSCHED"
001100             CLOSE COUPLING-SCHEDULE-FILE
001110     END-EVALUATE.
001120 0000-RETURN.
001130     MOVE WS-HASH TO CFH-HASH.
001140     GOBACK.

001150*----------------------------------------------------------------
001160 1000-HASH-ONE-CARD.
001170*----------------------------------------------------------------
001180     MOVE SPACES TO WS-CARD.
001190     EVALUATE CFH-FILE
001200         WHEN "CONTROL"
001210             READ CONTROL-CARD-FILE INTO WS-CARD
001220                 AT END
001230                     SET FILE-STATUS-EOF TO TRUE
001240             END-READ
001250         WHEN "TUNECFG"
001260             READ TUNING-CONFIG-FILE INTO WS-CARD
001270                 AT END
001280                     SET FILE-STATUS-EOF TO TRUE
001290             END-READ
001300         WHEN "CLUSTRCF"
001310             READ CLUSTER-CONFIG-FILE INTO WS-CARD
001320                 AT END
001330                     SET FILE-STATUS-EOF TO TRUE
001340             END-READ
001350         WHEN "KSCHED"
001360             READ COUPLING-SCHEDULE-FILE INTO WS-CARD
001370                 AT END
001380                     SET FILE-STATUS-EOF TO TRUE
001390             END-READ
001400     END-EVALUATE.
001410     IF FILE-STATUS-EOF
001420         GO TO 1000-EXIT
001430     END-IF.
001440     ADD 1 TO CFH-CARDS.
001450     PERFORM VARYING WS-BYTE-X FROM 1 BY 1 UNTIL WS-BYTE-X > 80
001460         COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31
001470             + FUNCTION ORD(WS-CARD(WS-BYTE-X:1)), WS-HASH-PRIME)
001480     END-PERFORM.
001490 1000-EXIT.
001500     EXIT.

001510 END PROGRAM WITNESS-CFGHASH.
