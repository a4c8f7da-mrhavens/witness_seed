000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. WITNESS-CCCHK.
000120 AUTHOR. D-LOOP APPLICATIONS GROUP.
000130 INSTALLATION. WITNESS SEED PROJECT.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15  DLA  ORIGINAL VERSION.  CHECKS A CHARGEBACK COST
000200*                  CENTER AND PROJECT AGAINST THE CCMAST
000210*                  COST-CENTER MASTER (COPY CCMREC).  WITNESS-INIT
000220*                  CHECKS THE CONTROLCD SECOND CARD, WITNESS-QUEUE
000230*                  EACH RUNQUEUE ENTRY AND WITNESS-BILL LOOKS UP
000240*                  THE GL ACCOUNT, ALL THROUGH HERE, SO THE THREE
000250*                  CAN NEVER DISAGREE ON WHAT IS CHARGEABLE.
000260*
000270* CCK-RESULT ON RETURN:
000280*   V - VALID: AN OPEN COST CENTER, AND THE PROJECT (IF ANY) IS AN
000290*       OPEN PROJECT UNDER IT.
000300*   U - UNASSIGNED: COST CENTER AND PROJECT BOTH BLANK.  THE RUN
000310*       MAY GO, BUT IS BILLED TO THE UNASSIGNED SUSPENSE LINE.
000320*   E - NOT CHARGEABLE: A PROJECT WITHOUT A COST CENTER, A COST
000330*       CENTER OR PROJECT NOT ON CCMAST, OR ONE THAT IS CLOSED.
000340*   N - CCMAST COULD NOT BE OPENED, SO NOTHING COULD BE CHECKED.
000350* CCK-TEXT SAYS WHY IN WORDS FOR THE CALLER'S REPORT.
000360* CCK-GL-ACCOUNT IS THE COST CENTER'S GENERAL LEDGER ACCOUNT
000370* WHENEVER ITS ENTRY WAS FOUND - CLOSED OR NOT - AND SPACES
000380* OTHERWISE.  CCMAST IS OPENED ON THE FIRST CALL AND LEFT OPEN
000390* FOR THE REST OF THE STEP.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT COST-CENTER-FILE ASSIGN TO "CCMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS CCM-KEY
000480         FILE STATUS IS WS-CCMAST-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  COST-CENTER-FILE.
000520     COPY CCMREC.

000530 WORKING-STORAGE SECTION.
000540 01  WS-CCMAST-STATUS        PIC X(02) VALUE SPACES.
000550     88  CCMAST-STATUS-OK    VALUE "00".
000560 01  WS-OPEN-SW              PIC X(01) VALUE " ".
000570     88  CCMAST-NOT-TRIED    VALUE " ".
000580     88  CCMAST-OPEN         VALUE "Y".
000590     88  CCMAST-UNAVAILABLE  VALUE "N".

000600 LINKAGE SECTION.
000610 01  CCK-COST-CENTER         PIC X(05).
000620 01  CCK-PROJECT             PIC X(06).
000630 01  CCK-RESULT              PIC X(01).
000640 01  CCK-TEXT                PIC X(40).
000650 01  CCK-GL-ACCOUNT          PIC X(10).

000660 PROCEDURE DIVISION USING CCK-COST-CENTER CCK-PROJECT CCK-RESULT
000670     CCK-TEXT CCK-GL-ACCOUNT.
000680*----------------------------------------------------------------
000690 0000-MAINLINE.
000700*----------------------------------------------------------------
000710     MOVE "V" TO CCK-RESULT.
000720     MOVE SPACES TO CCK-TEXT.
000730     MOVE SPACES TO CCK-GL-ACCOUNT.
000740     IF CCK-COST-CENTER = SPACES
000750         IF CCK-PROJECT = SPACES
000760             MOVE "U" TO CCK-RESULT
000770             MOVE "NO COST CENTER - BILLED AS UNASSIGNED"
000780                 TO CCK-TEXT
000790         ELSE
000800             MOVE "E" TO CCK-RESULT
000810             MOVE "PROJECT PUNCHED WITHOUT A COST CENTER"
000820                 TO CCK-TEXT
000830         END-IF
000840         GO TO 0000-RETURN
000850     END-IF.
000860     IF CCMAST-NOT-TRIED
000870         OPEN INPUT COST-CENTER-FILE
000880         IF CCMAST-STATUS-OK
000890             SET CCMAST-OPEN TO TRUE
000900         ELSE
000910             SET CCMAST-UNAVAILABLE TO TRUE
000920         END-IF
000930     END-IF.
000940     IF CCMAST-UNAVAILABLE
000950         MOVE "N" TO CCK-RESULT
000960         MOVE "COST-CENTER MASTER CCMAST NOT AVAILABLE"
000970             TO CCK-TEXT
000980         GO TO 0000-RETURN
000990     END-IF.
001000     MOVE CCK-COST-CENTER TO CCM-COST-CENTER.
001010     MOVE SPACES TO CCM-PROJECT.
001020     READ COST-CENTER-FILE
001030         INVALID KEY
001040             MOVE "E" TO CCK-RESULT
001050             MOVE "COST CENTER NOT ON CCMAST" TO CCK-TEXT
001060             GO TO 0000-RETURN
001070     END-READ.
001080     MOVE CCM-GL-ACCOUNT TO CCK-GL-ACCOUNT.
001090     IF CCM-CLOSED
001100         MOVE "E" TO CCK-RESULT
001110         MOVE "COST CENTER IS CLOSED" TO CCK-TEXT
001120         GO TO 0000-RETURN
001130     END-IF.
001140     IF CCK-PROJECT = SPACES
001150         GO TO 0000-RETURN
001160     END-IF.
001170     MOVE CCK-PROJECT TO CCM-PROJECT.
001180     READ COST-CENTER-FILE
001190         INVALID KEY
001200             MOVE "E" TO CCK-RESULT
001210             MOVE "PROJECT NOT ON CCMAST UNDER COST CENTER"
001220                 TO CCK-TEXT
001230             GO TO 0000-RETURN
001240     END-READ.
001250     IF CCM-CLOSED
001260         MOVE "E" TO CCK-RESULT
001270         MOVE "PROJECT IS CLOSED" TO CCK-TEXT
001280     END-IF.
001290 0000-RETURN.
001300     GOBACK.

001310 END PROGRAM WITNESS-CCCHK.
