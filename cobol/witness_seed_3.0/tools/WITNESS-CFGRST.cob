000300*                  POINT THE TUNECFG / CLUSTRCF / KSCHED DDS AT.
000310*                  THE ARCHIVED PARMS LINE (NOISE AMPLITUDE,
000320*                  FILE PRESENCE) IS ECHOED ON CFGRPT.
000321* 2026-10-15  DLA  ARCHIVED TOPOCFG (COUPLING TOPOLOGY) IMAGES
000322*                  ARE REGENERATED TO TOPOOUT AND COUNTED ON
000323*                  CFGRPT.  SNAPSHOTS TAKEN BEFORE TOPOCFG EXISTED
000324*                  SIMPLY PRODUCE AN EMPTY TOPOOUT - THE SAME AS
000325*                  RUNNING WITHOUT ONE.
000326* 2026-10-15  DLA  ARCHIVED KLADDER (KAIROS CORRECTION LADDER)
000327*                  IMAGES ARE REGENERATED TO LADDOUT AND COUNTED
000328*                  ON CFGRPT, ON THE SAME TERMS AS TOPOCFG.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000490     SELECT KSCHED-OUT-FILE ASSIGN TO "KSCHOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-KSCH-STATUS.
000511     SELECT TOPOLOGY-OUT-FILE ASSIGN TO "TOPOOUT"
000512         ORGANIZATION IS LINE SEQUENTIAL
000514         FILE STATUS IS WS-TOPO-STATUS.
000515     SELECT LADDER-OUT-FILE ASSIGN TO "LADDOUT"
000517         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-LADD-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO "CFGRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-STATUS.
000750     RECORDING MODE IS F.
000760 01  KSCHED-OUT-IMAGE        PIC X(80).

000761 FD  TOPOLOGY-OUT-FILE
000762     RECORDING MODE IS F.
000764 01  TOPOLOGY-OUT-IMAGE      PIC X(80).

000765 FD  LADDER-OUT-FILE
000767     RECORDING MODE IS F.
000768 01  LADDER-OUT-IMAGE        PIC X(80).

000770 FD  REPORT-FILE.
000780 01  REPORT-LINE                PIC X(80).

000850 01  WS-TUNE-STATUS          PIC X(02) VALUE SPACES.
000860 01  WS-CLUS-STATUS          PIC X(02) VALUE SPACES.
000870 01  WS-KSCH-STATUS          PIC X(02) VALUE SPACES.
000872 01  WS-TOPO-STATUS          PIC X(02) VALUE SPACES.
000874 01  WS-LADD-STATUS          PIC X(02) VALUE SPACES.
000880 01  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000890 01  WS-RUN-ID               PIC 9(08).
000900 01  WS-TUNE-COUNT           PIC 9(4) VALUE ZERO.
000910 01  WS-CLUS-COUNT           PIC 9(4) VALUE ZERO.
000920 01  WS-KSCH-COUNT           PIC 9(4) VALUE ZERO.
000922 01  WS-TOPO-COUNT           PIC 9(4) VALUE ZERO.
000924 01  WS-LADD-COUNT           PIC 9(4) VALUE ZERO.
000930 01  WS-PARMS-SEEN-SW        PIC X(01) VALUE "N".
000940     88  PARMS-SEEN          VALUE "Y".
000950 01  WS-PARMS-IMAGE          PIC X(80) VALUE SPACES.
001040     05  CL-CLUS             PIC ZZZ9.
001050     05  FILLER              PIC X(08) VALUE " KSCHED ".
001060     05  CL-KSCH             PIC ZZZ9.
001062     05  FILLER              PIC X(09) VALUE " TOPOCFG ".
001064     05  CL-TOPO             PIC ZZZ9.
001066     05  FILLER              PIC X(09) VALUE " KLADDER ".
001068     05  CL-LADD             PIC ZZZ9.
001070     05  FILLER              PIC X(08) VALUE " IMAGES ".
001080 01  WS-NONE-LINE            PIC X(80) VALUE
001090     "NO SNAPSHOT ON CFGARC FOR THIS RUN".
001410     OPEN OUTPUT TUNE-OUT-FILE.
001420     OPEN OUTPUT CLUSTER-OUT-FILE.
001430     OPEN OUTPUT KSCHED-OUT-FILE.
001432     OPEN OUTPUT TOPOLOGY-OUT-FILE.
001434     OPEN OUTPUT LADDER-OUT-FILE.
001440     DISPLAY "WITNESS-CFGRST: REGENERATING CONFIGURATION FOR "
001450         "RUN " WS-RUN-ID.
001460 1000-EXIT.
001710             MOVE CFA-IMAGE TO KSCHED-OUT-IMAGE
001720             WRITE KSCHED-OUT-IMAGE
001730             ADD 1 TO WS-KSCH-COUNT
001731         WHEN "TOPOCFG"
001732             MOVE CFA-IMAGE TO TOPOLOGY-OUT-IMAGE
001733             WRITE TOPOLOGY-OUT-IMAGE
001734             ADD 1 TO WS-TOPO-COUNT
001735         WHEN "KLADDER"
001736             MOVE CFA-IMAGE TO LADDER-OUT-IMAGE
001737             WRITE LADDER-OUT-IMAGE
001738             ADD 1 TO WS-LADD-COUNT
001740         WHEN "PARMS"
001750             SET PARMS-SEEN TO TRUE
001760             MOVE CFA-IMAGE TO WS-PARMS-IMAGE
001860     CLOSE TUNE-OUT-FILE.
001870     CLOSE CLUSTER-OUT-FILE.
001880     CLOSE KSCHED-OUT-FILE.
001882     CLOSE TOPOLOGY-OUT-FILE.
001884     CLOSE LADDER-OUT-FILE.
001890     OPEN OUTPUT REPORT-FILE.
001900     MOVE WS-RUN-ID TO HL-RUN-ID.
001910     MOVE WS-HEADER-LINE TO REPORT-LINE.
002010     MOVE WS-TUNE-COUNT TO CL-TUNE.
002020     MOVE WS-CLUS-COUNT TO CL-CLUS.
002030     MOVE WS-KSCH-COUNT TO CL-KSCH.
002032     MOVE WS-TOPO-COUNT TO CL-TOPO.
002034     MOVE WS-LADD-COUNT TO CL-LADD.
002040     MOVE WS-COUNT-LINE TO REPORT-LINE.
002050     WRITE REPORT-LINE.
002060     MOVE WS-PARMS-IMAGE TO REPORT-LINE.
002080     CLOSE REPORT-FILE.
002090     DISPLAY "WITNESS-CFGRST: " WS-TUNE-COUNT " TUNECFG, "
002100         WS-CLUS-COUNT " CLUSTRCF, " WS-KSCH-COUNT
002110         " KSCHED, " WS-TOPO-COUNT
002112         " TOPOCFG, " WS-LADD-COUNT
002114         " KLADDER IMAGES REGENERATED".
002120 9000-EXIT.
002130     EXIT.
