000010*----------------------------------------------------------------
000020* INCREC - OPSLOG ESCALATION INCIDENT RECORD (ESCINC)
000030*----------------------------------------------------------------
000040* ONE RECORD PER INCIDENT RAISED BY WITNESS-ESCAL - THE OPEN
000050* INCIDENTS, AND THE ONES ACKNOWLEDGED SINCE THE LAST MORNING
000060* REPORT.  AN INCIDENT IS KEYED BY THE PROGRAM, EVENT CODE AND
000070* SEVERITY OF THE OPSLOG EVENTS THAT RAISED IT; EVERY LATER
000080* EVENT WITH THE SAME KEY IS COUNTED AGAINST IT UNTIL AN
000090* OPERATOR ACKNOWLEDGES IT ON AN ESCACK CARD.  THE RULE VALUES
000100* ARE COPIED IN WHEN THE INCIDENT IS RAISED, SO AN ESCRULES
000110* CHANGE ONLY AFFECTS INCIDENTS RAISED AFTER IT.  TIMESTAMPS
000120* ARE YYYYMMDDHHMMSS, SPACES WHEN NOT YET REACHED.
000130*   INC-STATE            O - OPEN, A - ACKNOWLEDGED
000140*   INC-WINDOW-START-TS  FIRST EVENT COUNTED TOWARDS THE REPEAT
000150*                        THRESHOLD BEFORE THE FIRST PAGE
000160*   INC-FIRST-PAGED-TS   CYCLE THAT SENT THE FIRST PAGE - THE
000170*                        ESCALATION DELAY RUNS FROM HERE
000180*   INC-PAGED-TS         EVENT THAT SENT THE LAST PAGE OR
000190*                        REMINDER; EVENTS INSIDE THE
000200*                        SUPPRESSION WINDOW AFTER IT ARE
000210*                        SUPPRESSED
000220*   INC-PERIOD-SUPPRESSED  SUPPRESSED SINCE THE LAST MORNING
000230*                        REPORT, RESET BY IT
000240* RECORD LENGTH IS 270 BYTES.
000250*----------------------------------------------------------------
000260 01  INCIDENT-RECORD.
000270     05  INC-NUMBER              PIC 9(08).
000280     05  INC-STATE               PIC X(01).
000290         88  INC-OPEN            VALUE "O".
000300         88  INC-ACKNOWLEDGED    VALUE "A".
000310     05  INC-KEY.
000320         10  INC-PROGRAM         PIC X(12).
000330         10  INC-EVENT-CODE      PIC X(08).
000340         10  INC-SEVERITY        PIC X(01).
000350     05  INC-RULE-NO             PIC 9(03).
000360     05  INC-GROUP               PIC X(08).
000370     05  INC-WINDOW-MINS         PIC 9(04).
000380     05  INC-THRESHOLD           PIC 9(03).
000390     05  INC-DELAY-MINS          PIC 9(04).
000400     05  INC-FIRST-TS            PIC X(14).
000410     05  INC-LAST-TS             PIC X(14).
000420     05  INC-OCCURRENCES         PIC 9(07).
000430     05  INC-WINDOW-START-TS     PIC X(14).
000440     05  INC-WINDOW-COUNT        PIC 9(05).
000450     05  INC-FIRST-PAGED-TS      PIC X(14).
000460     05  INC-PAGED-TS            PIC X(14).
000470     05  INC-PAGES               PIC 9(05).
000480     05  INC-SUPPRESSED          PIC 9(07).
000490     05  INC-PERIOD-SUPPRESSED   PIC 9(07).
000500     05  INC-ESCALATED-TS        PIC X(14).
000510     05  INC-ACK-TS              PIC X(14).
000520     05  INC-ACK-BY              PIC X(08).
000530     05  INC-LAST-RUN-ID         PIC 9(08).
000540     05  INC-LAST-TEXT           PIC X(60).
000550     05  FILLER                  PIC X(13).
