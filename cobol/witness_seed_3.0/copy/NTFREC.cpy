000010*----------------------------------------------------------------
000020* NTFREC - ESCALATION NOTIFICATION RECORD (ESCOUT)
000030*----------------------------------------------------------------
000040* THE OUTBOX WITNESS-ESCAL APPENDS TO FOR THE PAGING GATEWAY,
000050* ONE RECORD PER NOTIFICATION.  THE GATEWAY SENDS EACH RECORD TO
000060* THE ON-CALL GROUP NAMED ON IT AND EMPTIES THE OUTBOX BEHIND
000070* ITSELF; WITNESS-ESCAL ONLY EVER APPENDS.
000080*   NTF-TYPE       P - FIRST PAGE FOR THE INCIDENT
000090*                  R - REMINDER, THE EVENT RECURRED AFTER THE
000100*                      SUPPRESSION WINDOW AND IS STILL UNACKED
000110*                  E - ESCALATION, NOT ACKNOWLEDGED WITHIN THE
000120*                      RULE'S ESCALATION DELAY OF THE PAGE
000130*   NTF-COUNT      OCCURRENCES OF THE EVENT SO FAR
000140*   NTF-TEXT       TEXT OF THE LATEST OPSLOG EVENT
000150* RECORD LENGTH IS 140 BYTES.
000160*----------------------------------------------------------------
000170 01  NOTIFICATION-RECORD.
000180     05  NTF-CREATED-TS          PIC X(26).
000190     05  NTF-TYPE                PIC X(01).
000200         88  NTF-PAGE            VALUE "P".
000210         88  NTF-REMINDER        VALUE "R".
000220         88  NTF-ESCALATION      VALUE "E".
000230     05  NTF-INCIDENT            PIC 9(08).
000240     05  NTF-GROUP               PIC X(08).
000250     05  NTF-PROGRAM             PIC X(12).
000260     05  NTF-EVENT-CODE          PIC X(08).
000270     05  NTF-SEVERITY            PIC X(01).
000280     05  NTF-COUNT               PIC 9(05).
000290     05  NTF-RUN-ID              PIC 9(08).
000300     05  NTF-TEXT                PIC X(60).
000310     05  FILLER                  PIC X(03).
