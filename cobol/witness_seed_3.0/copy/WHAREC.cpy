000010*----------------------------------------------------------------
000020* WHAREC - WAREHOUSE ACKNOWLEDGEMENT RECORD (WHACK)
000030*----------------------------------------------------------------
000040* WRITTEN BY THE ANALYTICS WAREHOUSE AFTER IT LOADS (OR REFUSES)
000050* A WHFEED INTERFACE FILE (SEE COPY/WHFREC.CPY), ONE RECORD PER
000060* FILE, AND READ BACK THE NEXT MORNING BY WITNESS-WHRECON.  THE
000070* COUNTS AND HASH TOTALS ARE WHAT THE WAREHOUSE ACTUALLY LOADED,
000080* FORMED EXACTLY AS ON THE WHFEED TRAILER, IN THE SAME SP KA KR
000090* CM ORDER, SO A RECORD DROPPED OR ALTERED IN TRANSIT SHOWS.
000100*   WHA-LOAD-STATUS    L - LOADED, R - REJECTED BY THE WAREHOUSE
000110* RECORD LENGTH IS 140 BYTES.
000120*----------------------------------------------------------------
000130 01  WAREHOUSE-ACK-RECORD.
000140     05  WHA-INTERFACE-ID        PIC X(08).
000150     05  WHA-RUN-ID              PIC 9(08).
000160     05  WHA-BUSINESS-DATE       PIC 9(08).
000170     05  WHA-LOAD-STATUS         PIC X(01).
000180         88  WHA-LOADED          VALUE "L".
000190         88  WHA-REJECTED        VALUE "R".
000200     05  WHA-TYPE-ENTRY          OCCURS 4 TIMES.
000210         10  WHA-TYPE            PIC X(02).
000220         10  WHA-COUNT           PIC 9(09).
000230         10  WHA-HASH            PIC 9(15).
000240     05  WHA-TOTAL-RECORDS       PIC 9(09).
000250     05  FILLER                  PIC X(02).
