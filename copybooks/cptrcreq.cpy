    01 traceRequestRecord.
       05 trMessageId          PIC X(10).
       05 trOperatorId         PIC X(08).
       05 FILLER               PIC X(62).
