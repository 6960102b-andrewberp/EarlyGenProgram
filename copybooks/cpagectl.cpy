    01 agingControlRecord.
       05 acAsOfDate           PIC X(08).
       05 acThresholdEntry OCCURS 8 TIMES.
           10 acStatusCode     PIC X(01).
           10 acThresholdDays  PIC X(03).
       05 FILLER               PIC X(40).
