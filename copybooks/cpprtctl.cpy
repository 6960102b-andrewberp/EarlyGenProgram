    01 partitionControlRecord.
       05 pcPartitionCount     PIC X(01).
       05 pcLowCorrespondentId PIC X(08) OCCURS 8 TIMES.
       05 FILLER               PIC X(15).
