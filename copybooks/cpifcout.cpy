       05 ihJobId              PIC X(08).
       05 ihOperatorId         PIC X(08).
       05 ihRunDate            PIC X(21).
       05 ihPartitionNo        PIC 9(02).
       05 FILLER               PIC X(83).

    01 interfaceDetailRecord REDEFINES interfaceRecord.
       05 idRecordType         PIC X(01).
