    01 keyDriftControlRecord.
       05 dcFromDate           PIC X(08).
       05 dcToDate             PIC X(08).
       05 dcMinEvents          PIC X(03).
       05 dcOperatorId         PIC X(08).
       05 FILLER               PIC X(53).
