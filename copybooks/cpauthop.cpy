    01 authorizedOperatorRecord.
       05 aoOperatorId         PIC X(08).
       05 aoOperatorName       PIC X(30).
       05 FILLER               PIC X(42).
