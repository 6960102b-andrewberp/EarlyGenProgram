    01 keyDriftRptRecord PIC X(80).
