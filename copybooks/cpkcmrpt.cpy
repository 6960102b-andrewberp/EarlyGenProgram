    01 keyCompromiseRptRecord PIC X(80).
