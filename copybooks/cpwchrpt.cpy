    01 watchRptRecord PIC X(80).
