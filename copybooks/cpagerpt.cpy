    01 agingRptRecord PIC X(80).
