    01 partMergeRptRecord PIC X(80).
