    01 billStatementRecord PIC X(80).
