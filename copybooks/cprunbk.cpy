    01 runBookRecord PIC X(80).
