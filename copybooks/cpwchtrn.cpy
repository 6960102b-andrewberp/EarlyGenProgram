    01 watchTransRecord.
       05 wtActionCode         PIC X(01).
           88 wtAddTerm            VALUE "A".
           88 wtChangeTerm         VALUE "C".
           88 wtRetireTerm         VALUE "D".
       05 wtTerm               PIC X(20).
       05 wtSeverity           PIC X(01).
       05 wtAnalystId          PIC X(08).
       05 wtOperatorId         PIC X(08).
       05 FILLER               PIC X(42).
