    01 alertRecord.
       05 alRunDate            PIC X(08).
       05 alMessageId          PIC X(10).
       05 alCorrespondentId    PIC X(08).
       05 alTerm               PIC X(20).
       05 alSeverity           PIC X(01).
           88 alSeverityHigh       VALUE "H".
       05 alAnalystId          PIC X(08).
       05 alTextSource         PIC X(01).
           88 alFromDecrypted      VALUE "D".
           88 alFromSolved         VALUE "S".
       05 alHeldFlag           PIC X(01).
           88 alMessageHeld        VALUE "Y".
       05 FILLER               PIC X(23).
