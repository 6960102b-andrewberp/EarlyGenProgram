    01 watchlistRecord.
       05 wlTerm               PIC X(20).
       05 wlSeverity           PIC X(01).
           88 wlSeverityHigh       VALUE "H".
           88 wlSeverityMedium     VALUE "M".
           88 wlSeverityLow        VALUE "L".
       05 wlAnalystId          PIC X(08).
       05 wlStatusCode         PIC X(01).
           88 wlActive             VALUE "A".
           88 wlRetired            VALUE "R".
       05 wlAddedDate          PIC X(08).
       05 wlChangedDate        PIC X(08).
       05 wlChangedBy          PIC X(08).
       05 FILLER               PIC X(06).
