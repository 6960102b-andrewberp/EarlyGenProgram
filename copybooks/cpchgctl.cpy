    01 chargebackControlRecord.
       05 cbBillingMonth       PIC X(06).
       05 cbRerunOverride      PIC X(01).
       05 cbOperatorId         PIC X(08).
       05 FILLER               PIC X(65).
