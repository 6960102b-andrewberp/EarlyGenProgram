    01 billExtractRecord.
       05 beRecordType         PIC X(01).
       05 FILLER               PIC X(119).

    01 billExtractHeader REDEFINES billExtractRecord.
       05 bxRecordType         PIC X(01).
           88 bxIsHeader           VALUE "H".
       05 bxBillingMonth       PIC X(06).
       05 bxPeriodStart        PIC X(08).
       05 bxPeriodEnd          PIC X(08).
       05 bxRunDate            PIC X(08).
       05 bxOperatorId         PIC X(08).
       05 FILLER               PIC X(81).

    01 billExtractDetail REDEFINES billExtractRecord.
       05 bdRecordType         PIC X(01).
           88 bdIsDetail           VALUE "D".
       05 bdBillingMonth       PIC X(06).
       05 bdCorrespondentId    PIC X(08).
       05 bdBusinessUnit       PIC X(05).
       05 bdCountEncrypted     PIC 9(07).
       05 bdCountDecrypted     PIC 9(07).
       05 bdCountSolved        PIC 9(07).
       05 bdCountSuspended     PIC 9(07).
       05 bdUsageCharge        PIC 9(07)V99.
       05 bdSurcharge          PIC 9(07)V99.
       05 bdMinimumAdjustment  PIC 9(07)V99.
       05 bdTotalCharge        PIC 9(07)V99.
       05 FILLER               PIC X(36).

    01 billExtractTrailer REDEFINES billExtractRecord.
       05 btRecordType         PIC X(01).
           88 btIsTrailer          VALUE "T".
       05 btDetailCount        PIC 9(07).
       05 btTotalCharge        PIC 9(09)V99.
       05 FILLER               PIC X(101).
