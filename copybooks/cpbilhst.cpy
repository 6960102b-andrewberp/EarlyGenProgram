    01 billHistoryRecord.
       05 bhKey.
           10 bhBillingMonth       PIC X(06).
           10 bhCorrespondentId    PIC X(08).
       05 bhBusinessUnit       PIC X(05).
       05 bhPeriodStart        PIC X(08).
       05 bhPeriodEnd          PIC X(08).
       05 bhBilledDate         PIC X(08).
       05 bhOperatorId         PIC X(08).
       05 bhMessageCount       PIC 9(07).
       05 bhTotalCharge        PIC 9(09)V99.
       05 bhRerunFlag          PIC X(01).
           88 bhRebilled           VALUE "Y".
       05 FILLER               PIC X(30).
