       05 clLowConfidenceFlag  PIC X(01).
           88 clLowConfidence      VALUE "Y".
       05 clLanguageCode       PIC X(02).
       05 clKeywordUsed        PIC X(16).
       05 clKeyLengthEst       PIC 9(02).
       05 clCorrespondentId    PIC X(08).
       05 clMasterShift        PIC 99.
