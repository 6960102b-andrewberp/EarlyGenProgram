           88 srLowConfidence      VALUE "Y".
       05 srCandidateText      PIC X(99).
       05 srLanguageCode       PIC X(02).
       05 srKeywordTried       PIC X(16).
       05 srKeyLengthEst       PIC 9(02).
       05 srCandidateSource    PIC X(01).
           88 srFromMaster         VALUE "M".
           88 srRecoveredKey       VALUE "R".
