    01 keyCompromiseCardRecord.
       05 kcCorrespondentId    PIC X(08).
       05 kcCipherType         PIC X(01).
           88 kcCipherCaesar       VALUE "C".
           88 kcCipherKeyword      VALUE "K".
       05 kcShiftKey           PIC X(02).
       05 kcKeyword            PIC X(16).
       05 kcFromDate           PIC X(08).
       05 kcOperatorId         PIC X(08).
       05 FILLER               PIC X(37).
