    01 plainExtractRecord.
       05 peMessageId          PIC X(10).
       05 peRunDate            PIC X(08).
       05 peCorrespondentId    PIC X(08).
       05 peRequestType        PIC X(01).
       05 peSegmentCount       PIC 9(02).
       05 peEncryptedText      PIC X(990).
       05 peDecryptedText      PIC X(990).
       05 peSolvedText         PIC X(990).
       05 FILLER               PIC X(21).
