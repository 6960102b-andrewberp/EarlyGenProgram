       05 rhSumBestScore       PIC 9(09).
       05 rhShiftUsage.
           10 rhShiftUsageCount OCCURS 26 TIMES PIC 9(05).
       05 rhKeyDriftCount      PIC 9(04).
