       05 spBestScore          PIC 9(04).
       05 spSegmentCount       PIC 9(02).
       05 spMessageText        PIC X(990).
       05 spHoldReasonCode     PIC X(01).
           88 spHeldLowConfidence  VALUE "L".
           88 spHeldKeyQuarantine  VALUE "Q".
           88 spHeldWatchlist      VALUE "W".
       05 FILLER               PIC X(06).
