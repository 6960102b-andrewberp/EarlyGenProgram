    01 stepTableRecord.
       05 stStepName           PIC X(08).
       05 stCommand            PIC X(64).
       05 FILLER               PIC X(08).
