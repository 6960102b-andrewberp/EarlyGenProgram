    01 rateTableRecord.
       05 rtEffectiveDate      PIC X(08).
       05 rtEncryptRate        PIC 9(03)V9(04).
       05 rtDecryptRate        PIC 9(03)V9(04).
       05 rtSolveRate          PIC 9(03)V9(04).
       05 rtSuspenseSurcharge  PIC 9(03)V9(04).
       05 rtMinimumCharge      PIC 9(07)V99.
       05 FILLER               PIC X(35).
