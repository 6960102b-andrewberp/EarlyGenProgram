       05 calDate              PIC X(08).
       05 calDayType           PIC X(01).
           88 calHoliday           VALUE "H".
           88 calMonthEnd          VALUE "M".
       05 calDescription       PIC X(30).
       05 FILLER               PIC X(41).
