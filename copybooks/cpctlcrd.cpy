       05 ccWindowMinutes       PIC X(03).
       05 ccMessageLimit        PIC X(05).
       05 ccRerunOverride       PIC X(01).
       05 ccRedactText          PIC X(01).
           88 ccRedactionRequested  VALUE "Y".
       05 FILLER                PIC X(50).
