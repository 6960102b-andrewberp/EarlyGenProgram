       05 mtCipherType         PIC X(01).
       05 mtKeyword            PIC X(16).
       05 mtLanguageCode       PIC X(02).
       05 mtBusinessUnit       PIC X(05).
       05 FILLER               PIC X(21).
