           88 cmCipherKeyword      VALUE "K".
       05 cmKeyword            PIC X(16).
       05 cmLanguageCode       PIC X(02).
       05 cmKeyCompromiseFlag  PIC X(01).
           88 cmKeyCompromised     VALUE "Y".
       05 cmCompromiseDate     PIC X(08).
       05 cmBusinessUnit       PIC X(05).
