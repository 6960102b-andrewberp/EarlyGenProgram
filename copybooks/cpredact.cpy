    01 redactedText.
       05 rdTextPrefix         PIC X(08).
       05 rdRedactTag          PIC X(09).
           88 rdTextIsRedacted     VALUE " *** len ".
       05 rdTextLength         PIC 9(04).
       05 rdChecksumTag        PIC X(04).
       05 rdTextChecksum       PIC 9(05).
