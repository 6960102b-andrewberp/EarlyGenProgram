           88 mrSuspended          VALUE "S".
           88 mrInterfaced         VALUE "I".
           88 mrAcknowledged       VALUE "A".
           88 mrOutboundQueued     VALUE "O".
           88 mrWatchlistHeld      VALUE "W".
       05 mrCorrespondentId    PIC X(08).
       05 mrFirstSeenDate      PIC X(08).
       05 mrLastStatusDate     PIC X(08).
