    MOVE 0 TO rcRecordsCarried
    MOVE detailRecordCount TO rcInterfaceDetails
    MOVE messageCount TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
