01 seenIdx PIC 9(04).
01 duplicateSwitch PIC X(01) VALUE "N".
    88 duplicateMessageId VALUE "Y".
01 requeuedSwitch PIC X(01) VALUE "N".
    88 requeuedMessage VALUE "Y".
01 requeuedFirstSeenDate PIC X(08).
01 requeuedResubmitCount PIC 9(02).
01 correspondentKnownSwitch PIC X(01) VALUE "Y".
    88 correspondentKnown VALUE "Y".
01 j PIC 9(02).

CheckDuplicateMessageId.
    MOVE "N" TO duplicateSwitch
    MOVE "N" TO requeuedSwitch
    MOVE "N" TO continuationSwitch
    IF tiMessageId IS EQUAL TO prevMessageId
            AND tiSegmentSeq IS NUMERIC
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF mrValidated
                            AND mrResubmitCount IS NUMERIC
                            AND mrResubmitCount IS GREATER THAN 0
                        MOVE "Y" TO requeuedSwitch
                        MOVE mrFirstSeenDate TO requeuedFirstSeenDate
                        MOVE mrResubmitCount TO requeuedResubmitCount
                        DISPLAY "CheckDuplicateMessageId: " tiMessageId " requeued from suspense on " mrLastStatusDate "; accepted as resubmission " mrResubmitCount
                    ELSE
                        MOVE "Y" TO duplicateSwitch
                        DISPLAY "CheckDuplicateMessageId: " tiMessageId " already on message registry with status " mrStatusCode " from " mrLastStatusDate
                    END-IF
            END-READ
        END-IF
    END-IF.
    MOVE runDate TO mrFirstSeenDate
    MOVE runDate TO mrLastStatusDate
    MOVE 0 TO mrResubmitCount
    IF requeuedMessage
        MOVE requeuedFirstSeenDate TO mrFirstSeenDate
        MOVE requeuedResubmitCount TO mrResubmitCount
    END-IF
    WRITE messageRegistryRecord
        INVALID KEY
            REWRITE messageRegistryRecord
    MOVE 0 TO rcRecordsCarried
    MOVE 0 TO rcInterfaceDetails
    MOVE 0 TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
