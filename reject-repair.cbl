        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT repairedTransFile ASSIGN TO "TRANSFIX"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT carriedRejectFile ASSIGN TO "REJOUT"
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpcorrm.

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  repairedTransFile
    RECORD CONTAINS 150 CHARACTERS.
01 repairedRecord PIC X(150).
01 fixCardFileStatus PIC X(02).
01 repairControlFileStatus PIC X(02).
01 corrMasterFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).
01 corrMasterAvailableSwitch PIC X(01) VALUE "Y".
    88 corrMasterAvailable VALUE "Y".
01 endOfRejects PIC X(1) VALUE "N".
    OPEN INPUT rejectFile
    IF rejectFileStatus IS EQUAL TO "35"
        DISPLAY "Reject file REJIN not found; nothing to repair"
        PERFORM WriteRunControl
        STOP RUN
    END-IF
    PERFORM LoadFixCards
        PERFORM ReadReject
    END-PERFORM
    PERFORM WriteRepairSummary
    PERFORM WriteRunControl
    CLOSE rejectFile
    CLOSE correspondentMasterFile
    CLOSE repairedTransFile
    WRITE repairRptRecord

    DISPLAY "Reject repair: " countRepaired " repaired, " countCarried " carried forward, " countPurged " purged".

WriteRunControl.
    OPEN I-O runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        OPEN OUTPUT runControlFile
        CLOSE runControlFile
        OPEN I-O runControlFile
    END-IF
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "REJREPR " TO rcStepName
    MOVE countRead TO rcRecordsIn
    MOVE countRepaired TO rcRecordsOut
    MOVE countPurged TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE countCarried TO rcRecordsCarried
    MOVE 0 TO rcInterfaceDetails
    MOVE countRepaired TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE
    CLOSE runControlFile.
