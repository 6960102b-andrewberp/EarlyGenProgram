    SELECT checksumHistFile ASSIGN TO "CKSMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS checksumHistFileStatus.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT housekeepReportFile ASSIGN TO "HSKPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

    COPY cphskctl.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
    COPY cpciplog.

FD  cipherLogNewFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherLogNewRecord PIC X(100).

FD  cipherHistFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherHistRecord PIC X(100).

FD  checkpointFile
    RECORD CONTAINS 24871 CHARACTERS.
    RECORD CONTAINS 1018 CHARACTERS.
    COPY cpckshst.

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  housekeepReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cphskrpt.
01 checkpointFileStatus PIC X(02).
01 checksumErrorFileStatus PIC X(02).
01 checksumHistFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).

01 runDate PIC X(08).
01 runDateNum PIC 9(08).
    PERFORM PurgeCheckpoints
    PERFORM RollChecksumErrors
    PERFORM WriteHousekeepSummary
    PERFORM WriteRunControl
    CLOSE housekeepReportFile
    STOP RUN.

    DISPLAY "Housekeeping: " countLogArchived " log archived, "
        countCheckpointDeleted " checkpoints deleted, "
        countErrorsRolled " errors rolled".

WriteRunControl.
    OPEN I-O runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        OPEN OUTPUT runControlFile
        CLOSE runControlFile
        OPEN I-O runControlFile
    END-IF
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "HOUSEKP " TO rcStepName
    COMPUTE rcRecordsIn = countLogArchived + countLogRetained
    MOVE countLogRetained TO rcRecordsOut
    MOVE 0 TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE countLogArchived TO rcRecordsCarried
    MOVE 0 TO rcInterfaceDetails
    MOVE 0 TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE
    CLOSE runControlFile.
