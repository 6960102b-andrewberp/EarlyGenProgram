IDENTIFICATION DIVISION.
PROGRAM-ID. trans-split.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT partitionControlFile ASSIGN TO "PARTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS partitionControlFileStatus.
    SELECT transactionFile ASSIGN TO "TRANSVAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transactionFileStatus.
    SELECT partitionFile ASSIGN USING partitionFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.

DATA DIVISION.

FILE SECTION.
FD  partitionControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpprtctl.

FD  transactionFile
    RECORD CONTAINS 150 CHARACTERS.
    COPY cptrnin.

FD  partitionFile
    RECORD CONTAINS 150 CHARACTERS.
01 partitionRecord PIC X(150).

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

WORKING-STORAGE SECTION.
01 partitionControlFileStatus PIC X(02).
01 transactionFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).

01 runDate PIC X(08).
01 partitionFileName PIC X(16).
01 endOfTransactions PIC X(01) VALUE "N".
    88 noMoreTransactions VALUE "Y".

01 partitionCount PIC 9(01) VALUE 0.
01 partitionTable.
    05 partitionEntry OCCURS 8 TIMES.
       10 ptLowCorrespondentId PIC X(08).
       10 ptRecordCount        PIC 9(07).
       10 ptMessageCount       PIC 9(07).
01 partIdx PIC 9(01).
01 rangeIdx PIC 9(01).
01 targetPartition PIC 9(01).

01 countRead PIC 9(07) VALUE 0.
01 countWritten PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadPartitionControl
    OPEN INPUT transactionFile
    IF transactionFileStatus IS EQUAL TO "35"
        DISPLAY "Validated transaction file TRANSVAL not found; run trans-edit first"
        STOP RUN
    END-IF
    CLOSE transactionFile

    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        PERFORM WritePartitionFile
    END-PERFORM

    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        ADD ptRecordCount(partIdx) TO countWritten
        DISPLAY "Partition " partIdx ": " ptRecordCount(partIdx) " record(s), " ptMessageCount(partIdx) " message(s)"
    END-PERFORM
    PERFORM WriteRunControl
    DISPLAY "Transaction split complete: " countRead " read, " countWritten " written to " partitionCount " partition(s)"
    STOP RUN.

LoadPartitionControl.
    OPEN INPUT partitionControlFile
    IF partitionControlFileStatus IS EQUAL TO "35"
        DISPLAY "Partition control card PARTCTL not found; cannot split TRANSVAL"
        STOP RUN
    END-IF
    READ partitionControlFile
        AT END
            DISPLAY "Partition control card PARTCTL is empty; cannot split TRANSVAL"
            CLOSE partitionControlFile
            STOP RUN
    END-READ
    CLOSE partitionControlFile
    IF pcPartitionCount IS NOT NUMERIC
            OR pcPartitionCount IS EQUAL TO "0"
            OR pcPartitionCount IS GREATER THAN "8"
        DISPLAY "Partition control card PARTCTL count " pcPartitionCount " is not 1 through 8"
        STOP RUN
    END-IF
    MOVE pcPartitionCount TO partitionCount
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN 8
        MOVE pcLowCorrespondentId(partIdx) TO ptLowCorrespondentId(partIdx)
        MOVE 0 TO ptRecordCount(partIdx)
        MOVE 0 TO ptMessageCount(partIdx)
    END-PERFORM
    MOVE LOW-VALUES TO ptLowCorrespondentId(1)
    PERFORM VARYING partIdx FROM 2 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        IF ptLowCorrespondentId(partIdx) IS EQUAL TO SPACES
                OR ptLowCorrespondentId(partIdx) IS NOT GREATER THAN ptLowCorrespondentId(partIdx - 1)
            DISPLAY "Partition control card PARTCTL range " partIdx " low id " ptLowCorrespondentId(partIdx) " is blank or out of sequence"
            STOP RUN
        END-IF
    END-PERFORM.

WritePartitionFile.
    MOVE SPACES TO partitionFileName
    STRING "TRANSVAL.P0" partIdx DELIMITED BY SIZE
        INTO partitionFileName
    END-STRING
    OPEN OUTPUT partitionFile
    OPEN INPUT transactionFile
    MOVE "N" TO endOfTransactions
    PERFORM ReadTransaction
    PERFORM UNTIL noMoreTransactions
        IF partIdx IS EQUAL TO 1
            ADD 1 TO countRead
        END-IF
        PERFORM LocatePartition
        IF targetPartition IS EQUAL TO partIdx
            MOVE transInRecord TO partitionRecord
            WRITE partitionRecord
            ADD 1 TO ptRecordCount(partIdx)
            IF tiLastSegment
                    OR tiSegmentSeq IS NOT NUMERIC
                    OR tiSegmentSeq IS EQUAL TO "00"
                ADD 1 TO ptMessageCount(partIdx)
            END-IF
        END-IF
        PERFORM ReadTransaction
    END-PERFORM
    CLOSE transactionFile
    CLOSE partitionFile.

ReadTransaction.
    READ transactionFile
        AT END MOVE "Y" TO endOfTransactions
    END-READ.

LocatePartition.
    MOVE 1 TO targetPartition
    PERFORM VARYING rangeIdx FROM 2 BY 1
            UNTIL rangeIdx IS GREATER THAN partitionCount
        IF tiCorrespondentId IS NOT LESS THAN ptLowCorrespondentId(rangeIdx)
            MOVE rangeIdx TO targetPartition
        END-IF
    END-PERFORM.

WriteRunControl.
    OPEN I-O runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        OPEN OUTPUT runControlFile
        CLOSE runControlFile
        OPEN I-O runControlFile
    END-IF
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE SPACES TO runControlRecord
        MOVE runDate TO rcRunDate
        MOVE "TRANSP0" TO rcStepName
        MOVE partIdx TO rcStepName(8:1)
        MOVE ptRecordCount(partIdx) TO rcRecordsIn
        MOVE ptRecordCount(partIdx) TO rcRecordsOut
        PERFORM SetZeroControlCounts
        MOVE ptMessageCount(partIdx) TO rcMessageCount
        PERFORM PostRunControlRecord
    END-PERFORM
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "TRANSPLT" TO rcStepName
    MOVE countRead TO rcRecordsIn
    MOVE countWritten TO rcRecordsOut
    PERFORM SetZeroControlCounts
    MOVE partitionCount TO rcMessageCount
    IF countWritten IS NOT EQUAL TO countRead
        MOVE "B" TO rcStepStatus
    END-IF
    PERFORM PostRunControlRecord
    CLOSE runControlFile.

SetZeroControlCounts.
    MOVE 0 TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE 0 TO rcRecordsCarried
    MOVE 0 TO rcInterfaceDetails
    MOVE 0 TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails.

PostRunControlRecord.
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE.
