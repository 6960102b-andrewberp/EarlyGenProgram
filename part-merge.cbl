IDENTIFICATION DIVISION.
PROGRAM-ID. part-merge.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT partitionControlFile ASSIGN TO "PARTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS partitionControlFileStatus.
    SELECT partInputFile ASSIGN USING partInputFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS partInputFileStatus.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT runHistoryFile ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rhKey
        FILE STATUS IS runHistoryFileStatus.
    SELECT messageRegistryFile ASSIGN TO "MSGREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mrMessageId
        FILE STATUS IS messageRegistryFileStatus.
    SELECT plainExtractFile ASSIGN TO "PLAINEXT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS peMessageId
        FILE STATUS IS plainExtractFileStatus.
    SELECT interfaceFile ASSIGN TO "IFACEOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT transmitFile ASSIGN TO "XMITOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT resultFile ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT suspenseFile ASSIGN TO "SUSPOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT scoreReportFile ASSIGN TO "SCORERPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT checksumErrorFile ASSIGN TO "CKSUMERR"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT carryoverFile ASSIGN TO "CARRYOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT alertFile ASSIGN TO "ALERTOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT cipherLogFile ASSIGN TO "CIPHERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherLogFileStatus.
    SELECT partMergeReportFile ASSIGN TO "PARTMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  partitionControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpprtctl.

FD  partInputFile
    RECORD CONTAINS 3020 CHARACTERS.
01 partInputRecord PIC X(3020).

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  runHistoryFile
    RECORD CONTAINS 210 CHARACTERS.
    COPY cprunhst.

FD  messageRegistryFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpmsgreg.

FD  plainExtractFile
    RECORD CONTAINS 3020 CHARACTERS.
    COPY cpplnext.

FD  interfaceFile
    RECORD CONTAINS 123 CHARACTERS.
    COPY cpifcout.

FD  transmitFile
    RECORD CONTAINS 130 CHARACTERS.
    COPY cpxmtout.

FD  resultFile
    RECORD CONTAINS 350 CHARACTERS.
01 resultRecord PIC X(350).

FD  suspenseFile
    RECORD CONTAINS 1040 CHARACTERS.
01 suspenseRecord PIC X(1040).

FD  scoreReportFile
    RECORD CONTAINS 138 CHARACTERS.
01 scoreReportRecord PIC X(138).

FD  checksumErrorFile
    RECORD CONTAINS 1010 CHARACTERS.
01 checksumErrorRecord PIC X(1010).

FD  carryoverFile
    RECORD CONTAINS 150 CHARACTERS.
01 carryoverRecord PIC X(150).

FD  alertFile
    RECORD CONTAINS 80 CHARACTERS.
01 alertRecord PIC X(80).

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherLogRecord PIC X(100).

FD  partMergeReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cppmgrpt.

WORKING-STORAGE SECTION.
01 partitionControlFileStatus PIC X(02).
01 partInputFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).
01 runHistoryFileStatus PIC X(02).
01 messageRegistryFileStatus PIC X(02).
01 cipherLogFileStatus PIC X(02).
01 plainExtractFileStatus PIC X(02).

01 runDate PIC X(08).
01 partInputFileName PIC X(16).
01 partitionStem PIC X(10).
01 endOfPartInput PIC X(01) VALUE "N".
    88 noMorePartInput VALUE "Y".

01 partitionCount PIC 9(01) VALUE 0.
01 partIdx PIC 9(01).
01 partitionTable.
    05 partitionEntry OCCURS 8 TIMES.
       10 ptSplitCount         PIC 9(07).
       10 ptRecordsIn          PIC 9(07).
       10 ptRecordsOut         PIC 9(07).
       10 ptRecordsRejected    PIC 9(07).
       10 ptRecordsSuspended   PIC 9(07).
       10 ptRecordsCarried     PIC 9(07).
       10 ptInterfaceDetails   PIC 9(07).
       10 ptMessageCount       PIC 9(07).
       10 ptOutboundSegments   PIC 9(07).
       10 ptOutboundDetails    PIC 9(07).

01 mergeStemValues.
    05 FILLER PIC X(10) VALUE "TRANSOUT".
    05 FILLER PIC X(10) VALUE "SUSPOUT".
    05 FILLER PIC X(10) VALUE "SCORERPT".
    05 FILLER PIC X(10) VALUE "CKSUMERR".
    05 FILLER PIC X(10) VALUE "CARRYOUT".
    05 FILLER PIC X(10) VALUE "ALERTOUT".
    05 FILLER PIC X(10) VALUE "CIPHERLOG".
    05 FILLER PIC X(10) VALUE "PARTHIST".
    05 FILLER PIC X(10) VALUE "REGUPD".
    05 FILLER PIC X(10) VALUE "PLAINJNL".
01 mergeStemTable REDEFINES mergeStemValues.
    05 mergeStem OCCURS 10 TIMES PIC X(10).
01 stemIdx PIC 9(02).

01 problemText PIC X(60).
01 countProblems PIC 9(03) VALUE 0.
01 headerSeenSwitch PIC X(01).
    88 headerSeen VALUE "Y".
01 trailerSeenSwitch PIC X(01).
    88 trailerSeen VALUE "Y".
01 fileDetailCount PIC 9(07).
01 fileTrailerCount PIC 9(07).
01 fileTrailerMessages PIC 9(07).

01 countInterfaceDetails PIC 9(07) VALUE 0.
01 countTransmitDetails PIC 9(07) VALUE 0.
01 countTransmitMessages PIC 9(07) VALUE 0.
01 countMergedRecords PIC 9(07).
01 countHistoryRecords PIC 9(07) VALUE 0.
01 countRegistryUpdates PIC 9(07) VALUE 0.
01 countPlainExtract PIC 9(07) VALUE 0.

01 totalsFoundSwitch PIC X(01) VALUE "N".
    88 totalsFound VALUE "Y".
01 mergedTotals.
    05 totRunDate              PIC X(08).
    05 totJobId                PIC X(08).
    05 totMessageCount         PIC 9(05) VALUE 0.
    05 totCountEncrypted       PIC 9(05) VALUE 0.
    05 totCountDecrypted       PIC 9(05) VALUE 0.
    05 totCountSolved          PIC 9(05) VALUE 0.
    05 totChecksumMismatches   PIC 9(05) VALUE 0.
    05 totLowConfidenceCount   PIC 9(05) VALUE 0.
    05 totSuspendedCount       PIC 9(05) VALUE 0.
    05 totSumBestScore         PIC 9(09) VALUE 0.
    05 totKeyDriftCount        PIC 9(04) VALUE 0.
    05 totShiftUsageCount OCCURS 26 TIMES PIC 9(05).
01 shiftIdx PIC 9(02).

01 sumRecordsIn PIC 9(07) VALUE 0.
01 sumRecordsOut PIC 9(07) VALUE 0.
01 sumRecordsRejected PIC 9(07) VALUE 0.
01 sumRecordsSuspended PIC 9(07) VALUE 0.
01 sumRecordsCarried PIC 9(07) VALUE 0.
01 sumInterfaceDetails PIC 9(07) VALUE 0.
01 sumMessageCount PIC 9(07) VALUE 0.
01 sumOutboundSegments PIC 9(07) VALUE 0.
01 sumOutboundDetails PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadPartitionControl
    OPEN OUTPUT partMergeReportFile
    MOVE SPACES TO partMergeRptRecord
    STRING "Partition merge for run date " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        " partitions " DELIMITED BY SIZE
        partitionCount DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord

    OPEN INPUT runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        MOVE 1 TO partIdx
        MOVE "run control file RUNCTL not found; no partition has run" TO problemText
        PERFORM RecordPartitionProblem
    ELSE
        PERFORM VARYING partIdx FROM 1 BY 1
                UNTIL partIdx IS GREATER THAN partitionCount
            PERFORM CheckPartitionControl
        END-PERFORM
        CLOSE runControlFile
    END-IF
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        PERFORM CheckPartitionInterface
        PERFORM CheckPartitionTransmit
        PERFORM VARYING stemIdx FROM 1 BY 1
                UNTIL stemIdx IS GREATER THAN 10
            PERFORM CheckPartitionFile
        END-PERFORM
    END-PERFORM
    PERFORM CheckDailyMasterFiles

    IF countProblems IS GREATER THAN 0
        MOVE SPACES TO partMergeRptRecord
        STRING "MERGE REFUSED: " DELIMITED BY SIZE
            countProblems DELIMITED BY SIZE
            " partition problem(s); daily files not replaced" DELIMITED BY SIZE
            INTO partMergeRptRecord
        END-STRING
        WRITE partMergeRptRecord
        CLOSE partMergeReportFile
        DISPLAY "Partition merge refused: " countProblems " partition problem(s); see PARTMRPT"
        STOP RUN
    END-IF

    PERFORM MergeInterfaceFiles
    PERFORM MergeTransmitFiles
    PERFORM VARYING stemIdx FROM 1 BY 1
            UNTIL stemIdx IS GREATER THAN 6
        PERFORM MergeSequentialFile
    END-PERFORM
    PERFORM MergeRunHistory
    PERFORM ApplyRegistryUpdates
    PERFORM ApplyPlainTextJournal
    MOVE 7 TO stemIdx
    PERFORM MergeSequentialFile
    PERFORM WriteRunControl
    PERFORM WriteMergeSummary
    CLOSE partMergeReportFile
    DISPLAY "Partition merge complete: " partitionCount " partition(s), " countInterfaceDetails " interface detail(s)"
    STOP RUN.

LoadPartitionControl.
    OPEN INPUT partitionControlFile
    IF partitionControlFileStatus IS EQUAL TO "35"
        DISPLAY "Partition control card PARTCTL not found; cannot merge partitions"
        STOP RUN
    END-IF
    READ partitionControlFile
        AT END
            DISPLAY "Partition control card PARTCTL is empty; cannot merge partitions"
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
    MOVE ZEROS TO partitionTable
    PERFORM VARYING shiftIdx FROM 1 BY 1
            UNTIL shiftIdx IS GREATER THAN 26
        MOVE 0 TO totShiftUsageCount(shiftIdx)
    END-PERFORM.

CheckPartitionControl.
    MOVE runDate TO rcRunDate
    MOVE "TRANSP0" TO rcStepName
    MOVE partIdx TO rcStepName(8:1)
    READ runControlFile KEY IS rcKey
        INVALID KEY
            MOVE 0 TO ptSplitCount(partIdx)
            MOVE "no trans-split entry for this run date" TO problemText
            PERFORM RecordPartitionProblem
        NOT INVALID KEY
            MOVE rcRecordsOut TO ptSplitCount(partIdx)
    END-READ
    MOVE runDate TO rcRunDate
    MOVE "CIPHP0" TO rcStepName
    MOVE partIdx TO rcStepName(7:1)
    READ runControlFile KEY IS rcKey
        INVALID KEY
            MOVE "partition run has not completed for this run date" TO problemText
            PERFORM RecordPartitionProblem
        NOT INVALID KEY
            MOVE rcRecordsIn TO ptRecordsIn(partIdx)
            MOVE rcRecordsOut TO ptRecordsOut(partIdx)
            MOVE rcRecordsRejected TO ptRecordsRejected(partIdx)
            MOVE rcRecordsSuspended TO ptRecordsSuspended(partIdx)
            MOVE rcRecordsCarried TO ptRecordsCarried(partIdx)
            MOVE rcInterfaceDetails TO ptInterfaceDetails(partIdx)
            MOVE rcMessageCount TO ptMessageCount(partIdx)
            MOVE rcOutboundSegments TO ptOutboundSegments(partIdx)
            MOVE rcOutboundDetails TO ptOutboundDetails(partIdx)
            IF rcRecordsIn IS NOT EQUAL TO ptSplitCount(partIdx)
                MOVE "partition read count differs from trans-split count" TO problemText
                PERFORM RecordPartitionProblem
            END-IF
    END-READ.

CheckPartitionInterface.
    MOVE "IFACEOUT" TO partitionStem
    PERFORM BuildPartitionFileName
    OPEN INPUT partInputFile
    IF partInputFileStatus IS EQUAL TO "35"
        MOVE "interface file IFACEOUT not found" TO problemText
        PERFORM RecordPartitionProblem
    ELSE
        MOVE "N" TO headerSeenSwitch
        MOVE "N" TO trailerSeenSwitch
        MOVE 0 TO fileDetailCount
        MOVE 0 TO fileTrailerCount
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO interfaceRecord
            EVALUATE TRUE
                WHEN ihIsHeader
                    IF ihPartitionNo IS EQUAL TO partIdx
                            AND ihRunDate(1:8) IS EQUAL TO runDate
                        MOVE "Y" TO headerSeenSwitch
                    END-IF
                WHEN idIsDetail
                    ADD 1 TO fileDetailCount
                WHEN itIsTrailer
                    MOVE "Y" TO trailerSeenSwitch
                    MOVE itDetailCount TO fileTrailerCount
            END-EVALUATE
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
        EVALUATE TRUE
            WHEN NOT headerSeen
                MOVE "IFACEOUT header missing or not for this partition/date" TO problemText
                PERFORM RecordPartitionProblem
            WHEN NOT trailerSeen
                MOVE "IFACEOUT trailer missing; partition run incomplete" TO problemText
                PERFORM RecordPartitionProblem
            WHEN fileTrailerCount IS NOT EQUAL TO fileDetailCount
                MOVE "IFACEOUT trailer count differs from details" TO problemText
                PERFORM RecordPartitionProblem
            WHEN fileDetailCount IS NOT EQUAL TO ptInterfaceDetails(partIdx)
                MOVE "IFACEOUT details differ from partition run control" TO problemText
                PERFORM RecordPartitionProblem
        END-EVALUATE
    END-IF.

CheckPartitionTransmit.
    MOVE "XMITOUT" TO partitionStem
    PERFORM BuildPartitionFileName
    OPEN INPUT partInputFile
    IF partInputFileStatus IS EQUAL TO "35"
        MOVE "transmit file XMITOUT not found" TO problemText
        PERFORM RecordPartitionProblem
    ELSE
        MOVE "N" TO headerSeenSwitch
        MOVE "N" TO trailerSeenSwitch
        MOVE 0 TO fileDetailCount
        MOVE 0 TO fileTrailerCount
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO transmitRecord
            EVALUATE TRUE
                WHEN xhIsHeader
                    MOVE "Y" TO headerSeenSwitch
                WHEN xdIsDetail
                    ADD 1 TO fileDetailCount
                WHEN xtIsTrailer
                    MOVE "Y" TO trailerSeenSwitch
                    MOVE xtDetailCount TO fileTrailerCount
            END-EVALUATE
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
        EVALUATE TRUE
            WHEN NOT headerSeen OR NOT trailerSeen
                MOVE "XMITOUT header or trailer missing; partition run incomplete" TO problemText
                PERFORM RecordPartitionProblem
            WHEN fileTrailerCount IS NOT EQUAL TO fileDetailCount
                MOVE "XMITOUT trailer count differs from details" TO problemText
                PERFORM RecordPartitionProblem
        END-EVALUATE
    END-IF.

CheckPartitionFile.
    MOVE mergeStem(stemIdx) TO partitionStem
    PERFORM BuildPartitionFileName
    OPEN INPUT partInputFile
    IF partInputFileStatus IS EQUAL TO "35"
        MOVE SPACES TO problemText
        STRING "partition file " DELIMITED BY SIZE
            partInputFileName DELIMITED BY SPACE
            " not found" DELIMITED BY SIZE
            INTO problemText
        END-STRING
        PERFORM RecordPartitionProblem
    ELSE
        CLOSE partInputFile
    END-IF.

CheckDailyMasterFiles.
    OPEN INPUT runHistoryFile
    IF runHistoryFileStatus IS EQUAL TO "39"
        MOVE "RUNHIST record length conflict; convert before merging" TO problemText
        PERFORM RecordMasterFileProblem
    END-IF
    IF runHistoryFileStatus(1:1) IS EQUAL TO "0"
        CLOSE runHistoryFile
    END-IF
    OPEN INPUT messageRegistryFile
    IF messageRegistryFileStatus IS EQUAL TO "39"
        MOVE "MSGREG record length conflict; convert before merging" TO problemText
        PERFORM RecordMasterFileProblem
    END-IF
    IF messageRegistryFileStatus(1:1) IS EQUAL TO "0"
        CLOSE messageRegistryFile
    END-IF
    OPEN INPUT plainExtractFile
    IF plainExtractFileStatus IS EQUAL TO "39"
        MOVE "PLAINEXT record length conflict; convert before merging" TO problemText
        PERFORM RecordMasterFileProblem
    END-IF
    IF plainExtractFileStatus(1:1) IS EQUAL TO "0"
        CLOSE plainExtractFile
    END-IF.

BuildPartitionFileName.
    MOVE SPACES TO partInputFileName
    STRING partitionStem DELIMITED BY SPACE
        ".P0" DELIMITED BY SIZE
        partIdx DELIMITED BY SIZE
        INTO partInputFileName
    END-STRING.

ReadPartInput.
    READ partInputFile
        AT END MOVE "Y" TO endOfPartInput
    END-READ.

RecordPartitionProblem.
    ADD 1 TO countProblems
    MOVE SPACES TO partMergeRptRecord
    STRING "Partition " DELIMITED BY SIZE
        partIdx DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        problemText DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    DISPLAY "Partition " partIdx ": " problemText.

RecordMasterFileProblem.
    ADD 1 TO countProblems
    MOVE SPACES TO partMergeRptRecord
    STRING "Daily file: " DELIMITED BY SIZE
        problemText DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    DISPLAY "Daily file: " problemText.

MergeInterfaceFiles.
    OPEN OUTPUT interfaceFile
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE "IFACEOUT" TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO interfaceRecord
            EVALUATE TRUE
                WHEN ihIsHeader
                    IF partIdx IS EQUAL TO 1
                        MOVE 0 TO ihPartitionNo
                        WRITE interfaceRecord
                    END-IF
                WHEN idIsDetail
                    WRITE interfaceRecord
                    ADD 1 TO countInterfaceDetails
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    MOVE SPACES TO interfaceRecord
    MOVE "T" TO itRecordType
    MOVE countInterfaceDetails TO itDetailCount
    WRITE interfaceRecord
    CLOSE interfaceFile.

MergeTransmitFiles.
    OPEN OUTPUT transmitFile
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE "XMITOUT" TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO transmitRecord
            EVALUATE TRUE
                WHEN xhIsHeader
                    IF partIdx IS EQUAL TO 1
                        WRITE transmitRecord
                    END-IF
                WHEN xdIsDetail
                    WRITE transmitRecord
                    ADD 1 TO countTransmitDetails
                WHEN xtIsTrailer
                    ADD xtMessageCount TO countTransmitMessages
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    MOVE SPACES TO transmitRecord
    MOVE "T" TO xtRecordType
    MOVE countTransmitDetails TO xtDetailCount
    MOVE countTransmitMessages TO xtMessageCount
    WRITE transmitRecord
    CLOSE transmitFile.

MergeSequentialFile.
    EVALUATE stemIdx
        WHEN 1 OPEN OUTPUT resultFile
        WHEN 2 OPEN OUTPUT suspenseFile
        WHEN 3 OPEN OUTPUT scoreReportFile
        WHEN 4 OPEN OUTPUT checksumErrorFile
        WHEN 5 OPEN OUTPUT carryoverFile
        WHEN 6 OPEN OUTPUT alertFile
        WHEN OTHER
            OPEN EXTEND cipherLogFile
            IF cipherLogFileStatus IS EQUAL TO "35"
                OPEN OUTPUT cipherLogFile
            END-IF
    END-EVALUATE
    MOVE 0 TO countMergedRecords
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE mergeStem(stemIdx) TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            PERFORM WriteMergedRecord
            ADD 1 TO countMergedRecords
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    EVALUATE stemIdx
        WHEN 1 CLOSE resultFile
        WHEN 2 CLOSE suspenseFile
        WHEN 3 CLOSE scoreReportFile
        WHEN 4 CLOSE checksumErrorFile
        WHEN 5 CLOSE carryoverFile
        WHEN 6 CLOSE alertFile
        WHEN OTHER CLOSE cipherLogFile
    END-EVALUATE
    MOVE SPACES TO partMergeRptRecord
    STRING mergeStem(stemIdx) DELIMITED BY SIZE
        " merged : " DELIMITED BY SIZE
        countMergedRecords DELIMITED BY SIZE
        " record(s)" DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord.

WriteMergedRecord.
    EVALUATE stemIdx
        WHEN 1
            MOVE partInputRecord TO resultRecord
            WRITE resultRecord
        WHEN 2
            MOVE partInputRecord TO suspenseRecord
            WRITE suspenseRecord
        WHEN 3
            MOVE partInputRecord TO scoreReportRecord
            WRITE scoreReportRecord
        WHEN 4
            MOVE partInputRecord TO checksumErrorRecord
            WRITE checksumErrorRecord
        WHEN 5
            MOVE partInputRecord TO carryoverRecord
            WRITE carryoverRecord
        WHEN 6
            MOVE partInputRecord TO alertRecord
            WRITE alertRecord
        WHEN OTHER
            MOVE partInputRecord TO cipherLogRecord
            WRITE cipherLogRecord
    END-EVALUATE.

MergeRunHistory.
    OPEN I-O runHistoryFile
    IF runHistoryFileStatus IS EQUAL TO "35"
        OPEN OUTPUT runHistoryFile
        CLOSE runHistoryFile
        OPEN I-O runHistoryFile
    END-IF
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE "PARTHIST" TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO runHistoryRecord
            IF rhCorrespondentId IS EQUAL TO "*TOTALS*"
                PERFORM AccumulateHistoryTotals
            ELSE
                PERFORM WriteHistoryRecord
                ADD 1 TO countHistoryRecords
            END-IF
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    IF totalsFound
        MOVE SPACES TO runHistoryRecord
        MOVE totRunDate TO rhRunDate
        MOVE totJobId TO rhJobId
        MOVE "*TOTALS*" TO rhCorrespondentId
        MOVE totMessageCount TO rhMessageCount
        MOVE totCountEncrypted TO rhCountEncrypted
        MOVE totCountDecrypted TO rhCountDecrypted
        MOVE totCountSolved TO rhCountSolved
        MOVE totChecksumMismatches TO rhChecksumMismatches
        MOVE totLowConfidenceCount TO rhLowConfidenceCount
        MOVE totSuspendedCount TO rhSuspendedCount
        MOVE totKeyDriftCount TO rhKeyDriftCount
        IF rhMessageCount IS GREATER THAN 0
            COMPUTE rhChecksumFailRate ROUNDED =
                rhChecksumMismatches * 1000 / rhMessageCount
            COMPUTE rhLowConfidenceRate ROUNDED =
                rhLowConfidenceCount * 1000 / rhMessageCount
        ELSE
            MOVE 0 TO rhChecksumFailRate
            MOVE 0 TO rhLowConfidenceRate
        END-IF
        MOVE totSumBestScore TO rhSumBestScore
        PERFORM VARYING shiftIdx FROM 1 BY 1
                UNTIL shiftIdx IS GREATER THAN 26
            MOVE totShiftUsageCount(shiftIdx) TO rhShiftUsageCount(shiftIdx)
        END-PERFORM
        PERFORM WriteHistoryRecord
        ADD 1 TO countHistoryRecords
    END-IF
    CLOSE runHistoryFile.

AccumulateHistoryTotals.
    MOVE "Y" TO totalsFoundSwitch
    MOVE rhRunDate TO totRunDate
    MOVE rhJobId TO totJobId
    ADD rhMessageCount TO totMessageCount
    ADD rhCountEncrypted TO totCountEncrypted
    ADD rhCountDecrypted TO totCountDecrypted
    ADD rhCountSolved TO totCountSolved
    ADD rhChecksumMismatches TO totChecksumMismatches
    ADD rhLowConfidenceCount TO totLowConfidenceCount
    ADD rhSuspendedCount TO totSuspendedCount
    ADD rhSumBestScore TO totSumBestScore
    ADD rhKeyDriftCount TO totKeyDriftCount
    PERFORM VARYING shiftIdx FROM 1 BY 1
            UNTIL shiftIdx IS GREATER THAN 26
        ADD rhShiftUsageCount(shiftIdx) TO totShiftUsageCount(shiftIdx)
    END-PERFORM.

WriteHistoryRecord.
    WRITE runHistoryRecord
        INVALID KEY
            REWRITE runHistoryRecord
    END-WRITE.

ApplyRegistryUpdates.
    OPEN I-O messageRegistryFile
    IF messageRegistryFileStatus IS EQUAL TO "35"
        OPEN OUTPUT messageRegistryFile
        CLOSE messageRegistryFile
        OPEN I-O messageRegistryFile
    END-IF
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE "REGUPD" TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO messageRegistryRecord
            WRITE messageRegistryRecord
                INVALID KEY
                    REWRITE messageRegistryRecord
            END-WRITE
            ADD 1 TO countRegistryUpdates
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    CLOSE messageRegistryFile.

ApplyPlainTextJournal.
    OPEN I-O plainExtractFile
    IF plainExtractFileStatus IS EQUAL TO "35"
        OPEN OUTPUT plainExtractFile
        CLOSE plainExtractFile
        OPEN I-O plainExtractFile
    END-IF
    IF plainExtractFileStatus IS EQUAL TO "39"
        DISPLAY "Plaintext extract PLAINEXT record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE "PLAINJNL" TO partitionStem
        PERFORM BuildPartitionFileName
        OPEN INPUT partInputFile
        MOVE "N" TO endOfPartInput
        PERFORM ReadPartInput
        PERFORM UNTIL noMorePartInput
            MOVE partInputRecord TO plainExtractRecord
            WRITE plainExtractRecord
                INVALID KEY
                    REWRITE plainExtractRecord
            END-WRITE
            ADD 1 TO countPlainExtract
            PERFORM ReadPartInput
        END-PERFORM
        CLOSE partInputFile
    END-PERFORM
    CLOSE plainExtractFile.

WriteRunControl.
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        ADD ptRecordsIn(partIdx) TO sumRecordsIn
        ADD ptRecordsOut(partIdx) TO sumRecordsOut
        ADD ptRecordsRejected(partIdx) TO sumRecordsRejected
        ADD ptRecordsSuspended(partIdx) TO sumRecordsSuspended
        ADD ptRecordsCarried(partIdx) TO sumRecordsCarried
        ADD ptInterfaceDetails(partIdx) TO sumInterfaceDetails
        ADD ptMessageCount(partIdx) TO sumMessageCount
        ADD ptOutboundSegments(partIdx) TO sumOutboundSegments
        ADD ptOutboundDetails(partIdx) TO sumOutboundDetails
    END-PERFORM
    OPEN I-O runControlFile
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "CIPHMAIN" TO rcStepName
    MOVE sumRecordsIn TO rcRecordsIn
    MOVE sumRecordsOut TO rcRecordsOut
    MOVE sumRecordsRejected TO rcRecordsRejected
    MOVE sumRecordsSuspended TO rcRecordsSuspended
    MOVE sumRecordsCarried TO rcRecordsCarried
    MOVE sumInterfaceDetails TO rcInterfaceDetails
    MOVE sumMessageCount TO rcMessageCount
    MOVE sumOutboundSegments TO rcOutboundSegments
    MOVE sumOutboundDetails TO rcOutboundDetails
    PERFORM PostRunControlRecord
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "PARTMRG " TO rcStepName
    MOVE sumInterfaceDetails TO rcRecordsIn
    MOVE countInterfaceDetails TO rcRecordsOut
    MOVE 0 TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE 0 TO rcRecordsCarried
    MOVE countInterfaceDetails TO rcInterfaceDetails
    MOVE partitionCount TO rcMessageCount
    MOVE sumOutboundSegments TO rcOutboundSegments
    MOVE countTransmitDetails TO rcOutboundDetails
    IF countInterfaceDetails IS NOT EQUAL TO sumInterfaceDetails
            OR countTransmitDetails IS NOT EQUAL TO sumOutboundDetails
        MOVE "B" TO rcStepStatus
    END-IF
    PERFORM PostRunControlRecord
    CLOSE runControlFile.

PostRunControlRecord.
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE.

WriteMergeSummary.
    PERFORM VARYING partIdx FROM 1 BY 1
            UNTIL partIdx IS GREATER THAN partitionCount
        MOVE SPACES TO partMergeRptRecord
        STRING "Partition " DELIMITED BY SIZE
            partIdx DELIMITED BY SIZE
            " in " DELIMITED BY SIZE
            ptRecordsIn(partIdx) DELIMITED BY SIZE
            " out " DELIMITED BY SIZE
            ptRecordsOut(partIdx) DELIMITED BY SIZE
            " susp " DELIMITED BY SIZE
            ptRecordsSuspended(partIdx) DELIMITED BY SIZE
            " carry " DELIMITED BY SIZE
            ptRecordsCarried(partIdx) DELIMITED BY SIZE
            " iface " DELIMITED BY SIZE
            ptInterfaceDetails(partIdx) DELIMITED BY SIZE
            INTO partMergeRptRecord
        END-STRING
        WRITE partMergeRptRecord
    END-PERFORM
    MOVE SPACES TO partMergeRptRecord
    STRING "Interface details : " DELIMITED BY SIZE
        countInterfaceDetails DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    MOVE SPACES TO partMergeRptRecord
    STRING "Transmit details  : " DELIMITED BY SIZE
        countTransmitDetails DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    MOVE SPACES TO partMergeRptRecord
    STRING "History records   : " DELIMITED BY SIZE
        countHistoryRecords DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    MOVE SPACES TO partMergeRptRecord
    STRING "Registry updates  : " DELIMITED BY SIZE
        countRegistryUpdates DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    MOVE SPACES TO partMergeRptRecord
    STRING "Plaintext extract : " DELIMITED BY SIZE
        countPlainExtract DELIMITED BY SIZE
        INTO partMergeRptRecord
    END-STRING
    WRITE partMergeRptRecord
    MOVE SPACES TO partMergeRptRecord
    IF countInterfaceDetails IS NOT EQUAL TO sumInterfaceDetails
            OR countTransmitDetails IS NOT EQUAL TO sumOutboundDetails
        MOVE "Merge status      : OUT OF BALANCE" TO partMergeRptRecord
    ELSE
        MOVE "Merge status      : MERGED" TO partMergeRptRecord
    END-IF
    WRITE partMergeRptRecord.
