
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT transactionFile ASSIGN USING transactionFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transactionFileStatus.
    SELECT resultFile ASSIGN USING resultFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT scoreReportFile ASSIGN USING scoreReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT controlCardFile ASSIGN TO "CONTROLCD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS controlCardFileStatus.
    SELECT cipherLogFile ASSIGN USING cipherLogFileName
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherLogFileStatus.
    SELECT summaryReportFile ASSIGN USING summaryReportFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT checkpointFile ASSIGN USING checkpointFileName
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ckKey
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT checksumErrorFile ASSIGN USING checksumErrorFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT interfaceFile ASSIGN USING interfaceFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT transmitFile ASSIGN USING transmitFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT languageProfileFile ASSIGN TO "LANGPROF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS languageFileStatus.
    SELECT suspenseFile ASSIGN USING suspenseFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT runHistoryFile ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        FILE STATUS IS resubmitInFileStatus.
    SELECT resubmitExcFile ASSIGN TO "RESUBEXC"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT carryoverFile ASSIGN USING carryoverFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
    SELECT calendarFile ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS calendarFileStatus.
    SELECT watchlistFile ASSIGN TO "WATCHLST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS wlTerm
        FILE STATUS IS watchlistFileStatus.
    SELECT alertFile ASSIGN USING alertFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT partitionHistFile ASSIGN USING partitionHistFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT registryJournalFile ASSIGN USING registryJournalFileName
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT plainExtractFile ASSIGN TO "PLAINEXT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS peMessageId
        FILE STATUS IS plainExtractFileStatus.
    SELECT plainJournalFile ASSIGN USING plainJournalFileName
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

    COPY cptrnout.

FD  scoreReportFile
    RECORD CONTAINS 138 CHARACTERS.
    COPY cpscorpt.

FD  controlCardFile
    COPY cpctlcrd.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
    COPY cpciplog.

FD  summaryReportFile
    RECORD CONTAINS 123 CHARACTERS.
    COPY cpifcout.

FD  transmitFile
    RECORD CONTAINS 130 CHARACTERS.
    COPY cpxmtout.

FD  languageProfileFile
    RECORD CONTAINS 81 CHARACTERS.
    COPY cplngprf.
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpcalndr.

FD  watchlistFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpwatchl.

FD  alertFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpalert.

FD  partitionHistFile
    RECORD CONTAINS 210 CHARACTERS.
01 partitionHistRecord PIC X(210).

FD  registryJournalFile
    RECORD CONTAINS 60 CHARACTERS.
01 registryJournalRecord PIC X(60).

FD  plainExtractFile
    RECORD CONTAINS 3020 CHARACTERS.
    COPY cpplnext.

FD  plainJournalFile
    RECORD CONTAINS 3020 CHARACTERS.
01 plainJournalRecord PIC X(3020).

WORKING-STORAGE SECTION.
01 inputString PIC X(990).
01 encryptedString PIC X(990).
    88 noMoreTransactions VALUE "Y".

01 candidateTable.
    05 candidateEntry OCCURS 26 TIMES.
        10 candidateText PIC X(990).
        10 candidateScore PIC 9(04).
01 bestShift PIC 99.
01 corrMasterFileStatus PIC X(02).
01 corrMasterAvailableSwitch PIC X(01) VALUE "Y".
    88 corrMasterAvailable VALUE "Y".
01 corrMasterFoundSwitch PIC X(01) VALUE "N".
    88 corrMasterFound VALUE "Y".
01 keyQuarantineSwitch PIC X(01) VALUE "N".
    88 keyQuarantined VALUE "Y".
01 countQuarantined PIC 9(05) VALUE 0.
01 keyDriftSwitch PIC X(01) VALUE "N".
    88 keyDriftDetected VALUE "Y".
01 driftScoreFloor PIC 9(04) VALUE 2000.
01 countKeyDrift PIC 9(05) VALUE 0.

01 watchlistFileStatus PIC X(02).
01 endOfWatchlist PIC X(01) VALUE "N".
    88 noMoreWatchlist VALUE "Y".
01 watchlistTable.
    05 watchEntry OCCURS 200 TIMES.
        10 weTerm PIC X(20).
        10 weTermLength PIC 9(02).
        10 weSeverity PIC X(01).
        10 weAnalystId PIC X(08).
01 watchlistCount PIC 9(03) VALUE 0.
01 watchIdx PIC 9(03).
01 watchHitCount PIC 9(03).
01 watchTextSource PIC X(01).
01 screenDecryptedText PIC X(990).
01 screenSolvedText PIC X(990).
01 watchlistHeldSwitch PIC X(01) VALUE "N".
    88 watchlistHeld VALUE "Y".
01 countWatchAlerts PIC 9(05) VALUE 0.
01 countWatchHeld PIC 9(05) VALUE 0.

01 computedChecksum PIC 9(05).
01 checksumMismatchSwitch PIC X(01) VALUE "N".
    88 checksumMismatch VALUE "Y".

01 interfaceDetailCount PIC 9(07) VALUE 0.
01 transmitDetailCount PIC 9(07) VALUE 0.
01 countTransmitMessages PIC 9(05) VALUE 0.
01 countOutboundSegments PIC 9(07) VALUE 0.
01 transmitWrittenSwitch PIC X(01) VALUE "N".
    88 transmitWritten VALUE "Y".
01 countSuspended PIC 9(05) VALUE 0.
01 countMessages PIC 9(05) VALUE 0.
01 countChecksumMismatch PIC 9(05) VALUE 0.
        10 csLowConfidenceCount PIC 9(05).
        10 csSolvedCount PIC 9(05).
        10 csSumBestScore PIC 9(09).
        10 csSuspendedCount PIC 9(05).
        10 csKeyDriftCount PIC 9(04).
        10 csEncryptedCount PIC 9(05).
        10 csDecryptedCount PIC 9(05).
01 corrStatsCount PIC 9(02) VALUE 0.
01 csIdx PIC 9(02).
01 csFoundIdx PIC 9(02).
01 kwChar PIC X(01).
01 kwShift PIC 99.
01 keywordCandidateTable.
    05 keywordCandidate OCCURS 26 TIMES PIC X(16).
01 keywordCandidateCount PIC 99.
01 recoveredKeyword PIC X(16).
01 recoveredCandidateIdx PIC 99 VALUE 0.
01 keyLengthEstimate PIC 99 VALUE 0.
01 analysisText PIC X(990).
01 analysisLetterCount PIC 9(04).
01 trialKeyLength PIC 99.
01 maxTrialKeyLength PIC 99.
01 columnIdx PIC 99.
01 columnLetterTable.
    05 columnEntry OCCURS 16 TIMES.
        10 columnTotal PIC 9(04).
        10 columnLetterCount OCCURS 26 TIMES PIC 9(03).
01 coincidenceSum PIC 9(09).
01 columnCoincidence PIC 9(05).
01 periodCoincidenceSum PIC 9(07).
01 periodCoincidenceTable.
    05 periodCoincidence OCCURS 16 TIMES PIC 9(05).
01 bestCoincidence PIC 9(05).
01 coincidenceThreshold PIC 9(05).
01 columnShift PIC 99.
01 columnBestShift PIC 99.
01 columnCorrelation PIC 9(09).
01 columnBestCorrelation PIC 9(09).
01 endOfMasterSwitch PIC X(01) VALUE "Y".
    88 noMoreMasterRecords VALUE "Y".


01 messageRegistryFileStatus PIC X(02).
01 registryStatusCode PIC X(01).
01 registryNewSwitch PIC X(01).
    88 registryNewRecord VALUE "Y".
01 interfaceWrittenSwitch PIC X(01) VALUE "N".
    88 interfaceWritten VALUE "Y".

01 countCarriedOver PIC 9(05) VALUE 0.
01 countCarryoverRecords PIC 9(07) VALUE 0.

01 partitionNo PIC 9(02) VALUE 0.
01 partitionRunSwitch PIC X(01) VALUE "N".
    88 partitionRun VALUE "Y".
01 partitionSuffix PIC X(04) VALUE SPACES.
01 transactionFileName PIC X(16) VALUE "TRANSVAL".
01 resultFileName PIC X(16) VALUE "TRANSOUT".
01 scoreReportFileName PIC X(16) VALUE "SCORERPT".
01 cipherLogFileName PIC X(16) VALUE "CIPHERLOG".
01 summaryReportFileName PIC X(16) VALUE "SUMMRPT".
01 checkpointFileName PIC X(16) VALUE "CHECKPT".
01 checksumErrorFileName PIC X(16) VALUE "CKSUMERR".
01 interfaceFileName PIC X(16) VALUE "IFACEOUT".
01 transmitFileName PIC X(16) VALUE "XMITOUT".
01 suspenseFileName PIC X(16) VALUE "SUSPOUT".
01 carryoverFileName PIC X(16) VALUE "CARRYOUT".
01 partitionHistFileName PIC X(16) VALUE "PARTHIST".
01 registryJournalFileName PIC X(16) VALUE "REGUPD".
01 alertFileName PIC X(16) VALUE "ALERTOUT".
01 plainJournalFileName PIC X(16) VALUE "PLAINJNL".

01 runControlFileStatus PIC X(02).
01 countSegmentsRead PIC 9(07) VALUE 0.
01 countResultRecords PIC 9(07) VALUE 0.
01 gateRunDateNum PIC 9(08).
01 dayOfWeekNum PIC 9(01).

01 plainExtractFileStatus PIC X(02).
01 redactTextSwitch PIC X(01) VALUE "N".
    88 redactText VALUE "Y".
01 maskSourceText PIC X(990).
01 maskSourceLength PIC 9(04).
01 maskTextLength PIC 9(04).
01 maskChecksum PIC 9(05).
01 maskIdx PIC 9(04).
01 countPlainExtract PIC 9(05) VALUE 0.
COPY cpredact.

PROCEDURE DIVISION.
    PERFORM LoadControlCard
    PERFORM CheckRunStartGate
    PERFORM LoadLanguageProfiles
    PERFORM LoadWatchlist
    OPEN INPUT transactionFile
    IF transactionFileStatus IS EQUAL TO "35"
        IF partitionRun
            DISPLAY "Partition input " transactionFileName " not found; run trans-split first"
        ELSE
            DISPLAY "Validated transaction file TRANSVAL not found; run trans-edit first"
        END-IF
        STOP RUN
    END-IF
    OPEN OUTPUT resultFile
    OPEN OUTPUT scoreReportFile
    IF partitionRun
        OPEN OUTPUT cipherLogFile
    ELSE
        OPEN EXTEND cipherLogFile
        IF cipherLogFileStatus IS EQUAL TO "35"
            OPEN OUTPUT cipherLogFile
        END-IF
    END-IF
    IF rerunNoted
        PERFORM WriteRerunAuditEntry
    OPEN OUTPUT summaryReportFile
    OPEN OUTPUT checksumErrorFile
    OPEN OUTPUT interfaceFile
    OPEN OUTPUT transmitFile
    OPEN OUTPUT suspenseFile
    OPEN OUTPUT alertFile
    OPEN INPUT correspondentMasterFile
    IF corrMasterFileStatus IS EQUAL TO "35"
        OPEN OUTPUT correspondentMasterFile
        DISPLAY "Correspondent master CORRMAST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    IF partitionRun
        OPEN INPUT messageRegistryFile
        IF messageRegistryFileStatus IS EQUAL TO "35"
            OPEN OUTPUT messageRegistryFile
            CLOSE messageRegistryFile
            OPEN INPUT messageRegistryFile
        END-IF
        OPEN OUTPUT registryJournalFile
    ELSE
        OPEN I-O messageRegistryFile
        IF messageRegistryFileStatus IS EQUAL TO "35"
            OPEN OUTPUT messageRegistryFile
            CLOSE messageRegistryFile
            OPEN I-O messageRegistryFile
        END-IF
    END-IF
    IF messageRegistryFileStatus IS EQUAL TO "39"
        DISPLAY "Message registry MSGREG record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    IF partitionRun
        OPEN OUTPUT plainJournalFile
    ELSE
        IF redactText
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
        END-IF
    END-IF
    OPEN OUTPUT carryoverFile
    PERFORM WriteInterfaceHeader
    PERFORM WriteTransmitHeader
    IF partitionRun AND partitionNo IS GREATER THAN 1
        CONTINUE
    ELSE
        PERFORM MergeResubmits
    END-IF
    PERFORM MarkRunStartTime
    MOVE 1 TO passNumber
    PERFORM ProcessTransactionPass
    CLOSE correspondentMasterFile
    CLOSE checksumErrorFile
    CLOSE interfaceFile
    CLOSE transmitFile
    CLOSE suspenseFile
    CLOSE alertFile
    CLOSE messageRegistryFile
    IF partitionRun
        CLOSE registryJournalFile
        CLOSE plainJournalFile
    ELSE
        IF redactText
            CLOSE plainExtractFile
        END-IF
    END-IF
    STOP RUN.

LoadControlCard.
                IF ccRerunOverride IS EQUAL TO "Y"
                    MOVE "Y" TO rerunOverrideSwitch
                END-IF
                IF ccRedactionRequested
                    MOVE "Y" TO redactTextSwitch
                END-IF
        END-READ
        CLOSE controlCardFile
    END-IF
    ACCEPT parmCard FROM COMMAND-LINE
    IF parmCard IS NOT EQUAL TO SPACES
        IF parmCard(1:1) IS EQUAL TO "P"
            PERFORM SetPartitionFileNames
        ELSE
            COMPUTE defaultShift = FUNCTION NUMVAL(FUNCTION TRIM(parmCard))
        END-IF
    END-IF.

SetPartitionFileNames.
    IF parmCard(2:2) IS NOT NUMERIC
            OR parmCard(2:2) IS EQUAL TO "00"
            OR parmCard(2:2) IS GREATER THAN "08"
        DISPLAY "PARM " parmCard " is not a valid partition; use P01 through P08"
        STOP RUN
    END-IF
    MOVE parmCard(2:2) TO partitionNo
    MOVE "Y" TO partitionRunSwitch
    MOVE ".P" TO partitionSuffix(1:2)
    MOVE parmCard(2:2) TO partitionSuffix(3:2)
    MOVE SPACES TO transactionFileName
    STRING "TRANSVAL" partitionSuffix DELIMITED BY SIZE
        INTO transactionFileName
    END-STRING
    MOVE SPACES TO resultFileName
    STRING "TRANSOUT" partitionSuffix DELIMITED BY SIZE
        INTO resultFileName
    END-STRING
    MOVE SPACES TO scoreReportFileName
    STRING "SCORERPT" partitionSuffix DELIMITED BY SIZE
        INTO scoreReportFileName
    END-STRING
    MOVE SPACES TO cipherLogFileName
    STRING "CIPHERLOG" partitionSuffix DELIMITED BY SIZE
        INTO cipherLogFileName
    END-STRING
    MOVE SPACES TO summaryReportFileName
    STRING "SUMMRPT" partitionSuffix DELIMITED BY SIZE
        INTO summaryReportFileName
    END-STRING
    MOVE SPACES TO checkpointFileName
    STRING "CHECKPT" partitionSuffix DELIMITED BY SIZE
        INTO checkpointFileName
    END-STRING
    MOVE SPACES TO checksumErrorFileName
    STRING "CKSUMERR" partitionSuffix DELIMITED BY SIZE
        INTO checksumErrorFileName
    END-STRING
    MOVE SPACES TO interfaceFileName
    STRING "IFACEOUT" partitionSuffix DELIMITED BY SIZE
        INTO interfaceFileName
    END-STRING
    MOVE SPACES TO transmitFileName
    STRING "XMITOUT" partitionSuffix DELIMITED BY SIZE
        INTO transmitFileName
    END-STRING
    MOVE SPACES TO suspenseFileName
    STRING "SUSPOUT" partitionSuffix DELIMITED BY SIZE
        INTO suspenseFileName
    END-STRING
    MOVE SPACES TO carryoverFileName
    STRING "CARRYOUT" partitionSuffix DELIMITED BY SIZE
        INTO carryoverFileName
    END-STRING
    MOVE SPACES TO partitionHistFileName
    STRING "PARTHIST" partitionSuffix DELIMITED BY SIZE
        INTO partitionHistFileName
    END-STRING
    MOVE SPACES TO registryJournalFileName
    STRING "REGUPD" partitionSuffix DELIMITED BY SIZE
        INTO registryJournalFileName
    END-STRING
    MOVE SPACES TO alertFileName
    STRING "ALERTOUT" partitionSuffix DELIMITED BY SIZE
        INTO alertFileName
    END-STRING
    MOVE SPACES TO plainJournalFileName
    STRING "PLAINJNL" partitionSuffix DELIMITED BY SIZE
        INTO plainJournalFileName
    END-STRING
    DISPLAY "Partition run " partitionNo "; input " transactionFileName.

CheckRunStartGate.
    PERFORM CheckPriorRunHistory
    PERFORM CheckProcessingCalendar.
    MOVE ccJobId TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE SPACES TO clLanguageCode
    MOVE SPACES TO clKeywordUsed
    MOVE 0 TO clKeyLengthEst
    MOVE SPACES TO clCorrespondentId
    MOVE 0 TO clMasterShift
    WRITE cipherLogRecord.

ReadTransaction.
        ADD 1 TO countCarryoverRecords
    END-PERFORM.

LoadWatchlist.
    OPEN INPUT watchlistFile
    IF watchlistFileStatus IS EQUAL TO "35"
        DISPLAY "Watchlist WATCHLST not found; plaintext screening skipped"
    ELSE
        IF watchlistFileStatus IS EQUAL TO "39"
            DISPLAY "Watchlist WATCHLST record length conflict; convert the old file before running"
            STOP RUN
        END-IF
        PERFORM ReadWatchlist
        PERFORM UNTIL noMoreWatchlist
            IF wlActive AND wlTerm IS NOT EQUAL TO SPACES
                IF watchlistCount IS LESS THAN 200
                    ADD 1 TO watchlistCount
                    MOVE FUNCTION UPPER-CASE(wlTerm) TO weTerm(watchlistCount)
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(wlTerm TRAILING))
                        TO weTermLength(watchlistCount)
                    MOVE wlSeverity TO weSeverity(watchlistCount)
                    MOVE wlAnalystId TO weAnalystId(watchlistCount)
                ELSE
                    DISPLAY "LoadWatchlist: watchlist table full; term " wlTerm " not screened"
                END-IF
            END-IF
            PERFORM ReadWatchlist
        END-PERFORM
        CLOSE watchlistFile
    END-IF.

ReadWatchlist.
    READ watchlistFile NEXT RECORD
        AT END MOVE "Y" TO endOfWatchlist
    END-READ.

LoadLanguageProfiles.
    MOVE 1 TO languageCount
    MOVE "EN" TO lgLanguageCode(1)
    MOVE "N" TO lowConfidenceSwitch
    MOVE "N" TO checksumMismatchSwitch
    MOVE "N" TO interfaceWrittenSwitch
    MOVE "N" TO transmitWrittenSwitch
    MOVE "N" TO keyDriftSwitch
    MOVE "N" TO watchlistHeldSwitch
    MOVE 0 TO keyLengthEstimate
    ADD segmentCount TO countSegmentsRead
    IF tiShiftKey IS EQUAL TO ZERO
        MOVE defaultShift TO numShift
    MOVE "N" TO fillSolvedSwitch
    MOVE numShift TO resultShiftUsed
    EVALUATE TRUE
        WHEN keyQuarantined
            PERFORM HoldQuarantinedMessage
        WHEN requestEncryptOnly
            MOVE fullMessageText TO inputString
            PERFORM EncryptMessage
            IF cipherCaesar
                ADD 1 TO shiftUsageCount(numShift + 1)
            END-IF
            ADD segmentCount TO countOutboundSegments
            PERFORM WriteTransmitDetail
            MOVE "Y" TO fillEncryptedSwitch
        WHEN requestDecryptOnly
            MOVE fullMessageText TO encryptedString
                ADD 1 TO shiftUsageCount(numShift + 1)
            END-IF
            PERFORM ValidateChecksum
            MOVE "Y" TO fillDecryptedSwitch
            PERFORM ScreenWatchlist
            IF NOT checksumMismatch AND NOT watchlistHeld
                PERFORM WriteInterfaceDetail
            END-IF
        WHEN requestSolveOnly
            MOVE fullMessageText TO encryptedString
            PERFORM SolveMessage
            ADD 1 TO countSolved
            PERFORM CheckKeyDrift
            IF cipherCaesar
                ADD 1 TO shiftUsageCount(bestShift + 1)
            END-IF
            MOVE "Y" TO fillSolvedSwitch
            PERFORM ScreenWatchlist
            MOVE bestShift TO resultShiftUsed
        WHEN OTHER
            MOVE fullMessageText TO inputString
            PERFORM ValidateChecksum
            PERFORM SolveMessage
            ADD 1 TO countSolved
            PERFORM CheckKeyDrift
            MOVE "Y" TO fillEncryptedSwitch
            MOVE "Y" TO fillDecryptedSwitch
            MOVE "Y" TO fillSolvedSwitch
            PERFORM ScreenWatchlist
            IF NOT checksumMismatch AND NOT lowConfidence
                    AND NOT watchlistHeld
                PERFORM WriteInterfaceDetail
            END-IF
            IF cipherCaesar
                ADD 1 TO shiftUsageCount(numShift + 1)
            END-IF
    END-EVALUATE
    ADD 1 TO countMessages
    IF lowConfidence
        ADD 1 TO countLowConfidence
    END-IF
    PERFORM TallyCorrespondentStats
    IF lowConfidence OR keyQuarantined OR watchlistHeld
        PERFORM WriteSuspenseRecord
    ELSE
        PERFORM WriteSegmentedResult
    END-IF
    IF redactText
        PERFORM WritePlainExtract
    END-IF
    PERFORM UpdateMessageRegistry.

CheckKeyDrift.
    IF cipherCaesar
            AND corrMasterFound
            AND NOT lowConfidence
            AND bestScore IS GREATER THAN OR EQUAL TO driftScoreFloor
            AND bestShift IS NOT EQUAL TO numShift
        MOVE "Y" TO keyDriftSwitch
        ADD 1 TO countKeyDrift
        DISPLAY "CheckKeyDrift: " tiMessageId " correspondent " tiCorrespondentId " solved under shift " bestShift " but master key is " numShift
        MOVE "CheckKeyDrift" TO auditParagraphName
        MOVE bestShift TO shiftUsedForLog
        PERFORM WriteAuditLog
    END-IF.

ScreenWatchlist.
    IF watchlistCount IS GREATER THAN 0
        MOVE FUNCTION UPPER-CASE(decryptedString) TO screenDecryptedText
        MOVE FUNCTION UPPER-CASE(solvedString) TO screenSolvedText
        PERFORM VARYING watchIdx FROM 1 BY 1
                UNTIL watchIdx IS GREATER THAN watchlistCount
            PERFORM ScreenWatchTerm
        END-PERFORM
        IF watchlistHeld
            ADD 1 TO countWatchHeld
            DISPLAY "ScreenWatchlist: " tiMessageId " correspondent " tiCorrespondentId " high-severity watchlist hit; held from interface for compliance review"
            MOVE "ScreenWatchlist" TO auditParagraphName
            IF fillDecryptedSwitch IS EQUAL TO "Y"
                MOVE numShift TO shiftUsedForLog
            ELSE
                MOVE bestShift TO shiftUsedForLog
            END-IF
            PERFORM WriteAuditLog
        END-IF
    END-IF.

ScreenWatchTerm.
    MOVE 0 TO watchHitCount
    MOVE SPACES TO watchTextSource
    IF fillDecryptedSwitch IS EQUAL TO "Y"
        INSPECT screenDecryptedText TALLYING watchHitCount
            FOR ALL weTerm(watchIdx)(1:weTermLength(watchIdx))
        IF watchHitCount IS GREATER THAN 0
            MOVE "D" TO watchTextSource
        END-IF
    END-IF
    IF watchHitCount IS EQUAL TO 0 AND fillSolvedSwitch IS EQUAL TO "Y"
        INSPECT screenSolvedText TALLYING watchHitCount
            FOR ALL weTerm(watchIdx)(1:weTermLength(watchIdx))
        IF watchHitCount IS GREATER THAN 0
            MOVE "S" TO watchTextSource
        END-IF
    END-IF
    IF watchHitCount IS GREATER THAN 0
        MOVE SPACES TO alertRecord
        MOVE runDate TO alRunDate
        MOVE tiMessageId TO alMessageId
        MOVE tiCorrespondentId TO alCorrespondentId
        MOVE weTerm(watchIdx) TO alTerm
        MOVE weSeverity(watchIdx) TO alSeverity
        MOVE weAnalystId(watchIdx) TO alAnalystId
        MOVE watchTextSource TO alTextSource
        IF alSeverityHigh
            MOVE "Y" TO alHeldFlag
            MOVE "Y" TO watchlistHeldSwitch
        ELSE
            MOVE "N" TO alHeldFlag
        END-IF
        WRITE alertRecord
        ADD 1 TO countWatchAlerts
    END-IF.

HoldQuarantinedMessage.
    MOVE fullMessageText TO encryptedString
    MOVE SPACES TO currentKeyword
    MOVE 0 TO bestShift
    MOVE 0 TO bestScore
    ADD 1 TO countQuarantined
    DISPLAY "ProcessTransaction: " tiMessageId " correspondent " tiCorrespondentId " key under compromise quarantine; held until a new key is approved"
    MOVE "HoldQuarantinedMessage" TO auditParagraphName
    MOVE 0 TO shiftUsedForLog
    PERFORM WriteAuditLog.

UpdateMessageRegistry.
    EVALUATE TRUE
        WHEN watchlistHeld
            MOVE "W" TO registryStatusCode
        WHEN lowConfidence OR keyQuarantined
            MOVE "S" TO registryStatusCode
        WHEN transmitWritten
            MOVE "O" TO registryStatusCode
        WHEN interfaceWritten
            MOVE "I" TO registryStatusCode
        WHEN OTHER
            MOVE "P" TO registryStatusCode
    END-EVALUATE
    MOVE tiMessageId TO mrMessageId
    MOVE "N" TO registryNewSwitch
    READ messageRegistryFile KEY IS mrMessageId
        INVALID KEY
            MOVE "Y" TO registryNewSwitch
            MOVE SPACES TO messageRegistryRecord
            MOVE tiMessageId TO mrMessageId
            MOVE registryStatusCode TO mrStatusCode
            MOVE runDate TO mrFirstSeenDate
            MOVE runDate TO mrLastStatusDate
            MOVE 0 TO mrResubmitCount
        NOT INVALID KEY
            MOVE registryStatusCode TO mrStatusCode
            MOVE runDate TO mrLastStatusDate
    END-READ
    EVALUATE TRUE
        WHEN partitionRun
            MOVE messageRegistryRecord TO registryJournalRecord
            WRITE registryJournalRecord
        WHEN registryNewRecord
            WRITE messageRegistryRecord
        WHEN OTHER
            REWRITE messageRegistryRecord
    END-EVALUATE.

TallyCorrespondentStats.
    IF tiCorrespondentId IS EQUAL TO SPACES
        MOVE 0 TO csLowConfidenceCount(csFoundIdx)
        MOVE 0 TO csSolvedCount(csFoundIdx)
        MOVE 0 TO csSumBestScore(csFoundIdx)
        MOVE 0 TO csSuspendedCount(csFoundIdx)
        MOVE 0 TO csKeyDriftCount(csFoundIdx)
        MOVE 0 TO csEncryptedCount(csFoundIdx)
        MOVE 0 TO csDecryptedCount(csFoundIdx)
    END-IF
    IF csFoundIdx IS EQUAL TO 0
        DISPLAY "TallyCorrespondentStats: more than 50 correspondents this run; " statsCorrespondentId " omitted from run history"
        IF lowConfidence
            ADD 1 TO csLowConfidenceCount(csFoundIdx)
        END-IF
        IF lowConfidence OR keyQuarantined OR watchlistHeld
            ADD 1 TO csSuspendedCount(csFoundIdx)
        END-IF
        IF keyDriftDetected
            ADD 1 TO csKeyDriftCount(csFoundIdx)
        END-IF
        IF fillEncryptedSwitch IS EQUAL TO "Y"
            ADD 1 TO csEncryptedCount(csFoundIdx)
        END-IF
        IF fillDecryptedSwitch IS EQUAL TO "Y"
            ADD 1 TO csDecryptedCount(csFoundIdx)
        END-IF
        IF fillSolvedSwitch IS EQUAL TO "Y"
            ADD 1 TO csSolvedCount(csFoundIdx)
            ADD bestScore TO csSumBestScore(csFoundIdx)
            ADD bestScore TO totalBestScore
            MOVE encryptedString(segOffset:99) TO toEncryptedText
        END-IF
        IF fillDecryptedSwitch IS EQUAL TO "Y"
            IF redactText
                MOVE decryptedString(segOffset:99) TO maskSourceText
                MOVE 99 TO maskSourceLength
                PERFORM MaskMessageText
                MOVE redactedText TO toDecryptedText
            ELSE
                MOVE decryptedString(segOffset:99) TO toDecryptedText
            END-IF
        END-IF
        IF fillSolvedSwitch IS EQUAL TO "Y"
            IF redactText
                MOVE solvedString(segOffset:99) TO maskSourceText
                MOVE 99 TO maskSourceLength
                PERFORM MaskMessageText
                MOVE redactedText TO toSolvedText
            ELSE
                MOVE solvedString(segOffset:99) TO toSolvedText
            END-IF
        END-IF
        MOVE segIdx TO toSegmentSeq
        IF segIdx IS EQUAL TO segmentCount
    MOVE cipherTypeCode TO spCipherType
    MOVE activeLanguageCode TO spLanguageCode
    MOVE tiExpectedChecksum TO spExpectedChecksum
    IF requestDecryptOnly AND NOT keyQuarantined
        MOVE numShift TO spBestShift
        MOVE 0 TO spBestScore
    ELSE
        MOVE bestShift TO spBestShift
        MOVE bestScore TO spBestScore
    END-IF
    MOVE segmentCount TO spSegmentCount
    IF redactText
        MOVE encryptedString TO maskSourceText
        MOVE messageTextLength TO maskSourceLength
        PERFORM MaskMessageText
        MOVE redactedText TO spMessageText
    ELSE
        MOVE encryptedString TO spMessageText
    END-IF
    EVALUATE TRUE
        WHEN keyQuarantined
            MOVE "Q" TO spHoldReasonCode
        WHEN watchlistHeld
            MOVE "W" TO spHoldReasonCode
        WHEN OTHER
            MOVE "L" TO spHoldReasonCode
    END-EVALUATE
    WRITE suspenseRecord
    ADD 1 TO countSuspended
    ADD segmentCount TO countSuspendedSegments
    DISPLAY "ProcessTransaction: " tiMessageId " diverted to suspense; operator review required".

WritePlainExtract.
    MOVE SPACES TO plainExtractRecord
    MOVE tiMessageId TO peMessageId
    MOVE runDate TO peRunDate
    MOVE tiCorrespondentId TO peCorrespondentId
    MOVE requestTypeCode TO peRequestType
    MOVE segmentCount TO peSegmentCount
    MOVE encryptedString TO peEncryptedText
    IF fillDecryptedSwitch IS EQUAL TO "Y"
        MOVE decryptedString TO peDecryptedText
    END-IF
    IF fillSolvedSwitch IS EQUAL TO "Y"
        MOVE solvedString TO peSolvedText
    END-IF
    IF partitionRun
        MOVE plainExtractRecord TO plainJournalRecord
        WRITE plainJournalRecord
    ELSE
        WRITE plainExtractRecord
            INVALID KEY
                REWRITE plainExtractRecord
        END-WRITE
    END-IF
    ADD 1 TO countPlainExtract.

FinalizeRun.
    MOVE SPACES TO summaryRptRecord
    STRING "Caesar cipher batch run summary" DELIMITED BY SIZE
        WRITE summaryRptRecord
    END-IF

    MOVE SPACES TO summaryRptRecord
    STRING "Messages transmit : " DELIMITED BY SIZE
        countTransmitMessages DELIMITED BY SIZE
        " message(s) in " DELIMITED BY SIZE
        transmitDetailCount DELIMITED BY SIZE
        " outbound detail(s)" DELIMITED BY SIZE
        INTO summaryRptRecord
    END-STRING
    WRITE summaryRptRecord

    MOVE SPACES TO summaryRptRecord
    STRING "Key drift events  : " DELIMITED BY SIZE
        countKeyDrift DELIMITED BY SIZE
        " solve(s) off the master shift" DELIMITED BY SIZE
        INTO summaryRptRecord
    END-STRING
    WRITE summaryRptRecord

    MOVE SPACES TO summaryRptRecord
    STRING "Watchlist alerts  : " DELIMITED BY SIZE
        countWatchAlerts DELIMITED BY SIZE
        " hit(s), " DELIMITED BY SIZE
        countWatchHeld DELIMITED BY SIZE
        " message(s) held" DELIMITED BY SIZE
        INTO summaryRptRecord
    END-STRING
    WRITE summaryRptRecord

    IF redactText
        MOVE SPACES TO summaryRptRecord
        STRING "Text redaction    : " DELIMITED BY SIZE
            countPlainExtract DELIMITED BY SIZE
            " message(s) to secured plaintext extract" DELIMITED BY SIZE
            INTO summaryRptRecord
        END-STRING
        WRITE summaryRptRecord
    END-IF

    MOVE SPACES TO summaryRptRecord
    STRING "Key quarantine    : " DELIMITED BY SIZE
        countQuarantined DELIMITED BY SIZE
        " message(s) held for compromised keys" DELIMITED BY SIZE
        INTO summaryRptRecord
    END-STRING
    WRITE summaryRptRecord

    MOVE SPACES TO summaryRptRecord
    STRING "Messages carried  : " DELIMITED BY SIZE
        countCarriedOver DELIMITED BY SIZE
    END-PERFORM

    PERFORM WriteInterfaceTrailer
    PERFORM WriteTransmitTrailer
    PERFORM WriteRunHistory
    PERFORM WriteRunControl.

    END-IF
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    IF partitionRun
        MOVE "CIPHP" TO rcStepName
        MOVE partitionNo TO rcStepName(6:2)
    ELSE
        MOVE "CIPHMAIN" TO rcStepName
    END-IF
    MOVE countSegmentsRead TO rcRecordsIn
    MOVE countResultRecords TO rcRecordsOut
    MOVE 0 TO rcRecordsRejected
    MOVE countCarryoverRecords TO rcRecordsCarried
    MOVE interfaceDetailCount TO rcInterfaceDetails
    MOVE countMessages TO rcMessageCount
    MOVE countOutboundSegments TO rcOutboundSegments
    MOVE transmitDetailCount TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    CLOSE runControlFile.

WriteRunHistory.
    IF partitionRun
        OPEN OUTPUT partitionHistFile
    ELSE
        OPEN I-O runHistoryFile
        IF runHistoryFileStatus IS EQUAL TO "35"
            OPEN OUTPUT runHistoryFile
            CLOSE runHistoryFile
            OPEN I-O runHistoryFile
        END-IF
    END-IF
    PERFORM VARYING csIdx FROM 1 BY 1
            UNTIL csIdx IS GREATER THAN corrStatsCount
        MOVE ccJobId TO rhJobId
        MOVE csCorrespondentId(csIdx) TO rhCorrespondentId
        MOVE csMessageCount(csIdx) TO rhMessageCount
        MOVE csEncryptedCount(csIdx) TO rhCountEncrypted
        MOVE csDecryptedCount(csIdx) TO rhCountDecrypted
        MOVE csSolvedCount(csIdx) TO rhCountSolved
        MOVE csChecksumMismatches(csIdx) TO rhChecksumMismatches
        MOVE csLowConfidenceCount(csIdx) TO rhLowConfidenceCount
        MOVE csSuspendedCount(csIdx) TO rhSuspendedCount
        MOVE csKeyDriftCount(csIdx) TO rhKeyDriftCount
        PERFORM ComputeHistoryRates
        MOVE csSumBestScore(csIdx) TO rhSumBestScore
        MOVE ZEROS TO rhShiftUsage
    MOVE countChecksumMismatch TO rhChecksumMismatches
    MOVE countLowConfidence TO rhLowConfidenceCount
    MOVE countSuspended TO rhSuspendedCount
    MOVE countKeyDrift TO rhKeyDriftCount
    PERFORM ComputeHistoryRates
    MOVE totalBestScore TO rhSumBestScore
    MOVE shiftUsageTable TO rhShiftUsage
    PERFORM WriteHistoryRecord
    IF partitionRun
        CLOSE partitionHistFile
    ELSE
        CLOSE runHistoryFile
    END-IF.

ComputeHistoryRates.
    IF rhMessageCount IS GREATER THAN 0
    END-IF.

WriteHistoryRecord.
    IF partitionRun
        MOVE runHistoryRecord TO partitionHistRecord
        WRITE partitionHistRecord
    ELSE
        WRITE runHistoryRecord
            INVALID KEY
                REWRITE runHistoryRecord
        END-WRITE
    END-IF.

WriteInterfaceHeader.
    MOVE SPACES TO interfaceRecord
    MOVE ccJobId TO ihJobId
    MOVE ccOperatorId TO ihOperatorId
    MOVE FUNCTION CURRENT-DATE TO ihRunDate
    MOVE partitionNo TO ihPartitionNo
    WRITE interfaceRecord.

MergeResubmits.
    MOVE interfaceDetailCount TO itDetailCount
    WRITE interfaceRecord.

WriteTransmitHeader.
    MOVE SPACES TO transmitRecord
    MOVE "H" TO xhRecordType
    MOVE ccJobId TO xhJobId
    MOVE ccOperatorId TO xhOperatorId
    MOVE FUNCTION CURRENT-DATE TO xhRunDate
    WRITE transmitRecord.

WriteTransmitDetail.
    PERFORM VARYING segIdx FROM 1 BY 1
            UNTIL segIdx IS GREATER THAN segmentCount
        MOVE SPACES TO transmitRecord
        MOVE "D" TO xdRecordType
        MOVE tiMessageId TO xdMessageId
        MOVE tiCorrespondentId TO xdCorrespondentId
        IF cipherKeyword AND currentKeyword IS NOT EQUAL TO SPACES
            MOVE "K" TO xdCipherType
        ELSE
            MOVE "C" TO xdCipherType
        END-IF
        COMPUTE segOffset = (segIdx - 1) * 99 + 1
        MOVE encryptedString(segOffset:99) TO xdEncryptedText
        MOVE segIdx TO xdSegmentSeq
        IF segIdx IS EQUAL TO segmentCount
            MOVE "Y" TO xdLastSegmentFlag
        ELSE
            MOVE "N" TO xdLastSegmentFlag
        END-IF
        MOVE segmentCount TO xdSegmentCount
        WRITE transmitRecord
        ADD 1 TO transmitDetailCount
    END-PERFORM
    ADD 1 TO countTransmitMessages
    MOVE "Y" TO transmitWrittenSwitch.

WriteTransmitTrailer.
    MOVE SPACES TO transmitRecord
    MOVE "T" TO xtRecordType
    MOVE transmitDetailCount TO xtDetailCount
    MOVE countTransmitMessages TO xtMessageCount
    WRITE transmitRecord.

EncryptString.
    IF numShift IS GREATER THAN OR EQUAL TO 26
        MOVE FUNCTION MOD(numShift, 26) TO numShift
    MOVE SPACES TO corrCipherType
    MOVE SPACES TO corrKeyword
    MOVE SPACES TO corrLanguageCode
    MOVE "N" TO keyQuarantineSwitch
    MOVE "N" TO corrMasterFoundSwitch
    IF corrMasterAvailable AND tiCorrespondentId IS NOT EQUAL TO SPACES
        MOVE tiCorrespondentId TO cmCorrespondentId
        READ correspondentMasterFile KEY IS cmCorrespondentId
                    MOVE cmCipherType TO corrCipherType
                    MOVE cmKeyword TO corrKeyword
                    MOVE cmLanguageCode TO corrLanguageCode
                    MOVE "Y" TO corrMasterFoundSwitch
                    IF cmKeyCompromised
                        MOVE "Y" TO keyQuarantineSwitch
                    END-IF
                END-IF
        END-READ
    END-IF.

DetermineCipherType.
    EVALUATE TRUE
        WHEN requestEncryptOnly AND corrMasterFound AND corrCipherType IS EQUAL TO "K"
            MOVE "K" TO cipherTypeCode
        WHEN requestEncryptOnly AND corrMasterFound
            MOVE "C" TO cipherTypeCode
        WHEN tiCipherCaesar OR tiCipherKeyword
            MOVE tiCipherType TO cipherTypeCode
        WHEN corrCipherType IS EQUAL TO "K"
                MOVE c TO decryptedString(i:1)
        END-EVALUATE
    END-PERFORM
    PERFORM DisplayDecryptedText
    MOVE "DecryptKeywordString" TO auditParagraphName
    MOVE 0 TO shiftUsedForLog
    PERFORM WriteAuditLog.
SolveKeywordCipher.
    MOVE encryptedString TO inputString
    PERFORM LoadKeywordCandidates
    PERFORM RecoverUnknownKeyword
    MOVE 0 TO recoveredCandidateIdx
    IF recoveredKeyword IS NOT EQUAL TO SPACES
        ADD 1 TO keywordCandidateCount
        MOVE recoveredKeyword TO keywordCandidate(keywordCandidateCount)
        MOVE keywordCandidateCount TO recoveredCandidateIdx
    END-IF
    IF keywordCandidateCount IS EQUAL TO 0
        MOVE SPACES TO solvedString
        MOVE "Y" TO lowConfidenceSwitch
        MOVE 0 TO bestShift
        MOVE 0 TO bestScore
        DISPLAY "SolveKeywordCipher: " tiMessageId " no keyword candidates on correspondent master and no keyword recoverable from ciphertext"
    ELSE
        PERFORM VARYING j FROM 1 BY 1 UNTIL j IS GREATER THAN keywordCandidateCount
            MOVE keywordCandidate(j) TO currentKeyword
            MOVE tiMessageId TO srMessageId
            MOVE j TO srShiftTried
            MOVE candidateScore(j) TO srScore
            PERFORM MoveCandidateText
            MOVE lowConfidenceSwitch TO srLowConfidenceFlag
            MOVE activeLanguageCode TO srLanguageCode
            MOVE keywordCandidate(j) TO srKeywordTried
            IF j IS EQUAL TO recoveredCandidateIdx
                MOVE keyLengthEstimate TO srKeyLengthEst
                MOVE "R" TO srCandidateSource
            ELSE
                MOVE 0 TO srKeyLengthEst
                MOVE "M" TO srCandidateSource
            END-IF
            IF j IS EQUAL TO bestShift
                MOVE "Y" TO srBestFlag
            ELSE
        END-PERFORM
        MOVE candidateText(bestShift) TO solvedString
        MOVE keywordCandidate(bestShift) TO currentKeyword
        IF redactText
            MOVE solvedString TO maskSourceText
            MOVE messageTextLength TO maskSourceLength
            PERFORM MaskMessageText
            DISPLAY "Best keyword: " currentKeyword " score: " bestScore " : " redactedText
        ELSE
            DISPLAY "Best keyword: " currentKeyword " score: " bestScore " : " solvedString
        END-IF
        IF bestShift IS EQUAL TO recoveredCandidateIdx
            DISPLAY "SolveKeywordCipher: " tiMessageId " solved under recovered keyword " recoveredKeyword " (estimated length " keyLengthEstimate ") not on correspondent master"
        END-IF
        MOVE "SolveKeywordCipher" TO auditParagraphName
        MOVE 0 TO shiftUsedForLog
        PERFORM WriteAuditLog
    END-IF.

RecoverUnknownKeyword.
    MOVE SPACES TO recoveredKeyword
    MOVE 0 TO keyLengthEstimate
    MOVE FUNCTION UPPER-CASE(inputString) TO analysisText
    MOVE 0 TO analysisLetterCount
    PERFORM VARYING i FROM 1 BY 1 UNTIL i IS GREATER THAN messageTextLength
        IF analysisText(i:1) IS GREATER THAN OR EQUAL TO "A"
                AND analysisText(i:1) IS LESS THAN OR EQUAL TO "Z"
            ADD 1 TO analysisLetterCount
        END-IF
    END-PERFORM
    IF analysisLetterCount IS GREATER THAN 32
        MOVE 16 TO maxTrialKeyLength
    ELSE
        COMPUTE maxTrialKeyLength = analysisLetterCount / 2
    END-IF
    IF maxTrialKeyLength IS GREATER THAN 0
        PERFORM EstimateKeywordLength
    END-IF
    IF keyLengthEstimate IS GREATER THAN 0
        PERFORM RecoverKeywordColumns
    END-IF.

EstimateKeywordLength.
    MOVE 0 TO bestCoincidence
    PERFORM VARYING trialKeyLength FROM 1 BY 1
            UNTIL trialKeyLength IS GREATER THAN maxTrialKeyLength
        PERFORM CountKeywordColumns
        MOVE 0 TO periodCoincidenceSum
        PERFORM VARYING columnIdx FROM 1 BY 1
                UNTIL columnIdx IS GREATER THAN trialKeyLength
            MOVE 0 TO coincidenceSum
            PERFORM VARYING letterIdx FROM 1 BY 1 UNTIL letterIdx IS GREATER THAN 26
                COMPUTE coincidenceSum = coincidenceSum
                    + columnLetterCount(columnIdx, letterIdx)
                    * (columnLetterCount(columnIdx, letterIdx) - 1)
            END-PERFORM
            IF columnTotal(columnIdx) IS GREATER THAN 1
                COMPUTE columnCoincidence = coincidenceSum * 10000
                    / (columnTotal(columnIdx) * (columnTotal(columnIdx) - 1))
            ELSE
                MOVE 0 TO columnCoincidence
            END-IF
            ADD columnCoincidence TO periodCoincidenceSum
        END-PERFORM
        COMPUTE periodCoincidence(trialKeyLength) =
            periodCoincidenceSum / trialKeyLength
        IF periodCoincidence(trialKeyLength) IS GREATER THAN bestCoincidence
            MOVE periodCoincidence(trialKeyLength) TO bestCoincidence
        END-IF
    END-PERFORM
    COMPUTE coincidenceThreshold = bestCoincidence * 9 / 10
    PERFORM VARYING trialKeyLength FROM 1 BY 1
            UNTIL trialKeyLength IS GREATER THAN maxTrialKeyLength
                OR keyLengthEstimate IS GREATER THAN 0
        IF periodCoincidence(trialKeyLength) IS GREATER THAN 0
                AND periodCoincidence(trialKeyLength) IS GREATER THAN OR EQUAL TO coincidenceThreshold
            MOVE trialKeyLength TO keyLengthEstimate
        END-IF
    END-PERFORM.

CountKeywordColumns.
    PERFORM VARYING columnIdx FROM 1 BY 1 UNTIL columnIdx IS GREATER THAN 16
        MOVE 0 TO columnTotal(columnIdx)
        PERFORM VARYING letterIdx FROM 1 BY 1 UNTIL letterIdx IS GREATER THAN 26
            MOVE 0 TO columnLetterCount(columnIdx, letterIdx)
        END-PERFORM
    END-PERFORM
    MOVE 0 TO analysisLetterCount
    PERFORM VARYING i FROM 1 BY 1 UNTIL i IS GREATER THAN messageTextLength
        MOVE analysisText(i:1) TO c
        IF c IS GREATER THAN OR EQUAL TO "A" AND c IS LESS THAN OR EQUAL TO "Z"
            COMPUTE columnIdx = FUNCTION MOD(analysisLetterCount, trialKeyLength) + 1
            COMPUTE letterIdx = FUNCTION ORD(c) - FUNCTION ORD("A") + 1
            ADD 1 TO columnLetterCount(columnIdx, letterIdx)
            ADD 1 TO columnTotal(columnIdx)
            ADD 1 TO analysisLetterCount
        END-IF
    END-PERFORM.

RecoverKeywordColumns.
    MOVE keyLengthEstimate TO trialKeyLength
    PERFORM CountKeywordColumns
    PERFORM VARYING columnIdx FROM 1 BY 1
            UNTIL columnIdx IS GREATER THAN keyLengthEstimate
        MOVE 0 TO columnBestShift
        MOVE 0 TO columnBestCorrelation
        PERFORM VARYING columnShift FROM 0 BY 1 UNTIL columnShift IS GREATER THAN 25
            MOVE 0 TO columnCorrelation
            PERFORM VARYING letterIdx FROM 1 BY 1 UNTIL letterIdx IS GREATER THAN 26
                COMPUTE columnCorrelation = columnCorrelation
                    + columnLetterCount(columnIdx,
                        FUNCTION MOD(letterIdx - 1 + columnShift, 26) + 1)
                    * lgLetterWeight(activeLanguageIdx, letterIdx)
            END-PERFORM
            IF columnCorrelation IS GREATER THAN columnBestCorrelation
                MOVE columnCorrelation TO columnBestCorrelation
                MOVE columnShift TO columnBestShift
            END-IF
        END-PERFORM
        MOVE FUNCTION CHAR(FUNCTION ORD("A") + columnBestShift)
            TO recoveredKeyword(columnIdx:1)
    END-PERFORM.

DecryptString.
    MOVE encryptedString TO inputString

                MOVE c TO decryptedString(i:1)
        END-EVALUATE
    END-PERFORM
    PERFORM DisplayDecryptedText
    MOVE "DecryptString" TO auditParagraphName
    MOVE numShift TO shiftUsedForLog
    PERFORM WriteAuditLog.
        PERFORM WriteChecksumError
    END-IF.

DisplayDecryptedText.
    IF redactText
        MOVE decryptedString TO maskSourceText
        MOVE messageTextLength TO maskSourceLength
        PERFORM MaskMessageText
        DISPLAY "Decrypted String: " redactedText
    ELSE
        DISPLAY "Decrypted String: " decryptedString
    END-IF.

MoveCandidateText.
    IF redactText
        MOVE candidateText(j) TO maskSourceText
        MOVE messageTextLength TO maskSourceLength
        PERFORM MaskMessageText
        MOVE redactedText TO srCandidateText
    ELSE
        MOVE candidateText(j) TO srCandidateText
    END-IF.

MaskMessageText.
    MOVE 0 TO maskTextLength
    MOVE 0 TO maskChecksum
    PERFORM VARYING maskIdx FROM 1 BY 1 UNTIL maskIdx IS GREATER THAN maskSourceLength
        MOVE maskSourceText(maskIdx:1) TO c
        COMPUTE maskChecksum = FUNCTION MOD(maskChecksum + FUNCTION ORD(c), 99999)
        IF c IS NOT EQUAL TO SPACE
            MOVE maskIdx TO maskTextLength
        END-IF
    END-PERFORM
    MOVE maskSourceText(1:8) TO rdTextPrefix
    MOVE " *** len " TO rdRedactTag
    MOVE maskTextLength TO rdTextLength
    MOVE " ck " TO rdChecksumTag
    MOVE maskChecksum TO rdTextChecksum.

WriteChecksumError.
    MOVE tiMessageId TO ceMessageId
    MOVE tiExpectedChecksum TO ceExpectedChecksum
    MOVE computedChecksum TO ceComputedChecksum
    IF redactText
        MOVE decryptedString TO maskSourceText
        MOVE messageTextLength TO maskSourceLength
        PERFORM MaskMessageText
        MOVE redactedText TO ceDecryptedText
    ELSE
        MOVE decryptedString TO ceDecryptedText
    END-IF
    WRITE checksumErrRecord.

SolveCaesarCipher.
        MOVE tiMessageId TO srMessageId
        MOVE j TO srShiftTried
        MOVE candidateScore(j) TO srScore
        PERFORM MoveCandidateText
        MOVE lowConfidenceSwitch TO srLowConfidenceFlag
        MOVE activeLanguageCode TO srLanguageCode
        MOVE SPACES TO srKeywordTried
        MOVE 0 TO srKeyLengthEst
        MOVE SPACES TO srCandidateSource
        IF j IS EQUAL TO bestShift
            MOVE "Y" TO srBestFlag
        ELSE
    END-PERFORM

    MOVE candidateText(bestShift) TO solvedString
    IF redactText
        MOVE solvedString TO maskSourceText
        MOVE messageTextLength TO maskSourceLength
        PERFORM MaskMessageText
        DISPLAY "Best shift: " bestShift " score: " bestScore " : " redactedText
    ELSE
        DISPLAY "Best shift: " bestShift " score: " bestScore " : " solvedString
    END-IF
    MOVE "SolveCaesarCipher" TO auditParagraphName
    MOVE bestShift TO shiftUsedForLog
    PERFORM WriteAuditLog.
    MOVE ccJobId TO clJobId
    MOVE lowConfidenceSwitch TO clLowConfidenceFlag
    MOVE activeLanguageCode TO clLanguageCode
    IF cipherKeyword
        MOVE currentKeyword TO clKeywordUsed
    ELSE
        MOVE SPACES TO clKeywordUsed
    END-IF
    MOVE keyLengthEstimate TO clKeyLengthEst
    MOVE tiCorrespondentId TO clCorrespondentId
    MOVE numShift TO clMasterShift
    WRITE cipherLogRecord.
