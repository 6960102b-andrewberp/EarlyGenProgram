IDENTIFICATION DIVISION.
PROGRAM-ID. key-compromise.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT compromiseCardFile ASSIGN TO "KEYCMPCD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS compromiseCardFileStatus.
    SELECT correspondentMasterFile ASSIGN TO "CORRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT messageRegistryFile ASSIGN TO "MSGREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mrMessageId
        FILE STATUS IS messageRegistryFileStatus.
    SELECT cipherLogFile ASSIGN TO "CIPHERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherLogFileStatus.
    SELECT cipherHistFile ASSIGN TO "CIPHHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherHistFileStatus.
    SELECT interfaceFile ASSIGN TO "IFACEOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile01 ASSIGN TO "IFCDST01"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile02 ASSIGN TO "IFCDST02"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile03 ASSIGN TO "IFCDST03"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile04 ASSIGN TO "IFCDST04"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile05 ASSIGN TO "IFCDST05"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile06 ASSIGN TO "IFCDST06"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile07 ASSIGN TO "IFCDST07"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile08 ASSIGN TO "IFCDST08"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile09 ASSIGN TO "IFCDST09"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT distFile10 ASSIGN TO "IFCDST10"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT residualFile ASSIGN TO "IFCDSTRS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS distFileStatus.
    SELECT compromiseReportFile ASSIGN TO "KEYCMPRP"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  compromiseCardFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpkcmcrd.

FD  correspondentMasterFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpcorrm.

FD  messageRegistryFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpmsgreg.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherLogFileRecord PIC X(100).

FD  cipherHistFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherHistRecord PIC X(100).

FD  interfaceFile
    RECORD CONTAINS 123 CHARACTERS.
01 interfaceFileRecord PIC X(123).

FD  distFile01
    RECORD CONTAINS 123 CHARACTERS.
01 dist01Record PIC X(123).

FD  distFile02
    RECORD CONTAINS 123 CHARACTERS.
01 dist02Record PIC X(123).

FD  distFile03
    RECORD CONTAINS 123 CHARACTERS.
01 dist03Record PIC X(123).

FD  distFile04
    RECORD CONTAINS 123 CHARACTERS.
01 dist04Record PIC X(123).

FD  distFile05
    RECORD CONTAINS 123 CHARACTERS.
01 dist05Record PIC X(123).

FD  distFile06
    RECORD CONTAINS 123 CHARACTERS.
01 dist06Record PIC X(123).

FD  distFile07
    RECORD CONTAINS 123 CHARACTERS.
01 dist07Record PIC X(123).

FD  distFile08
    RECORD CONTAINS 123 CHARACTERS.
01 dist08Record PIC X(123).

FD  distFile09
    RECORD CONTAINS 123 CHARACTERS.
01 dist09Record PIC X(123).

FD  distFile10
    RECORD CONTAINS 123 CHARACTERS.
01 dist10Record PIC X(123).

FD  residualFile
    RECORD CONTAINS 123 CHARACTERS.
01 residualRecord PIC X(123).

FD  compromiseReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpkcmrpt.

WORKING-STORAGE SECTION.
01 compromiseCardFileStatus PIC X(02).
01 corrMasterFileStatus PIC X(02).
01 messageRegistryFileStatus PIC X(02).
01 cipherLogFileStatus PIC X(02).
01 cipherHistFileStatus PIC X(02).
01 distFileStatus PIC X(02).

COPY cpciplog.
COPY cpifcout.

01 endOfScanSwitch PIC X(01) VALUE "N".
    88 scanDone VALUE "Y".
01 registryAvailableSwitch PIC X(01) VALUE "Y".
    88 registryAvailable VALUE "Y".
01 corrMasterAvailableSwitch PIC X(01) VALUE "Y".
    88 corrMasterAvailable VALUE "Y".
01 keyMatchSwitch PIC X(01).
    88 keyMatches VALUE "Y".
01 correspondentMatchSwitch PIC X(01).
    88 correspondentMatches VALUE "Y".

01 runDate PIC X(08).
01 compromisedShift PIC 99 VALUE 0.
01 logSourceName PIC X(09).
01 logEntryDate PIC X(08).

01 impactTable.
    05 impactEntry OCCURS 500 TIMES.
        10 imMessageId PIC X(10).
        10 imFirstDate PIC X(08).
        10 imLastDate PIC X(08).
        10 imEvidenceFlag PIC X(01).
        10 imSourceName PIC X(09).
        10 imInterfaceFlag PIC X(01).
        10 imDistFileName PIC X(08).
01 impactCount PIC 9(03) VALUE 0.
01 imIdx PIC 9(03).
01 imFoundIdx PIC 9(03).
01 impactMessageId PIC X(10).
01 impactOverflowCount PIC 9(05) VALUE 0.

01 distFileIdx PIC 9(02).
01 distFileName PIC X(08).
01 statusDescription PIC X(12).
01 interfaceDescription PIC X(08).

01 countLogConfirmed PIC 9(05) VALUE 0.
01 countUnconfirmed PIC 9(05) VALUE 0.
01 countOnInterface PIC 9(05) VALUE 0.
01 countDistributed PIC 9(05) VALUE 0.
01 quarantineResultText PIC X(60) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadCompromiseCard
    OPEN OUTPUT compromiseReportFile
    PERFORM WriteReportHeading
    OPEN INPUT messageRegistryFile
    IF messageRegistryFileStatus IS EQUAL TO "35"
        MOVE "N" TO registryAvailableSwitch
        DISPLAY "Message registry MSGREG not found; lifecycle status and unlogged traffic not reported"
    END-IF
    IF messageRegistryFileStatus IS EQUAL TO "39"
        DISPLAY "Message registry MSGREG record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    PERFORM SweepCipherHistory
    PERFORM SweepCipherLog
    PERFORM SweepMessageRegistry
    PERFORM ScanInterfaceFiles
    PERFORM QuarantineCorrespondentKey
    PERFORM WriteImpactLines
    PERFORM WriteCompromiseSummary
    IF registryAvailable
        CLOSE messageRegistryFile
    END-IF
    CLOSE compromiseReportFile
    STOP RUN.

LoadCompromiseCard.
    OPEN INPUT compromiseCardFile
    IF compromiseCardFileStatus IS EQUAL TO "35"
        DISPLAY "Key compromise card KEYCMPCD not found; nothing to assess"
        STOP RUN
    END-IF
    READ compromiseCardFile
        AT END
            DISPLAY "Key compromise card KEYCMPCD is empty; nothing to assess"
            CLOSE compromiseCardFile
            STOP RUN
    END-READ
    CLOSE compromiseCardFile
    IF kcCorrespondentId IS EQUAL TO SPACES
        DISPLAY "LoadCompromiseCard: correspondent id missing; card rejected"
        STOP RUN
    END-IF
    IF kcFromDate IS NOT NUMERIC
        DISPLAY "LoadCompromiseCard: " kcCorrespondentId " from-date " kcFromDate " not numeric; card rejected"
        STOP RUN
    END-IF
    EVALUATE TRUE
        WHEN kcCipherKeyword AND kcKeyword IS NOT EQUAL TO SPACES
            MOVE 0 TO compromisedShift
        WHEN kcCipherKeyword
            DISPLAY "LoadCompromiseCard: " kcCorrespondentId " keyword cipher declared but no keyword keyed; card rejected"
            STOP RUN
        WHEN kcShiftKey IS NOT NUMERIC
            DISPLAY "LoadCompromiseCard: " kcCorrespondentId " shift key " kcShiftKey " not numeric; card rejected"
            STOP RUN
        WHEN kcShiftKey IS GREATER THAN "25"
            DISPLAY "LoadCompromiseCard: " kcCorrespondentId " shift key " kcShiftKey " not 00-25; card rejected"
            STOP RUN
        WHEN OTHER
            MOVE "C" TO kcCipherType
            MOVE kcShiftKey TO compromisedShift
    END-EVALUATE.

WriteReportHeading.
    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Key compromise impact " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        " correspondent " DELIMITED BY SIZE
        kcCorrespondentId DELIMITED BY SIZE
        " declared by " DELIMITED BY SIZE
        kcOperatorId DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    MOVE SPACES TO keyCompromiseRptRecord
    IF kcCipherKeyword
        STRING "  Compromised keyword " DELIMITED BY SIZE
            kcKeyword DELIMITED BY SIZE
            " in use since " DELIMITED BY SIZE
            kcFromDate DELIMITED BY SIZE
            INTO keyCompromiseRptRecord
        END-STRING
    ELSE
        STRING "  Compromised shift key " DELIMITED BY SIZE
            compromisedShift DELIMITED BY SIZE
            " in use since " DELIMITED BY SIZE
            kcFromDate DELIMITED BY SIZE
            INTO keyCompromiseRptRecord
        END-STRING
    END-IF
    WRITE keyCompromiseRptRecord.

SweepCipherHistory.
    OPEN INPUT cipherHistFile
    IF cipherHistFileStatus IS EQUAL TO "35"
        DISPLAY "Cipher log archive CIPHHIST not found; current log only"
    ELSE
        MOVE "CIPHHIST" TO logSourceName
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadCipherHistory
        PERFORM UNTIL scanDone
            PERFORM EvaluateLogEntry
            PERFORM ReadCipherHistory
        END-PERFORM
        CLOSE cipherHistFile
    END-IF.

ReadCipherHistory.
    READ cipherHistFile INTO cipherLogRecord
        AT END MOVE "Y" TO endOfScanSwitch
    END-READ.

SweepCipherLog.
    OPEN INPUT cipherLogFile
    IF cipherLogFileStatus IS EQUAL TO "35"
        DISPLAY "Cipher audit log CIPHERLOG not found; archive only"
    ELSE
        MOVE "CIPHERLOG" TO logSourceName
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadCipherLog
        PERFORM UNTIL scanDone
            PERFORM EvaluateLogEntry
            PERFORM ReadCipherLog
        END-PERFORM
        CLOSE cipherLogFile
    END-IF.

ReadCipherLog.
    READ cipherLogFile INTO cipherLogRecord
        AT END MOVE "Y" TO endOfScanSwitch
    END-READ.

EvaluateLogEntry.
    MOVE clLogTimestamp(1:8) TO logEntryDate
    IF clMessageId(1:1) IS NOT EQUAL TO "*"
            AND clMessageId IS NOT EQUAL TO SPACES
            AND logEntryDate IS GREATER THAN OR EQUAL TO kcFromDate
        PERFORM CheckLogKeyMatch
        IF keyMatches
            PERFORM CheckLogCorrespondent
            IF correspondentMatches
                MOVE clMessageId TO impactMessageId
                PERFORM LocateOrAddImpact
                IF imFoundIdx IS GREATER THAN 0
                    PERFORM RecordLogEvidence
                END-IF
            END-IF
        END-IF
    END-IF.

CheckLogKeyMatch.
    MOVE "N" TO keyMatchSwitch
    IF kcCipherKeyword
        IF clKeywordUsed IS EQUAL TO kcKeyword
            MOVE "Y" TO keyMatchSwitch
        END-IF
    ELSE
        IF clKeywordUsed IS EQUAL TO SPACES
                AND clShiftUsed IS EQUAL TO compromisedShift
                AND (clParagraphName IS EQUAL TO "EncryptString"
                    OR clParagraphName IS EQUAL TO "DecryptString"
                    OR clParagraphName IS EQUAL TO "SolveCaesarCipher"
                    OR clParagraphName IS EQUAL TO "ReleaseMessage")
            MOVE "Y" TO keyMatchSwitch
        END-IF
    END-IF.

CheckLogCorrespondent.
    MOVE "N" TO correspondentMatchSwitch
    EVALUATE TRUE
        WHEN clCorrespondentId IS EQUAL TO kcCorrespondentId
            MOVE "Y" TO correspondentMatchSwitch
        WHEN clCorrespondentId IS NOT EQUAL TO SPACES
            CONTINUE
        WHEN registryAvailable
            MOVE clMessageId TO mrMessageId
            READ messageRegistryFile KEY IS mrMessageId
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF mrCorrespondentId IS EQUAL TO kcCorrespondentId
                        MOVE "Y" TO correspondentMatchSwitch
                    END-IF
            END-READ
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

LocateOrAddImpact.
    MOVE 0 TO imFoundIdx
    PERFORM VARYING imIdx FROM 1 BY 1
            UNTIL imIdx IS GREATER THAN impactCount
        IF imMessageId(imIdx) IS EQUAL TO impactMessageId
            MOVE imIdx TO imFoundIdx
        END-IF
    END-PERFORM
    IF imFoundIdx IS EQUAL TO 0
        IF impactCount IS LESS THAN 500
            ADD 1 TO impactCount
            MOVE impactCount TO imFoundIdx
            MOVE impactMessageId TO imMessageId(imFoundIdx)
            MOVE SPACES TO imFirstDate(imFoundIdx)
            MOVE SPACES TO imLastDate(imFoundIdx)
            MOVE SPACES TO imEvidenceFlag(imFoundIdx)
            MOVE SPACES TO imSourceName(imFoundIdx)
            MOVE "N" TO imInterfaceFlag(imFoundIdx)
            MOVE SPACES TO imDistFileName(imFoundIdx)
        ELSE
            ADD 1 TO impactOverflowCount
            DISPLAY "LocateOrAddImpact: more than 500 affected messages; " impactMessageId " not itemised"
        END-IF
    END-IF.

RecordLogEvidence.
    IF imEvidenceFlag(imFoundIdx) IS NOT EQUAL TO "L"
        MOVE "L" TO imEvidenceFlag(imFoundIdx)
        MOVE logEntryDate TO imFirstDate(imFoundIdx)
        MOVE logSourceName TO imSourceName(imFoundIdx)
        ADD 1 TO countLogConfirmed
    END-IF
    MOVE logEntryDate TO imLastDate(imFoundIdx).

SweepMessageRegistry.
    IF registryAvailable
        MOVE "N" TO endOfScanSwitch
        MOVE LOW-VALUES TO mrMessageId
        START messageRegistryFile KEY IS GREATER THAN OR EQUAL TO mrMessageId
            INVALID KEY
                MOVE "Y" TO endOfScanSwitch
        END-START
        PERFORM UNTIL scanDone
            READ messageRegistryFile NEXT RECORD
                AT END
                    MOVE "Y" TO endOfScanSwitch
                NOT AT END
                    IF mrCorrespondentId IS EQUAL TO kcCorrespondentId
                            AND mrLastStatusDate IS GREATER THAN OR EQUAL TO kcFromDate
                        MOVE mrMessageId TO impactMessageId
                        PERFORM LocateOrAddImpact
                        IF imFoundIdx IS GREATER THAN 0
                                AND imEvidenceFlag(imFoundIdx) IS EQUAL TO SPACES
                            MOVE "R" TO imEvidenceFlag(imFoundIdx)
                            MOVE mrFirstSeenDate TO imFirstDate(imFoundIdx)
                            MOVE mrLastStatusDate TO imLastDate(imFoundIdx)
                            MOVE "MSGREG" TO imSourceName(imFoundIdx)
                            ADD 1 TO countUnconfirmed
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

ScanInterfaceFiles.
    OPEN INPUT interfaceFile
    IF distFileStatus IS EQUAL TO "35"
        DISPLAY "Interface file IFACEOUT not found; interface exposure not checked"
    ELSE
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadInterface
        PERFORM UNTIL scanDone
            IF idIsDetail
                MOVE idMessageId TO impactMessageId
                PERFORM LocateImpact
                IF imFoundIdx IS GREATER THAN 0
                    MOVE "Y" TO imInterfaceFlag(imFoundIdx)
                END-IF
            END-IF
            PERFORM ReadInterface
        END-PERFORM
        CLOSE interfaceFile
    END-IF
    PERFORM VARYING distFileIdx FROM 1 BY 1 UNTIL distFileIdx IS GREATER THAN 11
        PERFORM ScanDistributionFile
    END-PERFORM.

ReadInterface.
    READ interfaceFile INTO interfaceRecord
        AT END MOVE "Y" TO endOfScanSwitch
    END-READ.

LocateImpact.
    MOVE 0 TO imFoundIdx
    PERFORM VARYING imIdx FROM 1 BY 1
            UNTIL imIdx IS GREATER THAN impactCount
        IF imMessageId(imIdx) IS EQUAL TO impactMessageId
            MOVE imIdx TO imFoundIdx
        END-IF
    END-PERFORM.

ScanDistributionFile.
    IF distFileIdx IS EQUAL TO 11
        MOVE "IFCDSTRS" TO distFileName
    ELSE
        MOVE "IFCDST" TO distFileName
        MOVE distFileIdx TO distFileName(7:2)
    END-IF
    PERFORM OpenDistFile
    IF distFileStatus IS EQUAL TO "00"
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadDistFile
        PERFORM UNTIL scanDone
            IF idIsDetail
                MOVE idMessageId TO impactMessageId
                PERFORM LocateImpact
                IF imFoundIdx IS GREATER THAN 0
                        AND imDistFileName(imFoundIdx) IS EQUAL TO SPACES
                    MOVE distFileName TO imDistFileName(imFoundIdx)
                END-IF
            END-IF
            PERFORM ReadDistFile
        END-PERFORM
        PERFORM CloseDistFile
    END-IF.

OpenDistFile.
    EVALUATE distFileIdx
        WHEN 1 OPEN INPUT distFile01
        WHEN 2 OPEN INPUT distFile02
        WHEN 3 OPEN INPUT distFile03
        WHEN 4 OPEN INPUT distFile04
        WHEN 5 OPEN INPUT distFile05
        WHEN 6 OPEN INPUT distFile06
        WHEN 7 OPEN INPUT distFile07
        WHEN 8 OPEN INPUT distFile08
        WHEN 9 OPEN INPUT distFile09
        WHEN 10 OPEN INPUT distFile10
        WHEN OTHER OPEN INPUT residualFile
    END-EVALUATE.

ReadDistFile.
    EVALUATE distFileIdx
        WHEN 1
            READ distFile01 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 2
            READ distFile02 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 3
            READ distFile03 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 4
            READ distFile04 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 5
            READ distFile05 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 6
            READ distFile06 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 7
            READ distFile07 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 8
            READ distFile08 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 9
            READ distFile09 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN 10
            READ distFile10 INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
        WHEN OTHER
            READ residualFile INTO interfaceRecord
                AT END MOVE "Y" TO endOfScanSwitch
            END-READ
    END-EVALUATE.

CloseDistFile.
    EVALUATE distFileIdx
        WHEN 1 CLOSE distFile01
        WHEN 2 CLOSE distFile02
        WHEN 3 CLOSE distFile03
        WHEN 4 CLOSE distFile04
        WHEN 5 CLOSE distFile05
        WHEN 6 CLOSE distFile06
        WHEN 7 CLOSE distFile07
        WHEN 8 CLOSE distFile08
        WHEN 9 CLOSE distFile09
        WHEN 10 CLOSE distFile10
        WHEN OTHER CLOSE residualFile
    END-EVALUATE.

QuarantineCorrespondentKey.
    OPEN I-O correspondentMasterFile
    IF corrMasterFileStatus IS EQUAL TO "35"
        MOVE "N" TO corrMasterAvailableSwitch
        MOVE "correspondent master not found; no quarantine applied" TO quarantineResultText
    END-IF
    IF corrMasterFileStatus IS EQUAL TO "39"
        DISPLAY "Correspondent master CORRMAST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    IF corrMasterAvailable
        MOVE kcCorrespondentId TO cmCorrespondentId
        READ correspondentMasterFile KEY IS cmCorrespondentId
            INVALID KEY
                MOVE "correspondent not on master; no quarantine applied" TO quarantineResultText
            NOT INVALID KEY
                PERFORM MarkCompromisedKey
        END-READ
        CLOSE correspondentMasterFile
    END-IF
    DISPLAY "QuarantineCorrespondentKey: " kcCorrespondentId " " quarantineResultText.

MarkCompromisedKey.
    EVALUATE TRUE
        WHEN kcCipherKeyword AND cmKeyword IS NOT EQUAL TO kcKeyword
            MOVE "keyword on file differs; key already replaced, no quarantine" TO quarantineResultText
        WHEN kcCipherCaesar AND cmCipherKeyword
            MOVE "correspondent now on keyword cipher; no quarantine applied" TO quarantineResultText
        WHEN kcCipherCaesar AND cmShiftKey IS NOT EQUAL TO compromisedShift
            MOVE "shift on file differs; key already replaced, no quarantine" TO quarantineResultText
        WHEN cmKeyCompromised
            MOVE "key already under quarantine since " TO quarantineResultText
            MOVE cmCompromiseDate TO quarantineResultText(36:8)
        WHEN OTHER
            MOVE "Y" TO cmKeyCompromiseFlag
            MOVE runDate TO cmCompromiseDate
            REWRITE correspondentMasterRecord
            MOVE "key quarantined; traffic held in suspense until new key approved" TO quarantineResultText
            PERFORM WriteQuarantineAuditEntry
    END-EVALUATE.

WriteQuarantineAuditEntry.
    OPEN EXTEND cipherLogFile
    IF cipherLogFileStatus IS EQUAL TO "35"
        OPEN OUTPUT cipherLogFile
    END-IF
    MOVE SPACES TO cipherLogRecord
    MOVE FUNCTION CURRENT-DATE TO clLogTimestamp
    MOVE "*KEYCMP*" TO clMessageId
    MOVE compromisedShift TO clShiftUsed
    MOVE "MarkCompromisedKey" TO clParagraphName
    MOVE kcOperatorId TO clOperatorId
    MOVE SPACES TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE SPACES TO clLanguageCode
    IF kcCipherKeyword
        MOVE kcKeyword TO clKeywordUsed
    ELSE
        MOVE SPACES TO clKeywordUsed
    END-IF
    MOVE 0 TO clKeyLengthEst
    MOVE kcCorrespondentId TO clCorrespondentId
    MOVE compromisedShift TO clMasterShift
    WRITE cipherLogFileRecord FROM cipherLogRecord
    CLOSE cipherLogFile.

WriteImpactLines.
    MOVE SPACES TO keyCompromiseRptRecord
    STRING "  Message id first used  lifecycle    IFACEOUT distributed source" DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord
    PERFORM VARYING imIdx FROM 1 BY 1 UNTIL imIdx IS GREATER THAN impactCount
        IF imEvidenceFlag(imIdx) IS EQUAL TO "L"
            PERFORM WriteImpactDetail
        END-IF
    END-PERFORM
    IF countUnconfirmed IS GREATER THAN 0
        MOVE SPACES TO keyCompromiseRptRecord
        STRING "  Correspondent traffic since " DELIMITED BY SIZE
            kcFromDate DELIMITED BY SIZE
            " with no cipher log entry under the key:" DELIMITED BY SIZE
            INTO keyCompromiseRptRecord
        END-STRING
        WRITE keyCompromiseRptRecord
        PERFORM VARYING imIdx FROM 1 BY 1 UNTIL imIdx IS GREATER THAN impactCount
            IF imEvidenceFlag(imIdx) IS EQUAL TO "R"
                PERFORM WriteImpactDetail
            END-IF
        END-PERFORM
    END-IF.

WriteImpactDetail.
    PERFORM LookupLifecycleStatus
    IF imInterfaceFlag(imIdx) IS EQUAL TO "Y"
        MOVE "yes" TO interfaceDescription
        ADD 1 TO countOnInterface
    ELSE
        MOVE "no" TO interfaceDescription
    END-IF
    IF imDistFileName(imIdx) IS NOT EQUAL TO SPACES
        ADD 1 TO countDistributed
    END-IF
    MOVE SPACES TO keyCompromiseRptRecord
    STRING "  " DELIMITED BY SIZE
        imMessageId(imIdx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        imFirstDate(imIdx) DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        statusDescription DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        interfaceDescription DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        imDistFileName(imIdx) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        imSourceName(imIdx) DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord.

LookupLifecycleStatus.
    MOVE "unregistered" TO statusDescription
    IF registryAvailable
        MOVE imMessageId(imIdx) TO mrMessageId
        READ messageRegistryFile KEY IS mrMessageId
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN mrValidated
                        MOVE "validated" TO statusDescription
                    WHEN mrProcessed
                        MOVE "processed" TO statusDescription
                    WHEN mrSuspended
                        MOVE "suspended" TO statusDescription
                    WHEN mrInterfaced
                        MOVE "interfaced" TO statusDescription
                    WHEN mrAcknowledged
                        MOVE "acknowledged" TO statusDescription
                    WHEN mrOutboundQueued
                        MOVE "outbound" TO statusDescription
                    WHEN mrWatchlistHeld
                        MOVE "watch hold" TO statusDescription
                    WHEN OTHER
                        MOVE "status " TO statusDescription
                        MOVE mrStatusCode TO statusDescription(8:1)
                END-EVALUATE
        END-READ
    END-IF.

WriteCompromiseSummary.
    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Messages under the key (logged)  : " DELIMITED BY SIZE
        countLogConfirmed DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Traffic with no log evidence     : " DELIMITED BY SIZE
        countUnconfirmed DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Already on IFACEOUT              : " DELIMITED BY SIZE
        countOnInterface DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Already on distribution files    : " DELIMITED BY SIZE
        countDistributed DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    IF impactOverflowCount IS GREATER THAN 0
        MOVE SPACES TO keyCompromiseRptRecord
        STRING "Messages not itemised (table full): " DELIMITED BY SIZE
            impactOverflowCount DELIMITED BY SIZE
            INTO keyCompromiseRptRecord
        END-STRING
        WRITE keyCompromiseRptRecord
    END-IF

    MOVE SPACES TO keyCompromiseRptRecord
    STRING "Master action: " DELIMITED BY SIZE
        quarantineResultText DELIMITED BY SIZE
        INTO keyCompromiseRptRecord
    END-STRING
    WRITE keyCompromiseRptRecord

    DISPLAY "Key compromise: " countLogConfirmed " message(s) under the key, " countOnInterface " on IFACEOUT, " countDistributed " distributed".
