IDENTIFICATION DIVISION.
PROGRAM-ID. key-drift.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT driftControlFile ASSIGN TO "KEYDRFCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS driftControlFileStatus.
    SELECT runHistoryFile ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rhKey
        FILE STATUS IS runHistoryFileStatus.
    SELECT cipherLogFile ASSIGN TO "CIPHERLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherLogFileStatus.
    SELECT cipherHistFile ASSIGN TO "CIPHHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS cipherHistFileStatus.
    SELECT correspondentMasterFile ASSIGN TO "CORRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT driftReportFile ASSIGN TO "KEYDRFRP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT driftTransFile ASSIGN TO "KEYDRFTR"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  driftControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpkdrctl.

FD  runHistoryFile
    RECORD CONTAINS 210 CHARACTERS.
    COPY cprunhst.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherLogFileRecord PIC X(100).

FD  cipherHistFile
    RECORD CONTAINS 100 CHARACTERS.
01 cipherHistRecord PIC X(100).

FD  correspondentMasterFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpcorrm.

FD  driftReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpkdrrpt.

FD  driftTransFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpcorrtr.

WORKING-STORAGE SECTION.
01 driftControlFileStatus PIC X(02).
01 runHistoryFileStatus PIC X(02).
01 cipherLogFileStatus PIC X(02).
01 cipherHistFileStatus PIC X(02).
01 corrMasterFileStatus PIC X(02).

COPY cpciplog.

01 endOfScanSwitch PIC X(01) VALUE "N".
    88 scanDone VALUE "Y".
01 corrMasterAvailableSwitch PIC X(01) VALUE "Y".
    88 corrMasterAvailable VALUE "Y".
01 masterFoundSwitch PIC X(01) VALUE "N".
    88 masterFound VALUE "Y".

01 runDate PIC X(08).
01 fromDate PIC X(08) VALUE "00000000".
01 toDate PIC X(08) VALUE "99999999".
01 minEventsForChange PIC 9(03) VALUE 3.
01 driftOperatorId PIC X(08) VALUE "KEYDRIFT".
01 logEntryDate PIC X(08).

01 driftTable.
    05 driftEntry OCCURS 100 TIMES.
        10 dtCorrespondentId PIC X(08).
        10 dtRunsOnFile PIC 9(05).
        10 dtSolvedCount PIC 9(07).
        10 dtHistoryDriftCount PIC 9(05).
        10 dtLogDriftCount PIC 9(05).
        10 dtLastEventDate PIC X(08).
        10 dtLastMasterShift PIC 99.
        10 dtSolvedShiftCount OCCURS 26 TIMES PIC 9(05).
01 driftCount PIC 9(03) VALUE 0.
01 dtIdx PIC 9(03).
01 dtFoundIdx PIC 9(03).
01 driftCorrespondentId PIC X(08).
01 shiftIdx PIC 99.

01 dominantShift PIC 99.
01 dominantShiftCount PIC 9(05).
01 reportShift PIC 99.
01 offKeyRate PIC 9(04).
01 masterShiftText PIC X(02).

01 countCorrespondents PIC 9(05) VALUE 0.
01 countWithDrift PIC 9(05) VALUE 0.
01 countCardsWritten PIC 9(05) VALUE 0.
01 countLogEvents PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadDriftControl
    OPEN OUTPUT driftReportFile
    OPEN OUTPUT driftTransFile

    MOVE SPACES TO keyDriftRptRecord
    STRING "Key drift review " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        " history " DELIMITED BY SIZE
        fromDate DELIMITED BY SIZE
        " to " DELIMITED BY SIZE
        toDate DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord

    PERFORM ScanRunHistory
    PERFORM ScanCipherHistory
    PERFORM ScanCipherLog
    OPEN INPUT correspondentMasterFile
    IF corrMasterFileStatus IS EQUAL TO "35"
        MOVE "N" TO corrMasterAvailableSwitch
        DISPLAY "Correspondent master CORRMAST not found; no change cards proposed"
    END-IF
    IF corrMasterFileStatus IS EQUAL TO "39"
        DISPLAY "Correspondent master CORRMAST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    PERFORM VARYING dtIdx FROM 1 BY 1 UNTIL dtIdx IS GREATER THAN driftCount
        PERFORM ReportCorrespondentDrift
    END-PERFORM
    IF corrMasterAvailable
        CLOSE correspondentMasterFile
    END-IF
    PERFORM WriteDriftSummary
    CLOSE driftReportFile
    CLOSE driftTransFile
    STOP RUN.

LoadDriftControl.
    OPEN INPUT driftControlFile
    IF driftControlFileStatus IS EQUAL TO "35"
        DISPLAY "Key drift control card KEYDRFCL not found; reviewing all history"
    ELSE
        READ driftControlFile
            AT END
                CONTINUE
            NOT AT END
                IF dcFromDate IS NUMERIC
                    MOVE dcFromDate TO fromDate
                END-IF
                IF dcToDate IS NUMERIC
                    MOVE dcToDate TO toDate
                END-IF
                IF dcMinEvents IS NUMERIC
                        AND dcMinEvents IS NOT EQUAL TO "000"
                    MOVE dcMinEvents TO minEventsForChange
                END-IF
                IF dcOperatorId IS NOT EQUAL TO SPACES
                    MOVE dcOperatorId TO driftOperatorId
                END-IF
        END-READ
        CLOSE driftControlFile
    END-IF.

ScanRunHistory.
    OPEN INPUT runHistoryFile
    IF runHistoryFileStatus IS EQUAL TO "35"
        DISPLAY "Run history file RUNHIST not found; solve volumes not reported"
    ELSE
        MOVE "N" TO endOfScanSwitch
        MOVE LOW-VALUES TO rhKey
        START runHistoryFile KEY IS GREATER THAN OR EQUAL TO rhKey
            INVALID KEY
                MOVE "Y" TO endOfScanSwitch
        END-START
        PERFORM UNTIL scanDone
            READ runHistoryFile NEXT RECORD
                AT END
                    MOVE "Y" TO endOfScanSwitch
                NOT AT END
                    IF rhCorrespondentId IS NOT EQUAL TO "*TOTALS*"
                            AND rhRunDate IS GREATER THAN OR EQUAL TO fromDate
                            AND rhRunDate IS LESS THAN OR EQUAL TO toDate
                        PERFORM TallyHistoryRecord
                    END-IF
            END-READ
        END-PERFORM
        CLOSE runHistoryFile
    END-IF.

TallyHistoryRecord.
    MOVE rhCorrespondentId TO driftCorrespondentId
    PERFORM LocateOrAddCorrespondent
    IF dtFoundIdx IS GREATER THAN 0
        ADD 1 TO dtRunsOnFile(dtFoundIdx)
        ADD rhCountSolved TO dtSolvedCount(dtFoundIdx)
        IF rhKeyDriftCount IS NUMERIC
            ADD rhKeyDriftCount TO dtHistoryDriftCount(dtFoundIdx)
        END-IF
    END-IF.

ScanCipherHistory.
    OPEN INPUT cipherHistFile
    IF cipherHistFileStatus IS EQUAL TO "35"
        CONTINUE
    ELSE
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadCipherHistory
        PERFORM UNTIL scanDone
            PERFORM TallyDriftEvent
            PERFORM ReadCipherHistory
        END-PERFORM
        CLOSE cipherHistFile
    END-IF.

ReadCipherHistory.
    READ cipherHistFile INTO cipherLogRecord
        AT END MOVE "Y" TO endOfScanSwitch
    END-READ.

ScanCipherLog.
    OPEN INPUT cipherLogFile
    IF cipherLogFileStatus IS EQUAL TO "35"
        DISPLAY "Cipher audit log CIPHERLOG not found; solved shifts from archive only"
    ELSE
        MOVE "N" TO endOfScanSwitch
        PERFORM ReadCipherLog
        PERFORM UNTIL scanDone
            PERFORM TallyDriftEvent
            PERFORM ReadCipherLog
        END-PERFORM
        CLOSE cipherLogFile
    END-IF.

ReadCipherLog.
    READ cipherLogFile INTO cipherLogRecord
        AT END MOVE "Y" TO endOfScanSwitch
    END-READ.

TallyDriftEvent.
    MOVE clLogTimestamp(1:8) TO logEntryDate
    IF clParagraphName IS EQUAL TO "CheckKeyDrift"
            AND clCorrespondentId IS NOT EQUAL TO SPACES
            AND logEntryDate IS GREATER THAN OR EQUAL TO fromDate
            AND logEntryDate IS LESS THAN OR EQUAL TO toDate
            AND clShiftUsed IS NUMERIC
            AND clShiftUsed IS LESS THAN 26
        MOVE clCorrespondentId TO driftCorrespondentId
        PERFORM LocateOrAddCorrespondent
        IF dtFoundIdx IS GREATER THAN 0
            ADD 1 TO countLogEvents
            ADD 1 TO dtLogDriftCount(dtFoundIdx)
            ADD 1 TO dtSolvedShiftCount(dtFoundIdx, clShiftUsed + 1)
            IF logEntryDate IS GREATER THAN OR EQUAL TO dtLastEventDate(dtFoundIdx)
                MOVE logEntryDate TO dtLastEventDate(dtFoundIdx)
                MOVE clMasterShift TO dtLastMasterShift(dtFoundIdx)
            END-IF
        END-IF
    END-IF.

LocateOrAddCorrespondent.
    MOVE 0 TO dtFoundIdx
    PERFORM VARYING dtIdx FROM 1 BY 1
            UNTIL dtIdx IS GREATER THAN driftCount
        IF dtCorrespondentId(dtIdx) IS EQUAL TO driftCorrespondentId
            MOVE dtIdx TO dtFoundIdx
        END-IF
    END-PERFORM
    IF dtFoundIdx IS EQUAL TO 0
        IF driftCount IS LESS THAN 100
            ADD 1 TO driftCount
            MOVE driftCount TO dtFoundIdx
            MOVE driftCorrespondentId TO dtCorrespondentId(dtFoundIdx)
            MOVE 0 TO dtRunsOnFile(dtFoundIdx)
            MOVE 0 TO dtSolvedCount(dtFoundIdx)
            MOVE 0 TO dtHistoryDriftCount(dtFoundIdx)
            MOVE 0 TO dtLogDriftCount(dtFoundIdx)
            MOVE SPACES TO dtLastEventDate(dtFoundIdx)
            MOVE 0 TO dtLastMasterShift(dtFoundIdx)
            PERFORM VARYING shiftIdx FROM 1 BY 1 UNTIL shiftIdx IS GREATER THAN 26
                MOVE 0 TO dtSolvedShiftCount(dtFoundIdx, shiftIdx)
            END-PERFORM
        ELSE
            DISPLAY "LocateOrAddCorrespondent: more than 100 correspondents; " driftCorrespondentId " omitted"
        END-IF
    END-IF.

ReportCorrespondentDrift.
    ADD 1 TO countCorrespondents
    IF dtHistoryDriftCount(dtIdx) IS GREATER THAN 0
            OR dtLogDriftCount(dtIdx) IS GREATER THAN 0
        ADD 1 TO countWithDrift
        PERFORM LookupMasterKey
        PERFORM FindDominantShift
        IF dtSolvedCount(dtIdx) IS GREATER THAN 0
            COMPUTE offKeyRate ROUNDED =
                dtHistoryDriftCount(dtIdx) * 1000 / dtSolvedCount(dtIdx)
        ELSE
            MOVE 0 TO offKeyRate
        END-IF
        MOVE SPACES TO keyDriftRptRecord
        STRING "  " DELIMITED BY SIZE
            dtCorrespondentId(dtIdx) DELIMITED BY SIZE
            " solved " DELIMITED BY SIZE
            dtSolvedCount(dtIdx) DELIMITED BY SIZE
            " off-key " DELIMITED BY SIZE
            dtHistoryDriftCount(dtIdx) DELIMITED BY SIZE
            " per mille " DELIMITED BY SIZE
            offKeyRate DELIMITED BY SIZE
            " master " DELIMITED BY SIZE
            masterShiftText DELIMITED BY SIZE
            INTO keyDriftRptRecord
        END-STRING
        WRITE keyDriftRptRecord
        PERFORM VARYING shiftIdx FROM 1 BY 1 UNTIL shiftIdx IS GREATER THAN 26
            IF dtSolvedShiftCount(dtIdx, shiftIdx) IS GREATER THAN 0
                PERFORM WriteSolvedShiftLine
            END-IF
        END-PERFORM
        IF dtLastEventDate(dtIdx) IS NOT EQUAL TO SPACES
            MOVE SPACES TO keyDriftRptRecord
            STRING "    last off-key solve " DELIMITED BY SIZE
                dtLastEventDate(dtIdx) DELIMITED BY SIZE
                " when master held shift " DELIMITED BY SIZE
                dtLastMasterShift(dtIdx) DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
            WRITE keyDriftRptRecord
        END-IF
        PERFORM ProposeMasterChange
    END-IF.

LookupMasterKey.
    MOVE "N" TO masterFoundSwitch
    MOVE "??" TO masterShiftText
    IF corrMasterAvailable
        MOVE dtCorrespondentId(dtIdx) TO cmCorrespondentId
        READ correspondentMasterFile KEY IS cmCorrespondentId
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO masterFoundSwitch
                MOVE cmShiftKey TO masterShiftText
        END-READ
    END-IF.

FindDominantShift.
    MOVE 0 TO dominantShift
    MOVE 0 TO dominantShiftCount
    PERFORM VARYING shiftIdx FROM 1 BY 1 UNTIL shiftIdx IS GREATER THAN 26
        IF dtSolvedShiftCount(dtIdx, shiftIdx) IS GREATER THAN dominantShiftCount
            MOVE dtSolvedShiftCount(dtIdx, shiftIdx) TO dominantShiftCount
            COMPUTE dominantShift = shiftIdx - 1
        END-IF
    END-PERFORM.

WriteSolvedShiftLine.
    COMPUTE reportShift = shiftIdx - 1
    MOVE SPACES TO keyDriftRptRecord
    STRING "    solved under shift " DELIMITED BY SIZE
        reportShift DELIMITED BY SIZE
        " on " DELIMITED BY SIZE
        dtSolvedShiftCount(dtIdx, shiftIdx) DELIMITED BY SIZE
        " message(s)" DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord.

ProposeMasterChange.
    MOVE SPACES TO keyDriftRptRecord
    EVALUATE TRUE
        WHEN dominantShiftCount IS EQUAL TO 0
            STRING "    no solved shift on the cipher log for this period; no change proposed" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
        WHEN dominantShiftCount IS LESS THAN minEventsForChange
            STRING "    fewer than " DELIMITED BY SIZE
                minEventsForChange DELIMITED BY SIZE
                " events under shift " DELIMITED BY SIZE
                dominantShift DELIMITED BY SIZE
                "; watch, no change proposed" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
        WHEN NOT masterFound
            STRING "    correspondent not on master; no change proposed" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
        WHEN cmCipherKeyword
            STRING "    now on keyword cipher; no shift change proposed" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
        WHEN cmShiftKey IS EQUAL TO dominantShift
            STRING "    master already holds shift " DELIMITED BY SIZE
                dominantShift DELIMITED BY SIZE
                "; no change proposed" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
        WHEN OTHER
            PERFORM WriteChangeCard
            STRING "    change card proposes shift " DELIMITED BY SIZE
                dominantShift DELIMITED BY SIZE
                " from " DELIMITED BY SIZE
                runDate DELIMITED BY SIZE
                "; route through corr-approve" DELIMITED BY SIZE
                INTO keyDriftRptRecord
            END-STRING
    END-EVALUATE
    WRITE keyDriftRptRecord.

WriteChangeCard.
    MOVE SPACES TO maintTransRecord
    MOVE "C" TO mtActionCode
    MOVE cmCorrespondentId TO mtCorrespondentId
    MOVE dominantShift TO mtShiftKey
    MOVE runDate TO mtEffectiveDate
    MOVE cmExpiryDate TO mtExpiryDate
    MOVE driftOperatorId TO mtOperatorId
    MOVE "C" TO mtCipherType
    MOVE cmLanguageCode TO mtLanguageCode
    WRITE maintTransRecord
    ADD 1 TO countCardsWritten.

WriteDriftSummary.
    MOVE SPACES TO keyDriftRptRecord
    STRING "Correspondents reviewed : " DELIMITED BY SIZE
        countCorrespondents DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord

    MOVE SPACES TO keyDriftRptRecord
    STRING "With off-key solves     : " DELIMITED BY SIZE
        countWithDrift DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord

    MOVE SPACES TO keyDriftRptRecord
    STRING "Drift events logged     : " DELIMITED BY SIZE
        countLogEvents DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord

    MOVE SPACES TO keyDriftRptRecord
    STRING "Change cards proposed   : " DELIMITED BY SIZE
        countCardsWritten DELIMITED BY SIZE
        INTO keyDriftRptRecord
    END-STRING
    WRITE keyDriftRptRecord

    DISPLAY "Key drift: " countWithDrift " correspondent(s) solving off-key, " countCardsWritten " change card(s) proposed".
