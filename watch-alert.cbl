IDENTIFICATION DIVISION.
PROGRAM-ID. watch-alert.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT alertFile ASSIGN TO "ALERTOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS alertFileStatus.
    SELECT watchReportFile ASSIGN TO "WATCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  alertFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpalert.

FD  watchReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpwchrpt.

WORKING-STORAGE SECTION.
01 alertFileStatus PIC X(02).
01 endOfAlerts PIC X(01) VALUE "N".
    88 noMoreAlerts VALUE "Y".
01 runDate PIC X(08).

01 alertTable.
    05 alertEntry OCCURS 1000 TIMES.
       10 atMessageId          PIC X(10).
       10 atCorrespondentId    PIC X(08).
       10 atTerm               PIC X(20).
       10 atSeverity           PIC X(01).
       10 atAnalystId          PIC X(08).
       10 atTextSource         PIC X(01).
       10 atHeldFlag           PIC X(01).
01 alertCount PIC 9(04) VALUE 0.
01 alertIdx PIC 9(04).

01 analystTable.
    05 analystEntry OCCURS 200 TIMES.
       10 anAnalystId          PIC X(08).
01 analystCount PIC 9(03) VALUE 0.
01 analystIdx PIC 9(03).
01 analystFoundIdx PIC 9(03).
01 analystInsertIdx PIC 9(03).

01 severityCodes PIC X(04) VALUE "HMLX".
01 severityIdx PIC 9(01).
01 reportSeverity PIC X(01).
01 severityTitle PIC X(20).
01 countSeverityHits PIC 9(05).
01 countAnalystHits PIC 9(05).
01 countTotalHits PIC 9(05) VALUE 0.
01 countHeldHits PIC 9(05) VALUE 0.
01 countDropped PIC 9(05) VALUE 0.
01 matchSeveritySwitch PIC X(01).
    88 severityMatched VALUE "Y".
01 sourceText PIC X(09).
01 heldText PIC X(04).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    OPEN INPUT alertFile
    IF alertFileStatus IS EQUAL TO "35"
        DISPLAY "Watchlist alert file ALERTOUT not found; no screening hits to report"
        STOP RUN
    END-IF
    PERFORM ReadAlert
    PERFORM UNTIL noMoreAlerts
        PERFORM StoreAlert
        PERFORM ReadAlert
    END-PERFORM
    CLOSE alertFile

    OPEN OUTPUT watchReportFile
    MOVE SPACES TO watchRptRecord
    STRING "Watchlist screening alerts for " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        " by severity and analyst" DELIMITED BY SIZE
        INTO watchRptRecord
    END-STRING
    WRITE watchRptRecord

    PERFORM VARYING severityIdx FROM 1 BY 1
            UNTIL severityIdx IS GREATER THAN 4
        PERFORM ReportSeverityGroup
    END-PERFORM
    PERFORM WriteAlertSummary
    CLOSE watchReportFile
    DISPLAY "Watchlist alerts: " countTotalHits " hit(s), " countHeldHits " holding a message"
    STOP RUN.

ReadAlert.
    READ alertFile
        AT END MOVE "Y" TO endOfAlerts
    END-READ.

StoreAlert.
    IF alertCount IS LESS THAN 1000
        ADD 1 TO alertCount
        MOVE alMessageId TO atMessageId(alertCount)
        MOVE alCorrespondentId TO atCorrespondentId(alertCount)
        MOVE alTerm TO atTerm(alertCount)
        MOVE alSeverity TO atSeverity(alertCount)
        MOVE alAnalystId TO atAnalystId(alertCount)
        MOVE alTextSource TO atTextSource(alertCount)
        MOVE alHeldFlag TO atHeldFlag(alertCount)
        ADD 1 TO countTotalHits
        IF alMessageHeld
            ADD 1 TO countHeldHits
        END-IF
        PERFORM StoreAnalyst
    ELSE
        ADD 1 TO countDropped
    END-IF.

StoreAnalyst.
    MOVE 0 TO analystFoundIdx
    PERFORM VARYING analystIdx FROM 1 BY 1
            UNTIL analystIdx IS GREATER THAN analystCount
        IF anAnalystId(analystIdx) IS EQUAL TO alAnalystId
            MOVE analystIdx TO analystFoundIdx
        END-IF
    END-PERFORM
    IF analystFoundIdx IS EQUAL TO 0 AND analystCount IS LESS THAN 200
        MOVE 1 TO analystInsertIdx
        PERFORM VARYING analystIdx FROM 1 BY 1
                UNTIL analystIdx IS GREATER THAN analystCount
            IF anAnalystId(analystIdx) IS LESS THAN alAnalystId
                COMPUTE analystInsertIdx = analystIdx + 1
            END-IF
        END-PERFORM
        PERFORM VARYING analystIdx FROM analystCount BY -1
                UNTIL analystIdx IS LESS THAN analystInsertIdx
            MOVE anAnalystId(analystIdx) TO anAnalystId(analystIdx + 1)
        END-PERFORM
        MOVE alAnalystId TO anAnalystId(analystInsertIdx)
        ADD 1 TO analystCount
    END-IF.

ReportSeverityGroup.
    MOVE severityCodes(severityIdx:1) TO reportSeverity
    EVALUATE reportSeverity
        WHEN "H"
            MOVE "HIGH (message held)" TO severityTitle
        WHEN "M"
            MOVE "MEDIUM" TO severityTitle
        WHEN "L"
            MOVE "LOW" TO severityTitle
        WHEN OTHER
            MOVE "UNCLASSIFIED" TO severityTitle
    END-EVALUATE
    MOVE 0 TO countSeverityHits
    PERFORM VARYING alertIdx FROM 1 BY 1
            UNTIL alertIdx IS GREATER THAN alertCount
        PERFORM MatchAlertSeverity
        IF severityMatched
            ADD 1 TO countSeverityHits
        END-IF
    END-PERFORM
    IF countSeverityHits IS GREATER THAN 0
        MOVE SPACES TO watchRptRecord
        WRITE watchRptRecord
        MOVE SPACES TO watchRptRecord
        STRING "Severity " DELIMITED BY SIZE
            reportSeverity DELIMITED BY SIZE
            " - " DELIMITED BY SIZE
            severityTitle DELIMITED BY SIZE
            INTO watchRptRecord
        END-STRING
        WRITE watchRptRecord
        PERFORM VARYING analystIdx FROM 1 BY 1
                UNTIL analystIdx IS GREATER THAN analystCount
            PERFORM ReportAnalystGroup
        END-PERFORM
        MOVE SPACES TO watchRptRecord
        STRING "  Severity " DELIMITED BY SIZE
            reportSeverity DELIMITED BY SIZE
            " total   : " DELIMITED BY SIZE
            countSeverityHits DELIMITED BY SIZE
            " hit(s)" DELIMITED BY SIZE
            INTO watchRptRecord
        END-STRING
        WRITE watchRptRecord
    END-IF.

MatchAlertSeverity.
    MOVE "N" TO matchSeveritySwitch
    IF reportSeverity IS EQUAL TO "X"
        IF atSeverity(alertIdx) IS NOT EQUAL TO "H"
                AND atSeverity(alertIdx) IS NOT EQUAL TO "M"
                AND atSeverity(alertIdx) IS NOT EQUAL TO "L"
            MOVE "Y" TO matchSeveritySwitch
        END-IF
    ELSE
        IF atSeverity(alertIdx) IS EQUAL TO reportSeverity
            MOVE "Y" TO matchSeveritySwitch
        END-IF
    END-IF.

ReportAnalystGroup.
    MOVE 0 TO countAnalystHits
    PERFORM VARYING alertIdx FROM 1 BY 1
            UNTIL alertIdx IS GREATER THAN alertCount
        PERFORM MatchAlertSeverity
        IF severityMatched
                AND atAnalystId(alertIdx) IS EQUAL TO anAnalystId(analystIdx)
            IF countAnalystHits IS EQUAL TO 0
                MOVE SPACES TO watchRptRecord
                STRING "  Analyst " DELIMITED BY SIZE
                    anAnalystId(analystIdx) DELIMITED BY SIZE
                    INTO watchRptRecord
                END-STRING
                WRITE watchRptRecord
            END-IF
            ADD 1 TO countAnalystHits
            PERFORM WriteAlertLine
        END-IF
    END-PERFORM
    IF countAnalystHits IS GREATER THAN 0
        MOVE SPACES TO watchRptRecord
        STRING "    Analyst total : " DELIMITED BY SIZE
            countAnalystHits DELIMITED BY SIZE
            INTO watchRptRecord
        END-STRING
        WRITE watchRptRecord
    END-IF.

WriteAlertLine.
    IF atTextSource(alertIdx) IS EQUAL TO "S"
        MOVE "solved" TO sourceText
    ELSE
        MOVE "decrypted" TO sourceText
    END-IF
    IF atHeldFlag(alertIdx) IS EQUAL TO "Y"
        MOVE "HELD" TO heldText
    ELSE
        MOVE SPACES TO heldText
    END-IF
    MOVE SPACES TO watchRptRecord
    STRING "    " DELIMITED BY SIZE
        atMessageId(alertIdx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        atCorrespondentId(alertIdx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        atTerm(alertIdx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        sourceText DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        heldText DELIMITED BY SIZE
        INTO watchRptRecord
    END-STRING
    WRITE watchRptRecord.

WriteAlertSummary.
    MOVE SPACES TO watchRptRecord
    WRITE watchRptRecord
    MOVE SPACES TO watchRptRecord
    STRING "Watchlist hits    : " DELIMITED BY SIZE
        countTotalHits DELIMITED BY SIZE
        INTO watchRptRecord
    END-STRING
    WRITE watchRptRecord
    MOVE SPACES TO watchRptRecord
    STRING "Hits holding msgs : " DELIMITED BY SIZE
        countHeldHits DELIMITED BY SIZE
        INTO watchRptRecord
    END-STRING
    WRITE watchRptRecord
    IF countDropped IS GREATER THAN 0
        MOVE SPACES TO watchRptRecord
        STRING "Hits not listed   : " DELIMITED BY SIZE
            countDropped DELIMITED BY SIZE
            " (alert table full)" DELIMITED BY SIZE
            INTO watchRptRecord
        END-STRING
        WRITE watchRptRecord
    END-IF.
