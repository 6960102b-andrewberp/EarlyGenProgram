IDENTIFICATION DIVISION.
PROGRAM-ID. msg-aging.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT agingControlFile ASSIGN TO "AGINGCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS agingControlFileStatus.
    SELECT messageRegistryFile ASSIGN TO "MSGREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mrMessageId
        FILE STATUS IS messageRegistryFileStatus.
    SELECT calendarFile ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS calendarFileStatus.
    SELECT agingReportFile ASSIGN TO "AGINGRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT escalationFile ASSIGN TO "ESCALREQ"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  agingControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpagectl.

FD  messageRegistryFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpmsgreg.

FD  calendarFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpcalndr.

FD  agingReportFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpagerpt.

FD  escalationFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cptrcreq.

WORKING-STORAGE SECTION.
01 agingControlFileStatus PIC X(02).
01 messageRegistryFileStatus PIC X(02).
01 calendarFileStatus PIC X(02).

01 endOfRegistry PIC X(01) VALUE "N".
    88 noMoreRegistry VALUE "Y".
01 endOfCalendar PIC X(01) VALUE "N".
    88 noMoreCalendar VALUE "Y".

01 asOfDate PIC X(08).
01 asOfDateNum PIC 9(08).
01 asOfDayInt PIC 9(07).

01 thresholdTable.
    05 thresholdEntry OCCURS 8 TIMES.
        10 thStatusCode PIC X(01).
        10 thThresholdDays PIC 9(03).
        10 thOpenCount PIC 9(05).
        10 thBreachCount PIC 9(05).
01 thresholdCount PIC 9(01) VALUE 0.
01 thIdx PIC 9(02).
01 thFoundIdx PIC 9(01).
01 cardIdx PIC 9(02).
01 thresholdStatusCode PIC X(01).

01 holidayTable.
    05 holidayDayInt OCCURS 500 TIMES PIC 9(07).
01 holidayCount PIC 9(03) VALUE 0.
01 hdIdx PIC 9(03).
01 holidayDateNum PIC 9(08).
01 holidaySwitch PIC X(01).
    88 dayIsHoliday VALUE "Y".

01 statusDateNum PIC 9(08).
01 statusDayInt PIC 9(07).
01 scanDayInt PIC 9(07).
01 dayOfWeekNum PIC 9(01).
01 businessDays PIC 9(03).
01 calendarSpan PIC 9(07).
01 maxAgingSpan PIC 9(04) VALUE 999.

01 bucketIdx PIC 9(01).
01 corrAgingTable.
    05 corrAgingEntry OCCURS 100 TIMES.
        10 caCorrespondentId PIC X(08).
        10 caStatusEntry OCCURS 8 TIMES.
            15 caBucketCount OCCURS 5 TIMES PIC 9(05).
            15 caBreachCount PIC 9(05).
01 corrAgingCount PIC 9(03) VALUE 0.
01 caIdx PIC 9(03).
01 caFoundIdx PIC 9(03).
01 agingCorrespondentId PIC X(08).
01 statusHasTraffic PIC X(01).
    88 statusHasOpenMessages VALUE "Y".

01 countRegistryRead PIC 9(07) VALUE 0.
01 countClosed PIC 9(07) VALUE 0.
01 countUndated PIC 9(07) VALUE 0.
01 countOpen PIC 9(07) VALUE 0.
01 countBreached PIC 9(07) VALUE 0.
01 countEscalated PIC 9(07) VALUE 0.
01 statusDescription PIC X(12).

PROCEDURE DIVISION.
    PERFORM LoadAgingControl
    PERFORM LoadHolidayCalendar
    OPEN INPUT messageRegistryFile
    IF messageRegistryFileStatus IS EQUAL TO "35"
        DISPLAY "Message registry MSGREG not found; no aging report produced"
        STOP RUN
    END-IF
    IF messageRegistryFileStatus IS EQUAL TO "39"
        DISPLAY "Message registry MSGREG record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    OPEN OUTPUT agingReportFile
    OPEN OUTPUT escalationFile

    MOVE SPACES TO agingRptRecord
    STRING "Message aging and SLA exceptions as of " DELIMITED BY SIZE
        asOfDate DELIMITED BY SIZE
        " (business days)" DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord
    PERFORM WriteThresholdLines

    MOVE SPACES TO agingRptRecord
    STRING "Threshold breaches" DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord

    MOVE "N" TO endOfRegistry
    MOVE LOW-VALUES TO mrMessageId
    START messageRegistryFile KEY IS GREATER THAN OR EQUAL TO mrMessageId
        INVALID KEY
            MOVE "Y" TO endOfRegistry
    END-START
    PERFORM ReadRegistry
    PERFORM UNTIL noMoreRegistry
        PERFORM AgeRegistryEntry
        PERFORM ReadRegistry
    END-PERFORM
    CLOSE messageRegistryFile

    PERFORM ReportByCorrespondent
    PERFORM WriteAgingSummary
    CLOSE escalationFile
    CLOSE agingReportFile
    DISPLAY "Message aging: " countOpen " open message(s), " countBreached " past threshold, " countEscalated " escalated"
    STOP RUN.

LoadAgingControl.
    MOVE FUNCTION CURRENT-DATE(1:8) TO asOfDate
    MOVE 5 TO thresholdCount
    MOVE "V" TO thStatusCode(1)
    MOVE 1 TO thThresholdDays(1)
    MOVE "P" TO thStatusCode(2)
    MOVE 2 TO thThresholdDays(2)
    MOVE "S" TO thStatusCode(3)
    MOVE 5 TO thThresholdDays(3)
    MOVE "I" TO thStatusCode(4)
    MOVE 3 TO thThresholdDays(4)
    MOVE "W" TO thStatusCode(5)
    MOVE 1 TO thThresholdDays(5)
    OPEN INPUT agingControlFile
    IF agingControlFileStatus IS EQUAL TO "35"
        DISPLAY "Aging control card AGINGCTL not found; using default thresholds as of today"
    ELSE
        READ agingControlFile
            AT END
                CONTINUE
            NOT AT END
                IF acAsOfDate IS NUMERIC
                    MOVE acAsOfDate TO asOfDate
                END-IF
                PERFORM VARYING cardIdx FROM 1 BY 1 UNTIL cardIdx IS GREATER THAN 8
                    PERFORM StoreCardThreshold
                END-PERFORM
        END-READ
        CLOSE agingControlFile
    END-IF
    PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN 8
        MOVE 0 TO thOpenCount(thIdx)
        MOVE 0 TO thBreachCount(thIdx)
    END-PERFORM
    MOVE asOfDate TO asOfDateNum
    COMPUTE asOfDayInt = FUNCTION INTEGER-OF-DATE(asOfDateNum).

StoreCardThreshold.
    IF acStatusCode(cardIdx) IS NOT EQUAL TO SPACES
        IF acThresholdDays(cardIdx) IS NUMERIC
            MOVE acStatusCode(cardIdx) TO thresholdStatusCode
            PERFORM LocateThreshold
            IF thFoundIdx IS EQUAL TO 0
                IF thresholdCount IS LESS THAN 8
                    ADD 1 TO thresholdCount
                    MOVE thresholdCount TO thFoundIdx
                    MOVE acStatusCode(cardIdx) TO thStatusCode(thFoundIdx)
                ELSE
                    DISPLAY "LoadAgingControl: threshold table full; status " acStatusCode(cardIdx) " ignored"
                END-IF
            END-IF
            IF thFoundIdx IS GREATER THAN 0
                MOVE acThresholdDays(cardIdx) TO thThresholdDays(thFoundIdx)
            END-IF
        ELSE
            DISPLAY "LoadAgingControl: status " acStatusCode(cardIdx) " threshold " acThresholdDays(cardIdx) " not numeric; default kept"
        END-IF
    END-IF.

LocateThreshold.
    MOVE 0 TO thFoundIdx
    PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN thresholdCount
        IF thStatusCode(thIdx) IS EQUAL TO thresholdStatusCode
            MOVE thIdx TO thFoundIdx
        END-IF
    END-PERFORM.

LoadHolidayCalendar.
    OPEN INPUT calendarFile
    IF calendarFileStatus IS EQUAL TO "35"
        DISPLAY "Processing calendar CALENDAR not found; only weekends excluded from aging"
    ELSE
        MOVE "N" TO endOfCalendar
        PERFORM ReadCalendar
        PERFORM UNTIL noMoreCalendar
            IF calHoliday AND calDate IS NUMERIC
                IF holidayCount IS LESS THAN 500
                    ADD 1 TO holidayCount
                    MOVE calDate TO holidayDateNum
                    COMPUTE holidayDayInt(holidayCount) =
                        FUNCTION INTEGER-OF-DATE(holidayDateNum)
                ELSE
                    DISPLAY "LoadHolidayCalendar: more than 500 holidays; " calDate " ignored"
                END-IF
            END-IF
            PERFORM ReadCalendar
        END-PERFORM
        CLOSE calendarFile
    END-IF.

ReadCalendar.
    READ calendarFile
        AT END MOVE "Y" TO endOfCalendar
    END-READ.

WriteThresholdLines.
    PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN thresholdCount
        MOVE thStatusCode(thIdx) TO mrStatusCode
        PERFORM DescribeStatus
        MOVE SPACES TO agingRptRecord
        STRING "  Threshold status " DELIMITED BY SIZE
            thStatusCode(thIdx) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            statusDescription DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            thThresholdDays(thIdx) DELIMITED BY SIZE
            " business day(s)" DELIMITED BY SIZE
            INTO agingRptRecord
        END-STRING
        WRITE agingRptRecord
    END-PERFORM.

ReadRegistry.
    READ messageRegistryFile NEXT RECORD
        AT END MOVE "Y" TO endOfRegistry
    END-READ.

AgeRegistryEntry.
    ADD 1 TO countRegistryRead
    MOVE mrStatusCode TO thresholdStatusCode
    PERFORM LocateThreshold
    EVALUATE TRUE
        WHEN thFoundIdx IS EQUAL TO 0
            ADD 1 TO countClosed
        WHEN mrLastStatusDate IS NOT NUMERIC
            ADD 1 TO countUndated
            DISPLAY "AgeRegistryEntry: " mrMessageId " has no usable last-status date; not aged"
        WHEN OTHER
            PERFORM ComputeBusinessDays
            PERFORM TallyAgingBucket
    END-EVALUATE.

ComputeBusinessDays.
    MOVE 0 TO businessDays
    MOVE mrLastStatusDate TO statusDateNum
    COMPUTE statusDayInt = FUNCTION INTEGER-OF-DATE(statusDateNum)
    IF statusDayInt IS LESS THAN asOfDayInt
        COMPUTE calendarSpan = asOfDayInt - statusDayInt
        IF calendarSpan IS GREATER THAN maxAgingSpan
            COMPUTE statusDayInt = asOfDayInt - maxAgingSpan
        END-IF
        COMPUTE scanDayInt = statusDayInt + 1
        PERFORM UNTIL scanDayInt IS GREATER THAN asOfDayInt
            PERFORM CheckProcessingDay
            IF NOT dayIsHoliday AND businessDays IS LESS THAN 999
                ADD 1 TO businessDays
            END-IF
            ADD 1 TO scanDayInt
        END-PERFORM
    END-IF.

CheckProcessingDay.
    MOVE "N" TO holidaySwitch
    COMPUTE dayOfWeekNum = FUNCTION MOD(scanDayInt, 7)
    IF dayOfWeekNum IS EQUAL TO 6 OR dayOfWeekNum IS EQUAL TO 0
        MOVE "Y" TO holidaySwitch
    ELSE
        PERFORM VARYING hdIdx FROM 1 BY 1
                UNTIL hdIdx IS GREATER THAN holidayCount OR dayIsHoliday
            IF holidayDayInt(hdIdx) IS EQUAL TO scanDayInt
                MOVE "Y" TO holidaySwitch
            END-IF
        END-PERFORM
    END-IF.

TallyAgingBucket.
    ADD 1 TO countOpen
    ADD 1 TO thOpenCount(thFoundIdx)
    EVALUATE TRUE
        WHEN businessDays IS LESS THAN 2
            MOVE 1 TO bucketIdx
        WHEN businessDays IS LESS THAN 4
            MOVE 2 TO bucketIdx
        WHEN businessDays IS LESS THAN 6
            MOVE 3 TO bucketIdx
        WHEN businessDays IS LESS THAN 11
            MOVE 4 TO bucketIdx
        WHEN OTHER
            MOVE 5 TO bucketIdx
    END-EVALUATE
    PERFORM LocateOrAddCorrespondent
    IF caFoundIdx IS GREATER THAN 0
        ADD 1 TO caBucketCount(caFoundIdx, thFoundIdx, bucketIdx)
    END-IF
    IF businessDays IS GREATER THAN thThresholdDays(thFoundIdx)
        ADD 1 TO countBreached
        ADD 1 TO thBreachCount(thFoundIdx)
        IF caFoundIdx IS GREATER THAN 0
            ADD 1 TO caBreachCount(caFoundIdx, thFoundIdx)
        END-IF
        PERFORM WriteBreachLine
        PERFORM WriteEscalationRequest
    END-IF.

LocateOrAddCorrespondent.
    IF mrCorrespondentId IS EQUAL TO SPACES
        MOVE "*NOCORR*" TO agingCorrespondentId
    ELSE
        MOVE mrCorrespondentId TO agingCorrespondentId
    END-IF
    MOVE 0 TO caFoundIdx
    PERFORM VARYING caIdx FROM 1 BY 1
            UNTIL caIdx IS GREATER THAN corrAgingCount
        IF caCorrespondentId(caIdx) IS EQUAL TO agingCorrespondentId
            MOVE caIdx TO caFoundIdx
        END-IF
    END-PERFORM
    IF caFoundIdx IS EQUAL TO 0
        IF corrAgingCount IS LESS THAN 100
            ADD 1 TO corrAgingCount
            MOVE corrAgingCount TO caFoundIdx
            MOVE agingCorrespondentId TO caCorrespondentId(caFoundIdx)
            PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN 8
                MOVE 0 TO caBreachCount(caFoundIdx, thIdx)
                PERFORM VARYING bucketIdx FROM 1 BY 1 UNTIL bucketIdx IS GREATER THAN 5
                    MOVE 0 TO caBucketCount(caFoundIdx, thIdx, bucketIdx)
                END-PERFORM
            END-PERFORM
        ELSE
            DISPLAY "LocateOrAddCorrespondent: more than 100 correspondents; " agingCorrespondentId " omitted from breakdown"
        END-IF
    END-IF.

WriteBreachLine.
    PERFORM DescribeStatus
    MOVE SPACES TO agingRptRecord
    STRING "  " DELIMITED BY SIZE
        mrMessageId DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        agingCorrespondentId DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        statusDescription DELIMITED BY SIZE
        " since " DELIMITED BY SIZE
        mrLastStatusDate DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        businessDays DELIMITED BY SIZE
        " day(s) limit " DELIMITED BY SIZE
        thThresholdDays(thFoundIdx) DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord.

WriteEscalationRequest.
    MOVE SPACES TO traceRequestRecord
    MOVE mrMessageId TO trMessageId
    WRITE traceRequestRecord
    ADD 1 TO countEscalated.

DescribeStatus.
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
    END-EVALUATE.

ReportByCorrespondent.
    MOVE SPACES TO agingRptRecord
    WRITE agingRptRecord
    MOVE SPACES TO agingRptRecord
    STRING "Open messages by correspondent, status and business days in status" DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord
    MOVE SPACES TO agingRptRecord
    STRING "  Corresp  St   0-1   2-3   4-5  6-10   11+  Over" DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord
    PERFORM VARYING caIdx FROM 1 BY 1 UNTIL caIdx IS GREATER THAN corrAgingCount
        PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN thresholdCount
            PERFORM WriteCorrespondentStatusLine
        END-PERFORM
    END-PERFORM.

WriteCorrespondentStatusLine.
    MOVE "N" TO statusHasTraffic
    PERFORM VARYING bucketIdx FROM 1 BY 1 UNTIL bucketIdx IS GREATER THAN 5
        IF caBucketCount(caIdx, thIdx, bucketIdx) IS GREATER THAN 0
            MOVE "Y" TO statusHasTraffic
        END-IF
    END-PERFORM
    IF statusHasOpenMessages
        MOVE SPACES TO agingRptRecord
        STRING "  " DELIMITED BY SIZE
            caCorrespondentId(caIdx) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            thStatusCode(thIdx) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBucketCount(caIdx, thIdx, 1) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBucketCount(caIdx, thIdx, 2) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBucketCount(caIdx, thIdx, 3) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBucketCount(caIdx, thIdx, 4) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBucketCount(caIdx, thIdx, 5) DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            caBreachCount(caIdx, thIdx) DELIMITED BY SIZE
            INTO agingRptRecord
        END-STRING
        WRITE agingRptRecord
    END-IF.

WriteAgingSummary.
    MOVE SPACES TO agingRptRecord
    WRITE agingRptRecord
    PERFORM VARYING thIdx FROM 1 BY 1 UNTIL thIdx IS GREATER THAN thresholdCount
        MOVE SPACES TO agingRptRecord
        STRING "Status " DELIMITED BY SIZE
            thStatusCode(thIdx) DELIMITED BY SIZE
            " open           : " DELIMITED BY SIZE
            thOpenCount(thIdx) DELIMITED BY SIZE
            " past threshold " DELIMITED BY SIZE
            thBreachCount(thIdx) DELIMITED BY SIZE
            INTO agingRptRecord
        END-STRING
        WRITE agingRptRecord
    END-PERFORM

    MOVE SPACES TO agingRptRecord
    STRING "Registry entries read    : " DELIMITED BY SIZE
        countRegistryRead DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord

    MOVE SPACES TO agingRptRecord
    STRING "Closed (not aged)        : " DELIMITED BY SIZE
        countClosed DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord

    IF countUndated IS GREATER THAN 0
        MOVE SPACES TO agingRptRecord
        STRING "Undated (not aged)       : " DELIMITED BY SIZE
            countUndated DELIMITED BY SIZE
            INTO agingRptRecord
        END-STRING
        WRITE agingRptRecord
    END-IF

    MOVE SPACES TO agingRptRecord
    STRING "Escalated to ESCALREQ    : " DELIMITED BY SIZE
        countEscalated DELIMITED BY SIZE
        INTO agingRptRecord
    END-STRING
    WRITE agingRptRecord.
