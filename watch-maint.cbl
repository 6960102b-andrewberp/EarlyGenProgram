IDENTIFICATION DIVISION.
PROGRAM-ID. watch-maint.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT watchTransFile ASSIGN TO "WATCHTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS watchTransFileStatus.
    SELECT watchlistFile ASSIGN TO "WATCHLST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS wlTerm
        FILE STATUS IS watchlistFileStatus.
    SELECT watchAuditFile ASSIGN TO "WATCHAUD"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  watchTransFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpwchtrn.

FD  watchlistFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpwatchl.

FD  watchAuditFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpaudrpt.

WORKING-STORAGE SECTION.
01 watchTransFileStatus PIC X(02).
01 watchlistFileStatus PIC X(02).
01 endOfWatchTrans PIC X(01) VALUE "N".
    88 noMoreWatchTrans VALUE "Y".
01 recordFoundSwitch PIC X(01).
    88 recordFound VALUE "Y".
01 maintErrorText PIC X(40).
01 maintResultText PIC X(40).
01 beforeImage PIC X(60).
01 runDate PIC X(08).
01 transTerm PIC X(20).
01 countApplied PIC 9(05) VALUE 0.
01 countErrors PIC 9(05) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    OPEN INPUT watchTransFile
    IF watchTransFileStatus IS EQUAL TO "35"
        DISPLAY "Watchlist transaction file WATCHTRN not found; ending run"
        STOP RUN
    END-IF
    OPEN I-O watchlistFile
    IF watchlistFileStatus IS EQUAL TO "35"
        OPEN OUTPUT watchlistFile
        CLOSE watchlistFile
        OPEN I-O watchlistFile
    END-IF
    IF watchlistFileStatus IS EQUAL TO "39"
        DISPLAY "Watchlist WATCHLST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    OPEN OUTPUT watchAuditFile

    MOVE SPACES TO auditRptRecord
    STRING "Watchlist maintenance " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO auditRptRecord
    END-STRING
    WRITE auditRptRecord

    PERFORM ReadWatchTrans
    PERFORM UNTIL noMoreWatchTrans
        PERFORM EditWatchTrans
        PERFORM ReadWatchTrans
    END-PERFORM
    PERFORM WriteMaintSummary
    CLOSE watchTransFile
    CLOSE watchlistFile
    CLOSE watchAuditFile
    STOP RUN.

ReadWatchTrans.
    READ watchTransFile
        AT END MOVE "Y" TO endOfWatchTrans
    END-READ.

EditWatchTrans.
    MOVE SPACES TO maintErrorText
    MOVE SPACES TO maintResultText
    MOVE FUNCTION UPPER-CASE(wtTerm) TO transTerm
    PERFORM ReadWatchlistForTrans
    EVALUATE TRUE
        WHEN transTerm IS EQUAL TO SPACES
            MOVE "term missing" TO maintErrorText
        WHEN wtOperatorId IS EQUAL TO SPACES
            MOVE "operator id missing" TO maintErrorText
        WHEN (wtAddTerm OR wtChangeTerm)
                AND wtSeverity IS NOT EQUAL TO SPACES
                AND wtSeverity IS NOT EQUAL TO "H"
                AND wtSeverity IS NOT EQUAL TO "M"
                AND wtSeverity IS NOT EQUAL TO "L"
            MOVE "severity not H, M or L" TO maintErrorText
        WHEN wtAddTerm AND recordFound AND wlActive
            MOVE "already on watchlist" TO maintErrorText
        WHEN wtAddTerm AND wtSeverity IS EQUAL TO SPACES
            MOVE "severity required to add" TO maintErrorText
        WHEN wtAddTerm AND wtAnalystId IS EQUAL TO SPACES
            MOVE "owning analyst required to add" TO maintErrorText
        WHEN wtAddTerm
            PERFORM AddWatchTerm
        WHEN wtChangeTerm AND (NOT recordFound OR wlRetired)
            MOVE "not on watchlist" TO maintErrorText
        WHEN wtChangeTerm
            PERFORM ChangeWatchTerm
        WHEN wtRetireTerm AND (NOT recordFound OR wlRetired)
            MOVE "not on watchlist" TO maintErrorText
        WHEN wtRetireTerm
            PERFORM RetireWatchTerm
        WHEN OTHER
            MOVE "invalid action code" TO maintErrorText
    END-EVALUATE
    PERFORM WriteAuditEntry.

ReadWatchlistForTrans.
    MOVE "N" TO recordFoundSwitch
    MOVE SPACES TO beforeImage
    IF transTerm IS NOT EQUAL TO SPACES
        MOVE transTerm TO wlTerm
        READ watchlistFile KEY IS wlTerm
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO recordFoundSwitch
                MOVE watchlistRecord TO beforeImage
        END-READ
    END-IF.

AddWatchTerm.
    IF recordFound
        MOVE wtSeverity TO wlSeverity
        MOVE wtAnalystId TO wlAnalystId
        MOVE "A" TO wlStatusCode
        MOVE runDate TO wlChangedDate
        MOVE wtOperatorId TO wlChangedBy
        REWRITE watchlistRecord
        MOVE "retired term reinstated" TO maintResultText
    ELSE
        MOVE SPACES TO watchlistRecord
        MOVE transTerm TO wlTerm
        MOVE wtSeverity TO wlSeverity
        MOVE wtAnalystId TO wlAnalystId
        MOVE "A" TO wlStatusCode
        MOVE runDate TO wlAddedDate
        MOVE runDate TO wlChangedDate
        MOVE wtOperatorId TO wlChangedBy
        WRITE watchlistRecord
        MOVE "term added" TO maintResultText
    END-IF
    ADD 1 TO countApplied.

ChangeWatchTerm.
    IF wtSeverity IS NOT EQUAL TO SPACES
        MOVE wtSeverity TO wlSeverity
    END-IF
    IF wtAnalystId IS NOT EQUAL TO SPACES
        MOVE wtAnalystId TO wlAnalystId
    END-IF
    MOVE runDate TO wlChangedDate
    MOVE wtOperatorId TO wlChangedBy
    REWRITE watchlistRecord
    MOVE "term changed" TO maintResultText
    ADD 1 TO countApplied.

RetireWatchTerm.
    MOVE "R" TO wlStatusCode
    MOVE runDate TO wlChangedDate
    MOVE wtOperatorId TO wlChangedBy
    REWRITE watchlistRecord
    MOVE "term retired" TO maintResultText
    ADD 1 TO countApplied.

WriteAuditEntry.
    IF maintErrorText IS NOT EQUAL TO SPACES
        ADD 1 TO countErrors
    END-IF
    MOVE SPACES TO auditRptRecord
    STRING "Action " DELIMITED BY SIZE
        wtActionCode DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        transTerm DELIMITED BY SIZE
        " by " DELIMITED BY SIZE
        wtOperatorId DELIMITED BY SIZE
        INTO auditRptRecord
    END-STRING
    WRITE auditRptRecord

    MOVE SPACES TO auditRptRecord
    IF beforeImage IS EQUAL TO SPACES
        STRING "  Before: (not on file)" DELIMITED BY SIZE
            INTO auditRptRecord
        END-STRING
    ELSE
        STRING "  Before: " DELIMITED BY SIZE
            beforeImage DELIMITED BY SIZE
            INTO auditRptRecord
        END-STRING
    END-IF
    WRITE auditRptRecord

    MOVE SPACES TO auditRptRecord
    IF maintErrorText IS NOT EQUAL TO SPACES
        STRING "  Rejected: " DELIMITED BY SIZE
            maintErrorText DELIMITED BY SIZE
            INTO auditRptRecord
        END-STRING
        DISPLAY "Watchlist maintenance rejected " transTerm " " maintErrorText
    ELSE
        STRING "  After : " DELIMITED BY SIZE
            watchlistRecord DELIMITED BY SIZE
            INTO auditRptRecord
        END-STRING
        WRITE auditRptRecord
        MOVE SPACES TO auditRptRecord
        STRING "  Applied: " DELIMITED BY SIZE
            maintResultText DELIMITED BY SIZE
            INTO auditRptRecord
        END-STRING
    END-IF
    WRITE auditRptRecord.

WriteMaintSummary.
    MOVE SPACES TO auditRptRecord
    STRING "Watchlist changes applied  : " DELIMITED BY SIZE
        countApplied DELIMITED BY SIZE
        INTO auditRptRecord
    END-STRING
    WRITE auditRptRecord

    MOVE SPACES TO auditRptRecord
    STRING "Transactions rejected      : " DELIMITED BY SIZE
        countErrors DELIMITED BY SIZE
        INTO auditRptRecord
    END-STRING
    WRITE auditRptRecord

    DISPLAY "Watchlist maintenance: " countApplied " change(s) applied, " countErrors " rejected".
