IDENTIFICATION DIVISION.
PROGRAM-ID. job-stream.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT stepTableFile ASSIGN TO "STEPTBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS stepTableFileStatus.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT runBookFile ASSIGN TO "RUNBOOK"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  stepTableFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpsteptb.

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  runBookFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunbk.

WORKING-STORAGE SECTION.
01 stepTableFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).

01 runDate PIC X(08).
01 endOfStepTable PIC X(01) VALUE "N".
    88 noMoreSteps VALUE "Y".

01 streamStepTable.
    05 streamStep OCCURS 20 TIMES.
       10 ssStepName           PIC X(08).
       10 ssCommand            PIC X(64).
       10 ssStepResult         PIC X(01).
           88 ssSkipped            VALUE "S".
           88 ssCompleted          VALUE "C".
           88 ssFailed             VALUE "F".
           88 ssOutOfBalance       VALUE "B".
           88 ssNotRun             VALUE "N".
       10 ssStartTime          PIC X(08).
       10 ssEndTime            PIC X(08).
       10 ssRecordsIn          PIC 9(07).
       10 ssRecordsOut         PIC 9(07).
       10 ssRecordsRejected    PIC 9(07).
       10 ssRecordsSuspended   PIC 9(07).
       10 ssRecordsCarried     PIC 9(07).
01 stepCount PIC 9(02) VALUE 0.
01 stepIdx PIC 9(02).
01 restartIdx PIC 9(02) VALUE 0.

01 stepFoundSwitch PIC X(01).
    88 stepFoundOnFile VALUE "Y".
01 stepBalanceSwitch PIC X(01).
    88 stepFoundOutOfBalance VALUE "Y".
01 streamStatusSwitch PIC X(01) VALUE "C".
    88 streamComplete VALUE "C".
    88 streamStopped VALUE "S".

01 systemCommand PIC X(65).
01 currentTimestamp PIC X(21).
01 countStepsSkipped PIC 9(02) VALUE 0.
01 countStepsRun PIC 9(02) VALUE 0.
01 resultText PIC X(14).
01 stoppedStepName PIC X(08) VALUE SPACES.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadStepTable
    OPEN OUTPUT runBookFile

    MOVE SPACES TO runBookRecord
    STRING "Job stream run book for run date " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord

    PERFORM FindRestartStep
    IF restartIdx IS EQUAL TO 0
        DISPLAY "All " stepCount " steps already complete for " runDate "; nothing to run"
    ELSE
        IF restartIdx IS GREATER THAN 1
            DISPLAY "Restarting stream at step " ssStepName(restartIdx)
        END-IF
        PERFORM VARYING stepIdx FROM restartIdx BY 1
                UNTIL stepIdx IS GREATER THAN stepCount
                   OR streamStopped
            PERFORM RunStreamStep
        END-PERFORM
    END-IF

    PERFORM VARYING stepIdx FROM 1 BY 1
            UNTIL stepIdx IS GREATER THAN stepCount
        PERFORM WriteStepLines
    END-PERFORM
    PERFORM WriteStreamSummary
    CLOSE runBookFile
    IF streamStopped
        DISPLAY "Job stream stopped for " runDate "; correct the failing step and resubmit to restart"
    ELSE
        DISPLAY "Job stream complete for " runDate ": " countStepsRun " run, " countStepsSkipped " skipped"
    END-IF
    STOP RUN.

LoadStepTable.
    OPEN INPUT stepTableFile
    IF stepTableFileStatus IS EQUAL TO "35"
        DISPLAY "Step table STEPTBL not found; using standard daily stream"
        PERFORM LoadDefaultSteps
    ELSE
        MOVE "N" TO endOfStepTable
        PERFORM ReadStepTable
        PERFORM UNTIL noMoreSteps
            IF stStepName IS NOT EQUAL TO SPACES
                IF stepCount IS LESS THAN 20
                    ADD 1 TO stepCount
                    MOVE stStepName TO ssStepName(stepCount)
                    MOVE stCommand TO ssCommand(stepCount)
                ELSE
                    DISPLAY "Step table full; step " stStepName " ignored"
                END-IF
            END-IF
            PERFORM ReadStepTable
        END-PERFORM
        CLOSE stepTableFile
    END-IF
    IF stepCount IS EQUAL TO 0
        DISPLAY "Step table STEPTBL has no steps; nothing to run"
        STOP RUN
    END-IF
    PERFORM VARYING stepIdx FROM 1 BY 1
            UNTIL stepIdx IS GREATER THAN stepCount
        MOVE "N" TO ssStepResult(stepIdx)
        MOVE SPACES TO ssStartTime(stepIdx)
        MOVE SPACES TO ssEndTime(stepIdx)
        MOVE 0 TO ssRecordsIn(stepIdx)
        MOVE 0 TO ssRecordsOut(stepIdx)
        MOVE 0 TO ssRecordsRejected(stepIdx)
        MOVE 0 TO ssRecordsSuspended(stepIdx)
        MOVE 0 TO ssRecordsCarried(stepIdx)
    END-PERFORM.

ReadStepTable.
    READ stepTableFile
        AT END MOVE "Y" TO endOfStepTable
    END-READ.

LoadDefaultSteps.
    MOVE 8 TO stepCount
    MOVE "TRANSEDT" TO ssStepName(1)
    MOVE "./trans-edit" TO ssCommand(1)
    MOVE "REJREPR " TO ssStepName(2)
    MOVE "./reject-repair" TO ssCommand(2)
    MOVE "CIPHMAIN" TO ssStepName(3)
    MOVE "./caesar-encrypt-decrypt" TO ssCommand(3)
    MOVE "SUSPREL " TO ssStepName(4)
    MOVE "./suspense-release" TO ssCommand(4)
    MOVE "IFACDIST" TO ssStepName(5)
    MOVE "./iface-dist" TO ssCommand(5)
    MOVE "IFACERCN" TO ssStepName(6)
    MOVE "./iface-recon" TO ssCommand(6)
    MOVE "CTLBAL  " TO ssStepName(7)
    MOVE "./ctl-balance" TO ssCommand(7)
    MOVE "HOUSEKP " TO ssStepName(8)
    MOVE "./cipher-housekeep" TO ssCommand(8).

FindRestartStep.
    OPEN INPUT runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        MOVE 1 TO restartIdx
    ELSE
        IF runControlFileStatus IS EQUAL TO "39"
            DISPLAY "Run control file RUNCTL record length conflict; convert the old file before running"
            CLOSE runBookFile
            STOP RUN
        END-IF
        PERFORM VARYING stepIdx FROM 1 BY 1
                UNTIL stepIdx IS GREATER THAN stepCount
                   OR restartIdx IS GREATER THAN 0
            PERFORM ReadStepControl
            IF stepFoundOnFile AND NOT stepFoundOutOfBalance
                MOVE "S" TO ssStepResult(stepIdx)
                ADD 1 TO countStepsSkipped
            ELSE
                MOVE stepIdx TO restartIdx
            END-IF
        END-PERFORM
        CLOSE runControlFile
    END-IF.

ReadStepControl.
    MOVE "N" TO stepFoundSwitch
    MOVE "N" TO stepBalanceSwitch
    MOVE runDate TO rcRunDate
    MOVE ssStepName(stepIdx) TO rcStepName
    READ runControlFile KEY IS rcKey
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO stepFoundSwitch
            IF rcStepOutOfBalance
                MOVE "Y" TO stepBalanceSwitch
            END-IF
            MOVE rcRecordsIn TO ssRecordsIn(stepIdx)
            MOVE rcRecordsOut TO ssRecordsOut(stepIdx)
            MOVE rcRecordsRejected TO ssRecordsRejected(stepIdx)
            MOVE rcRecordsSuspended TO ssRecordsSuspended(stepIdx)
            MOVE rcRecordsCarried TO ssRecordsCarried(stepIdx)
    END-READ.

RunStreamStep.
    PERFORM ClearStepControl
    MOVE FUNCTION CURRENT-DATE TO currentTimestamp
    MOVE currentTimestamp(9:8) TO ssStartTime(stepIdx)
    DISPLAY "Starting step " ssStepName(stepIdx) ": " FUNCTION TRIM(ssCommand(stepIdx))
    MOVE SPACES TO systemCommand
    MOVE ssCommand(stepIdx) TO systemCommand
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING systemCommand
    MOVE FUNCTION CURRENT-DATE TO currentTimestamp
    MOVE currentTimestamp(9:8) TO ssEndTime(stepIdx)
    ADD 1 TO countStepsRun

    OPEN INPUT runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        MOVE "N" TO stepFoundSwitch
        MOVE "N" TO stepBalanceSwitch
    ELSE
        PERFORM ReadStepControl
        CLOSE runControlFile
    END-IF
    EVALUATE TRUE
        WHEN RETURN-CODE IS NOT EQUAL TO 0
            MOVE "F" TO ssStepResult(stepIdx)
            MOVE "S" TO streamStatusSwitch
            MOVE ssStepName(stepIdx) TO stoppedStepName
            DISPLAY "Step " ssStepName(stepIdx) " ended with return code " RETURN-CODE "; stream stopped"
        WHEN NOT stepFoundOnFile
            MOVE "F" TO ssStepResult(stepIdx)
            MOVE "S" TO streamStatusSwitch
            MOVE ssStepName(stepIdx) TO stoppedStepName
            DISPLAY "Step " ssStepName(stepIdx) " posted no run control entry for " runDate "; stream stopped"
        WHEN stepFoundOutOfBalance
            MOVE "B" TO ssStepResult(stepIdx)
            MOVE "S" TO streamStatusSwitch
            MOVE ssStepName(stepIdx) TO stoppedStepName
            DISPLAY "Step " ssStepName(stepIdx) " reported out of balance; stream stopped"
        WHEN OTHER
            MOVE "C" TO ssStepResult(stepIdx)
    END-EVALUATE
    MOVE 0 TO RETURN-CODE.

ClearStepControl.
    OPEN I-O runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        CONTINUE
    ELSE
        MOVE runDate TO rcRunDate
        MOVE ssStepName(stepIdx) TO rcStepName
        DELETE runControlFile RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE runControlFile
    END-IF.

WriteStepLines.
    EVALUATE TRUE
        WHEN ssSkipped(stepIdx)
            MOVE "SKIPPED" TO resultText
        WHEN ssCompleted(stepIdx)
            MOVE "COMPLETED" TO resultText
        WHEN ssFailed(stepIdx)
            MOVE "FAILED" TO resultText
        WHEN ssOutOfBalance(stepIdx)
            MOVE "OUT OF BALANCE" TO resultText
        WHEN OTHER
            MOVE "NOT RUN" TO resultText
    END-EVALUATE
    MOVE SPACES TO runBookRecord
    STRING "Step " DELIMITED BY SIZE
        ssStepName(stepIdx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        resultText DELIMITED BY SIZE
        " start " DELIMITED BY SIZE
        ssStartTime(stepIdx) DELIMITED BY SIZE
        " end " DELIMITED BY SIZE
        ssEndTime(stepIdx) DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord
    MOVE SPACES TO runBookRecord
    STRING "     in " DELIMITED BY SIZE
        ssRecordsIn(stepIdx) DELIMITED BY SIZE
        " out " DELIMITED BY SIZE
        ssRecordsOut(stepIdx) DELIMITED BY SIZE
        " rej " DELIMITED BY SIZE
        ssRecordsRejected(stepIdx) DELIMITED BY SIZE
        " susp " DELIMITED BY SIZE
        ssRecordsSuspended(stepIdx) DELIMITED BY SIZE
        " carry " DELIMITED BY SIZE
        ssRecordsCarried(stepIdx) DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord.

WriteStreamSummary.
    MOVE SPACES TO runBookRecord
    STRING "Steps in stream   : " DELIMITED BY SIZE
        stepCount DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord
    MOVE SPACES TO runBookRecord
    STRING "Steps skipped     : " DELIMITED BY SIZE
        countStepsSkipped DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord
    MOVE SPACES TO runBookRecord
    STRING "Steps run         : " DELIMITED BY SIZE
        countStepsRun DELIMITED BY SIZE
        INTO runBookRecord
    END-STRING
    WRITE runBookRecord
    MOVE SPACES TO runBookRecord
    IF streamStopped
        STRING "Stream status     : STOPPED at step " DELIMITED BY SIZE
            stoppedStepName DELIMITED BY SIZE
            INTO runBookRecord
        END-STRING
    ELSE
        MOVE "Stream status     : COMPLETE" TO runBookRecord
    END-IF
    WRITE runBookRecord.
