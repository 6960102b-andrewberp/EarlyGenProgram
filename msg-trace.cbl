        FILE STATUS IS ackFileStatus.
    SELECT traceReportFile ASSIGN TO "TRACERPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT controlCardFile ASSIGN TO "CONTROLCD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS controlCardFileStatus.
    SELECT plainExtractFile ASSIGN TO "PLAINEXT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS peMessageId
        FILE STATUS IS plainExtractFileStatus.
    SELECT authorizedOperatorFile ASSIGN TO "AUTHOPS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS authorizedOperatorFileStatus.

DATA DIVISION.

    COPY cptrnrej.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
    COPY cpciplog.

FD  checkpointFile
    COPY cpchkpt.

FD  scoreReportFile
    RECORD CONTAINS 138 CHARACTERS.
    COPY cpscorpt.

FD  checksumErrorFile
    RECORD CONTAINS 132 CHARACTERS.
    COPY cptrcrpt.

FD  controlCardFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpctlcrd.

FD  plainExtractFile
    RECORD CONTAINS 3020 CHARACTERS.
    COPY cpplnext.

FD  authorizedOperatorFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpauthop.

WORKING-STORAGE SECTION.
01 traceRequestFileStatus PIC X(02).
01 messageRegistryFileStatus PIC X(02).

01 traceIdTable.
    05 traceIdEntry OCCURS 20 TIMES PIC X(10).
01 traceOperatorTable.
    05 traceOperatorEntry OCCURS 20 TIMES PIC X(08).
01 traceIdCount PIC 9(02) VALUE 0.
01 traceIdx PIC 9(02).
01 traceMessageId PIC X(10).
01 scoreCandidateCount PIC 9(03).
01 countTraced PIC 9(02) VALUE 0.

01 controlCardFileStatus PIC X(02).
01 plainExtractFileStatus PIC X(02).
01 authorizedOperatorFileStatus PIC X(02).
01 plainExtractAvailableSwitch PIC X(01) VALUE "Y".
    88 plainExtractAvailable VALUE "Y".
01 endOfAuthorized PIC X(01) VALUE "N".
    88 noMoreAuthorized VALUE "Y".
01 authorizedTable.
    05 authorizedOperatorId OCCURS 100 TIMES PIC X(08).
01 authorizedCount PIC 9(03) VALUE 0.
01 authIdx PIC 9(03).
01 traceOperatorId PIC X(08).
01 operatorAuthorizedSwitch PIC X(01).
    88 operatorAuthorized VALUE "Y".
01 plainSegmentCount PIC 9(02).
01 segIdx PIC 9(02).
01 segOffset PIC 9(04).
01 plainTextLabel PIC X(09).
01 plainTraceText PIC X(990).
01 countPlainAccess PIC 9(02) VALUE 0.
01 redactTextSwitch PIC X(01) VALUE "N".
    88 redactText VALUE "Y".
01 c PIC X(01).
01 maskSourceText PIC X(990).
01 maskSourceLength PIC 9(04).
01 maskTextLength PIC 9(04).
01 maskChecksum PIC 9(05).
01 maskIdx PIC 9(04).
COPY cpredact.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadTraceRequests
        DISPLAY "No message ids requested; nothing to trace"
        STOP RUN
    END-IF
    PERFORM LoadRedactionOption
    PERFORM LoadAuthorizedOperators
    OPEN INPUT plainExtractFile
    IF plainExtractFileStatus IS EQUAL TO "35"
            OR plainExtractFileStatus IS EQUAL TO "39"
        MOVE "N" TO plainExtractAvailableSwitch
    END-IF
    OPEN OUTPUT traceReportFile
    MOVE SPACES TO traceRptRecord
    STRING "Message trace inquiry " DELIMITED BY SIZE
    PERFORM VARYING traceIdx FROM 1 BY 1
            UNTIL traceIdx IS GREATER THAN traceIdCount
        MOVE traceIdEntry(traceIdx) TO traceMessageId
        MOVE traceOperatorEntry(traceIdx) TO traceOperatorId
        PERFORM TraceOneMessage
    END-PERFORM
    IF registryAvailable
        CLOSE messageRegistryFile
    END-IF
    IF plainExtractAvailable
        CLOSE plainExtractFile
    END-IF
    CLOSE traceReportFile
    DISPLAY "Message trace: " countTraced " message(s) traced, " countPlainAccess " plaintext access(es)"
    STOP RUN.

LoadTraceRequests.
                IF traceIdCount IS LESS THAN 20
                    ADD 1 TO traceIdCount
                    MOVE trMessageId TO traceIdEntry(traceIdCount)
                    MOVE trOperatorId TO traceOperatorEntry(traceIdCount)
                ELSE
                    DISPLAY "LoadTraceRequests: more than 20 message ids; " trMessageId " ignored"
                END-IF
        AT END MOVE "Y" TO endOfRequests
    END-READ.

LoadRedactionOption.
    OPEN INPUT controlCardFile
    IF controlCardFileStatus IS EQUAL TO "35"
        CONTINUE
    ELSE
        READ controlCardFile
            AT END
                CONTINUE
            NOT AT END
                IF ccRedactionRequested
                    MOVE "Y" TO redactTextSwitch
                END-IF
        END-READ
        CLOSE controlCardFile
    END-IF.

LoadAuthorizedOperators.
    OPEN INPUT authorizedOperatorFile
    IF authorizedOperatorFileStatus IS EQUAL TO "35"
        CONTINUE
    ELSE
        PERFORM ReadAuthorizedOperator
        PERFORM UNTIL noMoreAuthorized
            IF aoOperatorId IS NOT EQUAL TO SPACES
                IF authorizedCount IS LESS THAN 100
                    ADD 1 TO authorizedCount
                    MOVE aoOperatorId TO authorizedOperatorId(authorizedCount)
                ELSE
                    DISPLAY "LoadAuthorizedOperators: more than 100 operators; " aoOperatorId " ignored"
                END-IF
            END-IF
            PERFORM ReadAuthorizedOperator
        END-PERFORM
        CLOSE authorizedOperatorFile
    END-IF.

ReadAuthorizedOperator.
    READ authorizedOperatorFile
        AT END MOVE "Y" TO endOfAuthorized
    END-READ.

LoadAckTable.
    OPEN INPUT ackFile
    IF ackFileStatus IS EQUAL TO "35"
    PERFORM TraceScoreReport
    PERFORM TraceChecksumErrors
    PERFORM TraceSuspense
    PERFORM TraceInterface
    PERFORM TracePlainText.

TraceRegistryStatus.
    IF registryAvailable
                    clJobId DELIMITED BY SIZE
                    " low-conf " DELIMITED BY SIZE
                    clLowConfidenceFlag DELIMITED BY SIZE
                    " keyword " DELIMITED BY SIZE
                    clKeywordUsed DELIMITED BY SIZE
                    INTO traceRptRecord
                END-STRING
                WRITE traceRptRecord
            IF srMessageId IS EQUAL TO traceMessageId
                ADD 1 TO scoreCandidateCount
                IF srIsBest
                    MOVE srCandidateText(1:30) TO redactedText
                    IF redactText AND NOT rdTextIsRedacted
                        MOVE srCandidateText TO maskSourceText
                        MOVE 99 TO maskSourceLength
                        PERFORM MaskMessageText
                        MOVE redactedText TO srCandidateText
                    END-IF
                    MOVE SPACES TO traceRptRecord
                    STRING "  solve best shift " DELIMITED BY SIZE
                        srShiftTried DELIMITED BY SIZE
                        INTO traceRptRecord
                    END-STRING
                    WRITE traceRptRecord
                    IF srKeywordTried IS NOT EQUAL TO SPACES
                        MOVE SPACES TO traceRptRecord
                        STRING "  solve best keyword " DELIMITED BY SIZE
                            srKeywordTried DELIMITED BY SIZE
                            " source " DELIMITED BY SIZE
                            srCandidateSource DELIMITED BY SIZE
                            " estimated length " DELIMITED BY SIZE
                            srKeyLengthEst DELIMITED BY SIZE
                            INTO traceRptRecord
                        END-STRING
                        WRITE traceRptRecord
                    END-IF
                END-IF
            END-IF
            PERFORM ReadScoreScan
                    spBestScore DELIMITED BY SIZE
                    " cipher " DELIMITED BY SIZE
                    spCipherType DELIMITED BY SIZE
                    " hold " DELIMITED BY SIZE
                    spHoldReasonCode DELIMITED BY SIZE
                    " awaiting operator review" DELIMITED BY SIZE
                    INTO traceRptRecord
                END-STRING
            END-IF
        END-IF
    END-PERFORM.

TracePlainText.
    IF traceOperatorId IS NOT EQUAL TO SPACES
        PERFORM CheckOperatorAuthority
        MOVE SPACES TO traceRptRecord
        EVALUATE TRUE
            WHEN NOT operatorAuthorized
                STRING "  plaintext withheld; operator " DELIMITED BY SIZE
                    traceOperatorId DELIMITED BY SIZE
                    " not on authorized list" DELIMITED BY SIZE
                    INTO traceRptRecord
                END-STRING
                WRITE traceRptRecord
            WHEN NOT plainExtractAvailable
                STRING "  plaintext extract PLAINEXT not on hand" DELIMITED BY SIZE
                    INTO traceRptRecord
                END-STRING
                WRITE traceRptRecord
            WHEN OTHER
                MOVE traceMessageId TO peMessageId
                READ plainExtractFile KEY IS peMessageId
                    INVALID KEY
                        PERFORM WriteNotOnExtract
                    NOT INVALID KEY
                        PERFORM WritePlainTextLines
                        PERFORM LogPlainTextAccess
                END-READ
        END-EVALUATE
    END-IF.

WriteNotOnExtract.
    MOVE SPACES TO traceRptRecord
    STRING "  not on plaintext extract" DELIMITED BY SIZE
        INTO traceRptRecord
    END-STRING
    WRITE traceRptRecord.

CheckOperatorAuthority.
    MOVE "N" TO operatorAuthorizedSwitch
    PERFORM VARYING authIdx FROM 1 BY 1
            UNTIL authIdx IS GREATER THAN authorizedCount OR operatorAuthorized
        IF authorizedOperatorId(authIdx) IS EQUAL TO traceOperatorId
            MOVE "Y" TO operatorAuthorizedSwitch
        END-IF
    END-PERFORM.

WritePlainTextLines.
    IF peSegmentCount IS NUMERIC AND peSegmentCount IS GREATER THAN 0
            AND peSegmentCount IS NOT GREATER THAN 10
        MOVE peSegmentCount TO plainSegmentCount
    ELSE
        MOVE 1 TO plainSegmentCount
    END-IF
    IF peDecryptedText IS NOT EQUAL TO SPACES
        MOVE "decrypted" TO plainTextLabel
        MOVE peDecryptedText TO plainTraceText
        PERFORM WritePlainTextSegments
    END-IF
    IF peSolvedText IS NOT EQUAL TO SPACES
        MOVE "solved" TO plainTextLabel
        MOVE peSolvedText TO plainTraceText
        PERFORM WritePlainTextSegments
    END-IF.

WritePlainTextSegments.
    PERFORM VARYING segIdx FROM 1 BY 1
            UNTIL segIdx IS GREATER THAN plainSegmentCount
        COMPUTE segOffset = (segIdx - 1) * 99 + 1
        MOVE SPACES TO traceRptRecord
        STRING "  plaintext " DELIMITED BY SIZE
            plainTextLabel DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            segIdx DELIMITED BY SIZE
            ": " DELIMITED BY SIZE
            plainTraceText(segOffset:99) DELIMITED BY SIZE
            INTO traceRptRecord
        END-STRING
        WRITE traceRptRecord
    END-PERFORM.

LogPlainTextAccess.
    OPEN EXTEND cipherLogFile
    IF cipherLogFileStatus IS EQUAL TO "35"
        OPEN OUTPUT cipherLogFile
    END-IF
    MOVE SPACES TO cipherLogRecord
    MOVE FUNCTION CURRENT-DATE TO clLogTimestamp
    MOVE traceMessageId TO clMessageId
    MOVE 0 TO clShiftUsed
    MOVE "TracePlainText" TO clParagraphName
    MOVE traceOperatorId TO clOperatorId
    MOVE SPACES TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE SPACES TO clLanguageCode
    MOVE SPACES TO clKeywordUsed
    MOVE 0 TO clKeyLengthEst
    MOVE peCorrespondentId TO clCorrespondentId
    MOVE 0 TO clMasterShift
    WRITE cipherLogRecord
    CLOSE cipherLogFile
    ADD 1 TO countPlainAccess.

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
