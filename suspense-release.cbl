        FILE STATUS IS cipherLogFileStatus.
    SELECT carriedSuspenseFile ASSIGN TO "SUSPOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT resubmitTransFile ASSIGN TO "TRANSRSB"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT controlCardFile ASSIGN TO "CONTROLCD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS controlCardFileStatus.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT correspondentMasterFile ASSIGN TO "CORRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT plainExtractFile ASSIGN TO "PLAINEXT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS peMessageId
        FILE STATUS IS plainExtractFileStatus.
    SELECT authorizedOperatorFile ASSIGN TO "AUTHOPS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS authorizedOperatorFileStatus.

DATA DIVISION.

    COPY cpifcout.

FD  cipherLogFile
    RECORD CONTAINS 100 CHARACTERS.
    COPY cpciplog.

FD  carriedSuspenseFile
    RECORD CONTAINS 1040 CHARACTERS.
01 carriedSuspenseRecord PIC X(1040).

FD  resubmitTransFile
    RECORD CONTAINS 150 CHARACTERS.
    COPY cptrnin.

FD  controlCardFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpctlcrd.
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  correspondentMasterFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpcorrm.

FD  plainExtractFile
    RECORD CONTAINS 3020 CHARACTERS.
    COPY cpplnext.

FD  authorizedOperatorFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpauthop.

WORKING-STORAGE SECTION.
01 runControlFileStatus PIC X(02).
01 countSuspenseRead PIC 9(05) VALUE 0.
01 reviewFileStatus PIC X(02).
01 cipherLogFileStatus PIC X(02).
01 controlCardFileStatus PIC X(02).
01 corrMasterFileStatus PIC X(02).
01 corrMasterAvailableSwitch PIC X(01) VALUE "Y".
    88 corrMasterAvailable VALUE "Y".
01 quarantineActiveSwitch PIC X(01) VALUE "N".
    88 quarantineActive VALUE "Y".
01 endOfSuspense PIC X(1) VALUE "N".
    88 noMoreSuspense VALUE "Y".
01 endOfReviews PIC X(1) VALUE "N".
01 interfaceDetailCount PIC 9(07) VALUE 0.
01 countReleased PIC 9(05) VALUE 0.
01 countCarried PIC 9(05) VALUE 0.
01 countResubmitted PIC 9(05) VALUE 0.

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
01 accessOperatorId PIC X(08).
01 operatorAuthorizedSwitch PIC X(01).
    88 operatorAuthorized VALUE "Y".
01 suspenseTextSwitch PIC X(01).
    88 suspenseTextAvailable VALUE "Y".
01 releaseSourceText PIC X(990).
01 countPlainAccess PIC 9(05) VALUE 0.
01 redactTextSwitch PIC X(01) VALUE "N".
    88 redactText VALUE "Y".
01 maskSourceText PIC X(990).
01 maskSourceLength PIC 9(04).
01 maskTextLength PIC 9(04).
01 maskChecksum PIC 9(05).
01 maskIdx PIC 9(04).
COPY cpredact.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    OPEN INPUT suspenseFile
    IF suspenseFileStatus IS EQUAL TO "35"
        DISPLAY "Suspense file SUSPIN not found; nothing to release"
        PERFORM WriteRunControl
        STOP RUN
    END-IF
    PERFORM LoadReviewDecisions
    PERFORM LoadAuthorizedOperators
    OPEN OUTPUT resultFile
    OPEN OUTPUT interfaceFile
    OPEN OUTPUT carriedSuspenseFile
    OPEN OUTPUT resubmitTransFile
    OPEN EXTEND cipherLogFile
    IF cipherLogFileStatus IS EQUAL TO "35"
        OPEN OUTPUT cipherLogFile
        DISPLAY "Message registry MSGREG record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    OPEN INPUT correspondentMasterFile
    IF corrMasterFileStatus IS EQUAL TO "35"
        MOVE "N" TO corrMasterAvailableSwitch
    END-IF
    IF corrMasterFileStatus IS EQUAL TO "39"
        DISPLAY "Correspondent master CORRMAST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    OPEN INPUT plainExtractFile
    IF plainExtractFileStatus IS EQUAL TO "35"
        MOVE "N" TO plainExtractAvailableSwitch
    END-IF
    IF plainExtractFileStatus IS EQUAL TO "39"
        DISPLAY "Plaintext extract PLAINEXT record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    PERFORM WriteInterfaceHeader
    PERFORM ReadSuspense
    PERFORM UNTIL noMoreSuspense
    END-PERFORM
    PERFORM WriteInterfaceTrailer
    PERFORM WriteRunControl
    DISPLAY "Suspense release: " countReleased " released, " countResubmitted " resubmitted, " countCarried " carried forward, " countPlainAccess " plaintext access(es)"
    CLOSE suspenseFile
    CLOSE resultFile
    CLOSE interfaceFile
    CLOSE carriedSuspenseFile
    CLOSE resubmitTransFile
    CLOSE cipherLogFile
    CLOSE messageRegistryFile
    IF corrMasterAvailable
        CLOSE correspondentMasterFile
    END-IF
    IF plainExtractAvailable
        CLOSE plainExtractFile
    END-IF
    STOP RUN.

LoadControlCard.
            AT END
                MOVE SPACES TO ccJobId
                MOVE SPACES TO ccOperatorId
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
        DISPLAY "Authorized operator list AUTHOPS not found; redacted suspense cannot be released by shift"
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

LoadReviewDecisions.
    OPEN INPUT reviewFile
    IF reviewFileStatus IS EQUAL TO "35"
        MOVE 1 TO releaseSegmentCount
    END-IF
    COMPUTE releaseTextLength = releaseSegmentCount * 99
    MOVE spMessageText TO releaseSourceText
    MOVE 0 TO reviewFoundIdx
    PERFORM VARYING reviewIdx FROM 1 BY 1
            UNTIL reviewIdx IS GREATER THAN reviewCount
            MOVE reviewIdx TO reviewFoundIdx
        END-IF
    END-PERFORM
    PERFORM CheckKeyQuarantine
    EVALUATE TRUE
        WHEN reviewFoundIdx IS EQUAL TO 0
            PERFORM CarrySuspenseForward
        WHEN quarantineActive
            DISPLAY "ProcessSuspense: " spMessageId " held under key quarantine for " spCorrespondentId "; no release until a new key is approved; carried forward"
            PERFORM CarrySuspenseForward
        WHEN spRequestType IS EQUAL TO "E"
                AND rtActionCode(reviewFoundIdx) IS EQUAL TO "R"
            MOVE 0 TO releaseShift
            PERFORM ObtainSuspenseText
            IF suspenseTextAvailable
                PERFORM ResubmitEncryption
            ELSE
                PERFORM CarrySuspenseForward
            END-IF
        WHEN spRequestType IS EQUAL TO "E"
            DISPLAY "ProcessSuspense: " spMessageId " is an outbound encrypt request; only action R (resubmit for encryption under the current key) is valid; carried forward"
            PERFORM CarrySuspenseForward
        WHEN rtActionCode(reviewFoundIdx) IS EQUAL TO "S"
                AND spCipherType IS EQUAL TO "K"
            DISPLAY "ProcessSuspense: " spMessageId " is keyword-cipher suspense; shift decisions not valid, key a manual text; carried forward"
            PERFORM CarrySuspenseForward
        WHEN rtActionCode(reviewFoundIdx) IS EQUAL TO "S"
            MOVE rtChosenShift(reviewFoundIdx) TO releaseShift
            PERFORM ObtainSuspenseText
            IF suspenseTextAvailable
                PERFORM DecryptSuspenseText
                PERFORM ReleaseMessage
            ELSE
                PERFORM CarrySuspenseForward
            END-IF
        WHEN rtActionCode(reviewFoundIdx) IS EQUAL TO "M"
            MOVE rtManualText(reviewFoundIdx) TO releasedText
            MOVE 0 TO releaseShift
            PERFORM CarrySuspenseForward
    END-EVALUATE.

CheckKeyQuarantine.
    MOVE "N" TO quarantineActiveSwitch
    IF spHeldKeyQuarantine AND corrMasterAvailable
        MOVE spCorrespondentId TO cmCorrespondentId
        READ correspondentMasterFile KEY IS cmCorrespondentId
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF cmKeyCompromised
                    MOVE "Y" TO quarantineActiveSwitch
                END-IF
        END-READ
    END-IF.

CarrySuspenseForward.
    MOVE suspenseRecord TO carriedSuspenseRecord
    WRITE carriedSuspenseRecord
    ADD 1 TO countCarried.

ObtainSuspenseText.
    MOVE "Y" TO suspenseTextSwitch
    MOVE spMessageText(1:30) TO redactedText
    IF rdTextIsRedacted
        MOVE "N" TO suspenseTextSwitch
        MOVE rtOperatorId(reviewFoundIdx) TO accessOperatorId
        PERFORM CheckOperatorAuthority
        EVALUATE TRUE
            WHEN NOT operatorAuthorized
                DISPLAY "ProcessSuspense: " spMessageId " text is redacted and operator " accessOperatorId " is not authorized for plaintext; carried forward"
            WHEN NOT plainExtractAvailable
                DISPLAY "ProcessSuspense: " spMessageId " text is redacted and plaintext extract PLAINEXT not found; carried forward"
            WHEN OTHER
                MOVE spMessageId TO peMessageId
                READ plainExtractFile KEY IS peMessageId
                    INVALID KEY
                        DISPLAY "ProcessSuspense: " spMessageId " text is redacted and not on plaintext extract PLAINEXT; carried forward"
                    NOT INVALID KEY
                        MOVE peEncryptedText TO releaseSourceText
                        MOVE "Y" TO suspenseTextSwitch
                        PERFORM LogPlainTextAccess
                END-READ
        END-EVALUATE
    END-IF.

CheckOperatorAuthority.
    MOVE "N" TO operatorAuthorizedSwitch
    IF accessOperatorId IS NOT EQUAL TO SPACES
        PERFORM VARYING authIdx FROM 1 BY 1
                UNTIL authIdx IS GREATER THAN authorizedCount OR operatorAuthorized
            IF authorizedOperatorId(authIdx) IS EQUAL TO accessOperatorId
                MOVE "Y" TO operatorAuthorizedSwitch
            END-IF
        END-PERFORM
    END-IF.

LogPlainTextAccess.
    MOVE FUNCTION CURRENT-DATE TO clLogTimestamp
    MOVE spMessageId TO clMessageId
    MOVE releaseShift TO clShiftUsed
    MOVE "ObtainSuspenseText" TO clParagraphName
    MOVE accessOperatorId TO clOperatorId
    MOVE ccJobId TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE spLanguageCode TO clLanguageCode
    MOVE SPACES TO clKeywordUsed
    MOVE 0 TO clKeyLengthEst
    MOVE spCorrespondentId TO clCorrespondentId
    MOVE 0 TO clMasterShift
    WRITE cipherLogRecord
    ADD 1 TO countPlainAccess.

DecryptSuspenseText.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i IS GREATER THAN releaseTextLength
        MOVE releaseSourceText(i:1) TO c
        EVALUATE TRUE
            WHEN c IS GREATER THAN OR EQUAL TO "A" AND c IS LESS THAN OR EQUAL TO "Z"
                COMPUTE shiftedAsciiVal =
        COMPUTE segOffset = (segIdx - 1) * 99 + 1
        MOVE SPACES TO transOutRecord
        MOVE spMessageId TO toMessageId
        MOVE releaseSourceText(segOffset:99) TO toEncryptedText
        IF redactText
            MOVE releasedText(segOffset:99) TO maskSourceText
            MOVE 99 TO maskSourceLength
            PERFORM MaskMessageText
            MOVE redactedText TO toDecryptedText
            MOVE redactedText TO toSolvedText
        ELSE
            MOVE releasedText(segOffset:99) TO toDecryptedText
            MOVE releasedText(segOffset:99) TO toSolvedText
        END-IF
        MOVE releaseShift TO toShiftUsed
        MOVE segIdx TO toSegmentSeq
        IF segIdx IS EQUAL TO releaseSegmentCount
    MOVE ccJobId TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE spLanguageCode TO clLanguageCode
    MOVE SPACES TO clKeywordUsed
    MOVE 0 TO clKeyLengthEst
    MOVE spCorrespondentId TO clCorrespondentId
    MOVE 0 TO clMasterShift
    WRITE cipherLogRecord
    PERFORM UpdateMessageRegistry
    ADD 1 TO countReleased
    DISPLAY "Released " spMessageId " shift " releaseShift " by " rtOperatorId(reviewFoundIdx).

ResubmitEncryption.
    PERFORM VARYING segIdx FROM 1 BY 1
            UNTIL segIdx IS GREATER THAN releaseSegmentCount
        COMPUTE segOffset = (segIdx - 1) * 99 + 1
        MOVE SPACES TO transInRecord
        MOVE spMessageId TO tiMessageId
        MOVE 0 TO tiShiftKey
        MOVE releaseSourceText(segOffset:99) TO tiMessageText
        MOVE spCorrespondentId TO tiCorrespondentId
        MOVE spExpectedChecksum TO tiExpectedChecksum
        MOVE "E" TO tiRequestType
        MOVE spCipherType TO tiCipherType
        MOVE spLanguageCode TO tiLanguageCode
        MOVE segIdx TO tiSegmentSeq
        IF segIdx IS EQUAL TO releaseSegmentCount
            MOVE "Y" TO tiLastSegmentFlag
        ELSE
            MOVE "N" TO tiLastSegmentFlag
        END-IF
        WRITE transInRecord
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO clLogTimestamp
    MOVE spMessageId TO clMessageId
    MOVE 0 TO clShiftUsed
    MOVE "ResubmitEncryption" TO clParagraphName
    MOVE rtOperatorId(reviewFoundIdx) TO clOperatorId
    MOVE ccJobId TO clJobId
    MOVE "N" TO clLowConfidenceFlag
    MOVE spLanguageCode TO clLanguageCode
    MOVE SPACES TO clKeywordUsed
    MOVE 0 TO clKeyLengthEst
    MOVE spCorrespondentId TO clCorrespondentId
    MOVE 0 TO clMasterShift
    WRITE cipherLogRecord
    PERFORM RequeueMessageRegistry
    ADD 1 TO countResubmitted
    DISPLAY "Resubmitted " spMessageId " for encryption under the current key by " rtOperatorId(reviewFoundIdx).

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

UpdateMessageRegistry.
    MOVE spMessageId TO mrMessageId
    READ messageRegistryFile KEY IS mrMessageId
            REWRITE messageRegistryRecord
    END-READ.

RequeueMessageRegistry.
    MOVE spMessageId TO mrMessageId
    READ messageRegistryFile KEY IS mrMessageId
        INVALID KEY
            MOVE SPACES TO messageRegistryRecord
            MOVE spMessageId TO mrMessageId
            MOVE "V" TO mrStatusCode
            MOVE spCorrespondentId TO mrCorrespondentId
            MOVE runDate TO mrFirstSeenDate
            MOVE runDate TO mrLastStatusDate
            MOVE 1 TO mrResubmitCount
            WRITE messageRegistryRecord
        NOT INVALID KEY
            MOVE "V" TO mrStatusCode
            MOVE runDate TO mrLastStatusDate
            IF mrResubmitCount IS NOT NUMERIC
                MOVE 0 TO mrResubmitCount
            END-IF
            IF mrResubmitCount IS LESS THAN 99
                ADD 1 TO mrResubmitCount
            END-IF
            REWRITE messageRegistryRecord
    END-READ.

ValidateReleaseChecksum.
    MOVE 0 TO computedChecksum
    PERFORM VARYING i FROM 1 BY 1 UNTIL i IS GREATER THAN releaseTextLength
    MOVE ccJobId TO ihJobId
    MOVE ccOperatorId TO ihOperatorId
    MOVE FUNCTION CURRENT-DATE TO ihRunDate
    MOVE 0 TO ihPartitionNo
    WRITE interfaceRecord.

WriteInterfaceTrailer.
    MOVE runDate TO rcRunDate
    MOVE "SUSPREL " TO rcStepName
    MOVE countSuspenseRead TO rcRecordsIn
    COMPUTE rcRecordsOut = countReleased + countResubmitted
    MOVE 0 TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE countCarried TO rcRecordsCarried
    MOVE interfaceDetailCount TO rcInterfaceDetails
    MOVE countReleased TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
