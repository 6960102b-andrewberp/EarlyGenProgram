        FILE STATUS IS runControlFileStatus.
    SELECT balanceReportFile ASSIGN TO "BALRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT transmitFile ASSIGN TO "XMITOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS transmitFileStatus.

DATA DIVISION.

    RECORD CONTAINS 80 CHARACTERS.
    COPY cpbalrpt.

FD  transmitFile
    RECORD CONTAINS 130 CHARACTERS.
    COPY cpxmtout.

WORKING-STORAGE SECTION.
01 balanceControlFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).
01 transmitFileStatus PIC X(02).
01 endOfTransmit PIC X(01) VALUE "N".
    88 noMoreTransmit VALUE "Y".
01 transmitDateSwitch PIC X(01) VALUE "N".
    88 transmitForRunDate VALUE "Y".
01 transmitTrailerSwitch PIC X(01) VALUE "N".
    88 transmitTrailerSeen VALUE "Y".
01 transmitDetailsRead PIC 9(07) VALUE 0.
01 transmitTrailerCount PIC 9(07) VALUE 0.

01 balanceRunDate PIC X(08).

        10 scRecordsCarried PIC 9(07).
        10 scInterfaceDetails PIC 9(07).
        10 scMessageCount PIC 9(07).
        10 scOutboundSegments PIC 9(07).
        10 scOutboundDetails PIC 9(07).
01 stepIdx PIC 9(01).

01 balanceDateNum PIC 9(08).
    PERFORM CheckCipherInternalLeg
    PERFORM CheckSuspenseLeg
    PERFORM CheckInterfaceToReconLeg
    PERFORM CheckOutboundLeg
    PERFORM WriteBalanceVerdict
    PERFORM WriteRunControl
    CLOSE balanceReportFile
    STOP RUN.

    MOVE 0 TO scRecordsCarried(stepIdx)
    MOVE 0 TO scInterfaceDetails(stepIdx)
    MOVE 0 TO scMessageCount(stepIdx)
    MOVE 0 TO scOutboundSegments(stepIdx)
    MOVE 0 TO scOutboundDetails(stepIdx)
    MOVE balanceRunDate TO rcRunDate
    MOVE scStepName(stepIdx) TO rcStepName
    READ runControlFile KEY IS rcKey
            MOVE rcRecordsCarried TO scRecordsCarried(stepIdx)
            MOVE rcInterfaceDetails TO scInterfaceDetails(stepIdx)
            MOVE rcMessageCount TO scMessageCount(stepIdx)
            IF rcOutboundSegments IS NUMERIC
                MOVE rcOutboundSegments TO scOutboundSegments(stepIdx)
            END-IF
            IF rcOutboundDetails IS NUMERIC
                MOVE rcOutboundDetails TO scOutboundDetails(stepIdx)
            END-IF
    END-READ
    MOVE SPACES TO balanceRptRecord
    IF scStepFoundFlag(stepIdx) IS EQUAL TO "Y"
        PERFORM WriteLegResult
    END-IF.

CheckOutboundLeg.
    IF scStepFoundFlag(2) IS EQUAL TO "Y"
        PERFORM ReadTransmitCounts
        EVALUATE TRUE
            WHEN transmitFileStatus IS EQUAL TO "35"
                MOVE scOutboundDetails(2) TO legLeftValue
                MOVE 0 TO legRightValue
                MOVE "cipher transmit details vs XMITOUT (missing)" TO legDescription
                PERFORM WriteLegResult
            WHEN NOT transmitForRunDate
                MOVE SPACES TO balanceRptRecord
                STRING "  XMITOUT on hand is not for " DELIMITED BY SIZE
                    balanceRunDate DELIMITED BY SIZE
                    "; outbound leg not checked" DELIMITED BY SIZE
                    INTO balanceRptRecord
                END-STRING
                WRITE balanceRptRecord
            WHEN OTHER
                MOVE scOutboundDetails(2) TO legLeftValue
                MOVE transmitDetailsRead TO legRightValue
                MOVE "cipher transmit details vs XMITOUT details" TO legDescription
                PERFORM WriteLegResult
                IF transmitTrailerSeen
                    MOVE transmitTrailerCount TO legLeftValue
                ELSE
                    MOVE 99999999 TO legLeftValue
                END-IF
                MOVE transmitDetailsRead TO legRightValue
                MOVE "XMITOUT trailer count vs details read" TO legDescription
                PERFORM WriteLegResult
        END-EVALUATE
    END-IF.

ReadTransmitCounts.
    OPEN INPUT transmitFile
    IF transmitFileStatus IS NOT EQUAL TO "35"
        PERFORM ReadTransmit
        PERFORM UNTIL noMoreTransmit
            EVALUATE TRUE
                WHEN xhIsHeader
                    IF xhRunDate(1:8) IS EQUAL TO balanceRunDate
                        MOVE "Y" TO transmitDateSwitch
                    END-IF
                WHEN xdIsDetail
                    ADD 1 TO transmitDetailsRead
                WHEN xtIsTrailer
                    MOVE "Y" TO transmitTrailerSwitch
                    MOVE xtDetailCount TO transmitTrailerCount
            END-EVALUATE
            PERFORM ReadTransmit
        END-PERFORM
        CLOSE transmitFile
    END-IF.

ReadTransmit.
    READ transmitFile
        AT END MOVE "Y" TO endOfTransmit
    END-READ.

WriteLegResult.
    ADD 1 TO countLegsChecked
    MOVE SPACES TO balanceRptRecord
        END-IF
    END-IF
    WRITE balanceRptRecord.

WriteRunControl.
    OPEN I-O runControlFile
    MOVE SPACES TO runControlRecord
    MOVE balanceRunDate TO rcRunDate
    MOVE "CTLBAL  " TO rcStepName
    MOVE countLegsChecked TO rcRecordsIn
    COMPUTE rcRecordsOut = countLegsChecked - countLegsBroken
    MOVE countLegsBroken TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE 0 TO rcRecordsCarried
    MOVE 0 TO rcInterfaceDetails
    MOVE 0 TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    IF streamOutOfBalance
        MOVE "B" TO rcStepStatus
    END-IF
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE
    CLOSE runControlFile.
