    SELECT interfaceFile ASSIGN TO "IFACEOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS interfaceFileStatus.
    SELECT runControlFile ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rcKey
        FILE STATUS IS runControlFileStatus.
    SELECT distFile01 ASSIGN TO "IFCDST01"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT distFile02 ASSIGN TO "IFCDST02"
    RECORD CONTAINS 123 CHARACTERS.
    COPY cpifcout.

FD  runControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cprunctl.

FD  distFile01
    RECORD CONTAINS 123 CHARACTERS.
01 dist01Record PIC X(123).

WORKING-STORAGE SECTION.
01 interfaceFileStatus PIC X(02).
01 runControlFileStatus PIC X(02).
01 endOfInterface PIC X(1) VALUE "N".
    88 noMoreInterface VALUE "Y".

01 inputTrailerSeenSwitch PIC X(01) VALUE "N".
    88 inputTrailerSeen VALUE "Y".
01 runDate PIC X(08).
01 distributedDetailCount PIC 9(07) VALUE 0.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    END-PERFORM
    PERFORM WriteDistTrailers
    PERFORM WriteManifest
    PERFORM WriteRunControl
    CLOSE interfaceFile
    CLOSE distFile01
    CLOSE distFile02
        WRITE manifestRptRecord
    END-IF
    DISPLAY "Interface distribution: " inputDetailCount " detail(s) split across " distCount " file(s)".

WriteRunControl.
    OPEN I-O runControlFile
    IF runControlFileStatus IS EQUAL TO "35"
        OPEN OUTPUT runControlFile
        CLOSE runControlFile
        OPEN I-O runControlFile
    END-IF
    MOVE SPACES TO runControlRecord
    MOVE runDate TO rcRunDate
    MOVE "IFACDIST" TO rcStepName
    MOVE inputDetailCount TO rcRecordsIn
    MOVE residualDetailCount TO distributedDetailCount
    PERFORM VARYING dtIdx FROM 1 BY 1
            UNTIL dtIdx IS GREATER THAN distCount
        ADD dtDetailCount(dtIdx) TO distributedDetailCount
    END-PERFORM
    MOVE distributedDetailCount TO rcRecordsOut
    MOVE 0 TO rcRecordsRejected
    MOVE 0 TO rcRecordsSuspended
    MOVE 0 TO rcRecordsCarried
    MOVE inputTrailerCount TO rcInterfaceDetails
    MOVE distCount TO rcMessageCount
    MOVE 0 TO rcOutboundSegments
    MOVE 0 TO rcOutboundDetails
    IF inputTrailerSeen
            AND inputDetailCount IS NOT EQUAL TO inputTrailerCount
        MOVE "B" TO rcStepStatus
    END-IF
    WRITE runControlRecord
        INVALID KEY
            REWRITE runControlRecord
    END-WRITE
    CLOSE runControlFile.
