IDENTIFICATION DIVISION.
PROGRAM-ID. chargeback.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT chargebackControlFile ASSIGN TO "CHGBCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS chargebackControlFileStatus.
    SELECT rateTableFile ASSIGN TO "RATETBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rateTableFileStatus.
    SELECT calendarFile ASSIGN TO "CALENDAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS calendarFileStatus.
    SELECT runHistoryFile ASSIGN TO "RUNHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rhKey
        FILE STATUS IS runHistoryFileStatus.
    SELECT correspondentMasterFile ASSIGN TO "CORRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS cmCorrespondentId
        FILE STATUS IS corrMasterFileStatus.
    SELECT billHistoryFile ASSIGN TO "BILLHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS bhKey
        FILE STATUS IS billHistoryFileStatus.
    SELECT billExtractFile ASSIGN TO "BILLEXT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT billStatementFile ASSIGN TO "BILLSTMT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.

FILE SECTION.
FD  chargebackControlFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpchgctl.

FD  rateTableFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpratetb.

FD  calendarFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpcalndr.

FD  runHistoryFile
    RECORD CONTAINS 210 CHARACTERS.
    COPY cprunhst.

FD  correspondentMasterFile
    RECORD CONTAINS 60 CHARACTERS.
    COPY cpcorrm.

FD  billHistoryFile
    RECORD CONTAINS 100 CHARACTERS.
    COPY cpbilhst.

FD  billExtractFile
    RECORD CONTAINS 120 CHARACTERS.
    COPY cpbilext.

FD  billStatementFile
    RECORD CONTAINS 80 CHARACTERS.
    COPY cpbilstm.

WORKING-STORAGE SECTION.
01 chargebackControlFileStatus PIC X(02).
01 rateTableFileStatus PIC X(02).
01 calendarFileStatus PIC X(02).
01 runHistoryFileStatus PIC X(02).
01 corrMasterFileStatus PIC X(02).
01 billHistoryFileStatus PIC X(02).

01 endOfRates PIC X(01) VALUE "N".
    88 noMoreRates VALUE "Y".
01 endOfCalendar PIC X(01) VALUE "N".
    88 noMoreCalendar VALUE "Y".
01 endOfHistory PIC X(01) VALUE "N".
    88 noMoreHistory VALUE "Y".
01 endOfCorrMaster PIC X(01) VALUE "N".
    88 noMoreCorrMaster VALUE "Y".

01 runDate PIC X(08).
01 billingMonth PIC X(06) VALUE SPACES.
01 operatorId PIC X(08) VALUE SPACES.
01 rerunOverride PIC X(01) VALUE "N".
    88 rerunAllowed VALUE "Y".
01 rerunSwitch PIC X(01) VALUE "N".
    88 monthRebilled VALUE "Y".

01 periodStart PIC X(08) VALUE SPACES.
01 periodEnd PIC X(08) VALUE SPACES.
01 priorMonthEnd PIC X(08) VALUE SPACES.
01 priorMonthEndNum PIC 9(08).
01 periodStartNum PIC 9(08).
01 monthEndCount PIC 9(05) VALUE 0.

01 rateFoundSwitch PIC X(01) VALUE "N".
    88 rateCardFound VALUE "Y".
01 rateEffectiveDate PIC X(08) VALUE SPACES.
01 rateEncrypt PIC 9(03)V9(04) VALUE 0.
01 rateDecrypt PIC 9(03)V9(04) VALUE 0.
01 rateSolve PIC 9(03)V9(04) VALUE 0.
01 rateSurcharge PIC 9(03)V9(04) VALUE 0.
01 rateMinimum PIC 9(07)V99 VALUE 0.

01 chargeTable.
    05 chargeEntry OCCURS 500 TIMES.
        10 ceCorrespondentId PIC X(08).
        10 ceBusinessUnit PIC X(05).
        10 ceCountEncrypted PIC 9(07).
        10 ceCountDecrypted PIC 9(07).
        10 ceCountSolved PIC 9(07).
        10 ceCountSuspended PIC 9(07).
        10 ceEncryptCharge PIC 9(07)V99.
        10 ceDecryptCharge PIC 9(07)V99.
        10 ceSolveCharge PIC 9(07)V99.
        10 ceUsageCharge PIC 9(07)V99.
        10 ceSurcharge PIC 9(07)V99.
        10 ceMinimumAdjustment PIC 9(07)V99.
        10 ceTotalCharge PIC 9(07)V99.
01 chargeCount PIC 9(03) VALUE 0.
01 ceIdx PIC 9(03).
01 ceFoundIdx PIC 9(03).
01 chargeCorrespondentId PIC X(08).
01 chargeSubtotal PIC 9(07)V99.

01 countHistoryRead PIC 9(07) VALUE 0.
01 countHistoryBilled PIC 9(07) VALUE 0.
01 countMinimumOnly PIC 9(05) VALUE 0.
01 countOverflow PIC 9(05) VALUE 0.
01 countStatements PIC 9(05) VALUE 0.
01 monthMessageCount PIC 9(07) VALUE 0.
01 monthTotalCharge PIC 9(09)V99 VALUE 0.

01 countEdit PIC Z,ZZZ,ZZ9.
01 rateEdit PIC ZZ9.9999.
01 moneyEdit PIC Z,ZZZ,ZZ9.99.
01 totalMoneyEdit PIC ZZZ,ZZZ,ZZ9.99.
01 statementLabel PIC X(26).
01 businessUnitText PIC X(05).

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO runDate
    PERFORM LoadChargebackControl
    PERFORM ResolveBillingPeriod
    PERFORM LoadRateTable
    PERFORM CheckPriorBilling
    PERFORM AccumulateRunHistory
    PERFORM AddMinimumCorrespondents
    PERFORM PriceCharges

    OPEN OUTPUT billExtractFile
    OPEN OUTPUT billStatementFile
    PERFORM WriteExtractHeader
    PERFORM VARYING ceIdx FROM 1 BY 1 UNTIL ceIdx IS GREATER THAN chargeCount
        PERFORM WriteExtractDetail
        PERFORM WriteStatement
        PERFORM WriteBillHistory
    END-PERFORM
    PERFORM WriteExtractTrailer
    PERFORM WriteMonthControl
    CLOSE billHistoryFile
    PERFORM WriteChargebackSummary
    CLOSE billStatementFile
    CLOSE billExtractFile
    MOVE monthTotalCharge TO totalMoneyEdit
    DISPLAY "Chargeback " billingMonth ": " chargeCount " correspondent(s) billed, total " totalMoneyEdit
    STOP RUN.

LoadChargebackControl.
    OPEN INPUT chargebackControlFile
    IF chargebackControlFileStatus IS EQUAL TO "35"
        DISPLAY "Chargeback control card CHGBCTL not found; billing the last closed month"
    ELSE
        READ chargebackControlFile
            AT END
                CONTINUE
            NOT AT END
                IF cbBillingMonth IS NUMERIC
                    MOVE cbBillingMonth TO billingMonth
                ELSE
                    IF cbBillingMonth IS NOT EQUAL TO SPACES
                        DISPLAY "LoadChargebackControl: billing month " cbBillingMonth " not numeric; no chargeback produced"
                        STOP RUN
                    END-IF
                END-IF
                IF cbRerunOverride IS EQUAL TO "Y"
                    MOVE "Y" TO rerunOverride
                END-IF
                MOVE cbOperatorId TO operatorId
        END-READ
        CLOSE chargebackControlFile
    END-IF
    IF rerunAllowed AND operatorId IS EQUAL TO SPACES
        DISPLAY "LoadChargebackControl: re-run override requires an operator id; no chargeback produced"
        STOP RUN
    END-IF.

ResolveBillingPeriod.
    OPEN INPUT calendarFile
    IF calendarFileStatus IS EQUAL TO "35"
        DISPLAY "Processing calendar CALENDAR not found; months cannot be closed and no chargeback produced"
        STOP RUN
    END-IF
    IF billingMonth IS EQUAL TO SPACES
        PERFORM ReadCalendar
        PERFORM UNTIL noMoreCalendar
            IF calMonthEnd AND calDate IS NUMERIC AND calDate IS NOT GREATER THAN runDate
                IF calDate(1:6) IS GREATER THAN billingMonth
                    MOVE calDate(1:6) TO billingMonth
                END-IF
            END-IF
            PERFORM ReadCalendar
        END-PERFORM
        CLOSE calendarFile
        IF billingMonth IS EQUAL TO SPACES
            DISPLAY "ResolveBillingPeriod: no month-end marker on or before " runDate " in CALENDAR; no chargeback produced"
            STOP RUN
        END-IF
        OPEN INPUT calendarFile
        MOVE "N" TO endOfCalendar
    END-IF
    PERFORM ReadCalendar
    PERFORM UNTIL noMoreCalendar
        IF calMonthEnd AND calDate IS NUMERIC
            EVALUATE TRUE
                WHEN calDate(1:6) IS EQUAL TO billingMonth
                    ADD 1 TO monthEndCount
                    IF calDate IS GREATER THAN periodEnd OR periodEnd IS EQUAL TO SPACES
                        MOVE calDate TO periodEnd
                    END-IF
                WHEN calDate(1:6) IS LESS THAN billingMonth
                    IF calDate IS GREATER THAN priorMonthEnd OR priorMonthEnd IS EQUAL TO SPACES
                        MOVE calDate TO priorMonthEnd
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
        PERFORM ReadCalendar
    END-PERFORM
    CLOSE calendarFile
    IF monthEndCount IS EQUAL TO 0
        DISPLAY "ResolveBillingPeriod: month " billingMonth " has no month-end marker in CALENDAR; month not closed, no chargeback produced"
        STOP RUN
    END-IF
    IF monthEndCount IS GREATER THAN 1
        DISPLAY "ResolveBillingPeriod: month " billingMonth " has " monthEndCount " month-end markers; using " periodEnd
    END-IF
    IF periodEnd IS GREATER THAN runDate
        DISPLAY "ResolveBillingPeriod: month " billingMonth " closes " periodEnd "; month not yet closed, no chargeback produced"
        STOP RUN
    END-IF
    IF priorMonthEnd IS EQUAL TO SPACES
        STRING billingMonth DELIMITED BY SIZE
            "01" DELIMITED BY SIZE
            INTO periodStart
        END-STRING
    ELSE
        MOVE priorMonthEnd TO priorMonthEndNum
        COMPUTE periodStartNum = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(priorMonthEndNum) + 1)
        MOVE periodStartNum TO periodStart
    END-IF
    DISPLAY "Chargeback month " billingMonth " period " periodStart " through " periodEnd.

ReadCalendar.
    READ calendarFile
        AT END MOVE "Y" TO endOfCalendar
    END-READ.

LoadRateTable.
    OPEN INPUT rateTableFile
    IF rateTableFileStatus IS EQUAL TO "35"
        DISPLAY "Rate table RATETBL not found; no chargeback produced"
        STOP RUN
    END-IF
    PERFORM ReadRateCard
    PERFORM UNTIL noMoreRates
        PERFORM SelectRateCard
        PERFORM ReadRateCard
    END-PERFORM
    CLOSE rateTableFile
    IF NOT rateCardFound
        DISPLAY "LoadRateTable: no rate card effective on or before " periodEnd "; no chargeback produced"
        STOP RUN
    END-IF
    DISPLAY "Rates effective " rateEffectiveDate " applied".

ReadRateCard.
    READ rateTableFile
        AT END MOVE "Y" TO endOfRates
    END-READ.

SelectRateCard.
    EVALUATE TRUE
        WHEN rtEffectiveDate IS NOT NUMERIC
            DISPLAY "SelectRateCard: effective date " rtEffectiveDate " not numeric; card ignored"
        WHEN rtEncryptRate IS NOT NUMERIC OR rtDecryptRate IS NOT NUMERIC
                OR rtSolveRate IS NOT NUMERIC OR rtSuspenseSurcharge IS NOT NUMERIC
                OR rtMinimumCharge IS NOT NUMERIC
            DISPLAY "SelectRateCard: card effective " rtEffectiveDate " has a non-numeric rate; card ignored"
        WHEN rtEffectiveDate IS GREATER THAN periodEnd
            CONTINUE
        WHEN rateCardFound AND rtEffectiveDate IS NOT GREATER THAN rateEffectiveDate
            CONTINUE
        WHEN OTHER
            MOVE "Y" TO rateFoundSwitch
            MOVE rtEffectiveDate TO rateEffectiveDate
            MOVE rtEncryptRate TO rateEncrypt
            MOVE rtDecryptRate TO rateDecrypt
            MOVE rtSolveRate TO rateSolve
            MOVE rtSuspenseSurcharge TO rateSurcharge
            MOVE rtMinimumCharge TO rateMinimum
    END-EVALUATE.

CheckPriorBilling.
    OPEN I-O billHistoryFile
    IF billHistoryFileStatus IS EQUAL TO "35"
        OPEN OUTPUT billHistoryFile
        CLOSE billHistoryFile
        OPEN I-O billHistoryFile
    END-IF
    IF billHistoryFileStatus IS EQUAL TO "39"
        DISPLAY "Billing history BILLHIST record length conflict; convert the old file before running"
        STOP RUN
    END-IF
    MOVE billingMonth TO bhBillingMonth
    MOVE "*MONTH* " TO bhCorrespondentId
    READ billHistoryFile
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF rerunAllowed
                MOVE "Y" TO rerunSwitch
                DISPLAY "CheckPriorBilling: month " billingMonth " already billed " bhBilledDate " by " bhOperatorId "; re-run override by " operatorId
            ELSE
                DISPLAY "CheckPriorBilling: month " billingMonth " already billed " bhBilledDate " by " bhOperatorId "; supply a re-run override to bill it again"
                CLOSE billHistoryFile
                STOP RUN
            END-IF
    END-READ.

AccumulateRunHistory.
    OPEN INPUT runHistoryFile
    IF runHistoryFileStatus IS EQUAL TO "35"
        DISPLAY "Run history RUNHIST not found; minimum charges only"
    ELSE
        IF runHistoryFileStatus IS EQUAL TO "39"
            DISPLAY "Run history RUNHIST record length conflict; convert the old file before running"
            STOP RUN
        END-IF
        MOVE LOW-VALUES TO rhKey
        MOVE periodStart TO rhRunDate
        START runHistoryFile KEY IS GREATER THAN OR EQUAL TO rhKey
            INVALID KEY
                MOVE "Y" TO endOfHistory
        END-START
        PERFORM ReadRunHistory
        PERFORM UNTIL noMoreHistory
            IF rhRunDate IS GREATER THAN periodEnd
                MOVE "Y" TO endOfHistory
            ELSE
                ADD 1 TO countHistoryRead
                IF rhCorrespondentId IS NOT EQUAL TO "*TOTALS*"
                    PERFORM TallyHistoryEntry
                END-IF
                PERFORM ReadRunHistory
            END-IF
        END-PERFORM
        CLOSE runHistoryFile
    END-IF.

ReadRunHistory.
    READ runHistoryFile NEXT RECORD
        AT END MOVE "Y" TO endOfHistory
    END-READ.

TallyHistoryEntry.
    MOVE rhCorrespondentId TO chargeCorrespondentId
    PERFORM LocateChargeEntry
    IF ceFoundIdx IS GREATER THAN 0
        ADD 1 TO countHistoryBilled
        ADD rhCountEncrypted TO ceCountEncrypted(ceFoundIdx)
        ADD rhCountDecrypted TO ceCountDecrypted(ceFoundIdx)
        ADD rhCountSolved TO ceCountSolved(ceFoundIdx)
        ADD rhSuspendedCount TO ceCountSuspended(ceFoundIdx)
    END-IF.

LocateChargeEntry.
    MOVE 0 TO ceFoundIdx
    PERFORM VARYING ceIdx FROM 1 BY 1
            UNTIL ceIdx IS GREATER THAN chargeCount OR ceFoundIdx IS GREATER THAN 0
        IF ceCorrespondentId(ceIdx) IS EQUAL TO chargeCorrespondentId
            MOVE ceIdx TO ceFoundIdx
        END-IF
    END-PERFORM
    IF ceFoundIdx IS EQUAL TO 0
        IF chargeCount IS LESS THAN 500
            ADD 1 TO chargeCount
            MOVE chargeCount TO ceFoundIdx
            INITIALIZE chargeEntry(ceFoundIdx)
            MOVE chargeCorrespondentId TO ceCorrespondentId(ceFoundIdx)
        ELSE
            ADD 1 TO countOverflow
            DISPLAY "LocateChargeEntry: more than 500 correspondents; " chargeCorrespondentId " not billed"
        END-IF
    END-IF.

AddMinimumCorrespondents.
    OPEN INPUT correspondentMasterFile
    IF corrMasterFileStatus IS EQUAL TO "35"
        DISPLAY "Correspondent master CORRMAST not found; business units not assigned"
    ELSE
        IF corrMasterFileStatus IS EQUAL TO "39"
            DISPLAY "Correspondent master CORRMAST record length conflict; convert the old file before running"
            STOP RUN
        END-IF
        MOVE LOW-VALUES TO cmCorrespondentId
        START correspondentMasterFile KEY IS GREATER THAN OR EQUAL TO cmCorrespondentId
            INVALID KEY
                MOVE "Y" TO endOfCorrMaster
        END-START
        PERFORM ReadCorrMaster
        PERFORM UNTIL noMoreCorrMaster
            PERFORM AssignBusinessUnit
            PERFORM ReadCorrMaster
        END-PERFORM
        CLOSE correspondentMasterFile
    END-IF.

ReadCorrMaster.
    READ correspondentMasterFile NEXT RECORD
        AT END MOVE "Y" TO endOfCorrMaster
    END-READ.

AssignBusinessUnit.
    MOVE 0 TO ceFoundIdx
    PERFORM VARYING ceIdx FROM 1 BY 1
            UNTIL ceIdx IS GREATER THAN chargeCount OR ceFoundIdx IS GREATER THAN 0
        IF ceCorrespondentId(ceIdx) IS EQUAL TO cmCorrespondentId
            MOVE ceIdx TO ceFoundIdx
        END-IF
    END-PERFORM
    IF ceFoundIdx IS EQUAL TO 0
        IF cmActive AND cmEffectiveDate IS NOT GREATER THAN periodEnd
            MOVE cmCorrespondentId TO chargeCorrespondentId
            PERFORM LocateChargeEntry
            IF ceFoundIdx IS GREATER THAN 0
                ADD 1 TO countMinimumOnly
            END-IF
        END-IF
    END-IF
    IF ceFoundIdx IS GREATER THAN 0
        MOVE cmBusinessUnit TO ceBusinessUnit(ceFoundIdx)
    END-IF.

PriceCharges.
    PERFORM VARYING ceIdx FROM 1 BY 1 UNTIL ceIdx IS GREATER THAN chargeCount
        COMPUTE ceEncryptCharge(ceIdx) ROUNDED =
            ceCountEncrypted(ceIdx) * rateEncrypt
        COMPUTE ceDecryptCharge(ceIdx) ROUNDED =
            ceCountDecrypted(ceIdx) * rateDecrypt
        COMPUTE ceSolveCharge(ceIdx) ROUNDED =
            ceCountSolved(ceIdx) * rateSolve
        COMPUTE ceUsageCharge(ceIdx) = ceEncryptCharge(ceIdx)
            + ceDecryptCharge(ceIdx) + ceSolveCharge(ceIdx)
        COMPUTE ceSurcharge(ceIdx) ROUNDED =
            ceCountSuspended(ceIdx) * rateSurcharge
        COMPUTE chargeSubtotal = ceUsageCharge(ceIdx) + ceSurcharge(ceIdx)
        IF chargeSubtotal IS LESS THAN rateMinimum
            COMPUTE ceMinimumAdjustment(ceIdx) = rateMinimum - chargeSubtotal
        ELSE
            MOVE 0 TO ceMinimumAdjustment(ceIdx)
        END-IF
        COMPUTE ceTotalCharge(ceIdx) = chargeSubtotal + ceMinimumAdjustment(ceIdx)
        ADD ceTotalCharge(ceIdx) TO monthTotalCharge
        ADD ceCountEncrypted(ceIdx) TO monthMessageCount
        ADD ceCountDecrypted(ceIdx) TO monthMessageCount
        ADD ceCountSolved(ceIdx) TO monthMessageCount
    END-PERFORM.

WriteExtractHeader.
    MOVE SPACES TO billExtractRecord
    MOVE "H" TO bxRecordType
    MOVE billingMonth TO bxBillingMonth
    MOVE periodStart TO bxPeriodStart
    MOVE periodEnd TO bxPeriodEnd
    MOVE runDate TO bxRunDate
    MOVE operatorId TO bxOperatorId
    WRITE billExtractRecord.

WriteExtractDetail.
    MOVE SPACES TO billExtractRecord
    MOVE "D" TO bdRecordType
    MOVE billingMonth TO bdBillingMonth
    MOVE ceCorrespondentId(ceIdx) TO bdCorrespondentId
    MOVE ceBusinessUnit(ceIdx) TO bdBusinessUnit
    MOVE ceCountEncrypted(ceIdx) TO bdCountEncrypted
    MOVE ceCountDecrypted(ceIdx) TO bdCountDecrypted
    MOVE ceCountSolved(ceIdx) TO bdCountSolved
    MOVE ceCountSuspended(ceIdx) TO bdCountSuspended
    MOVE ceUsageCharge(ceIdx) TO bdUsageCharge
    MOVE ceSurcharge(ceIdx) TO bdSurcharge
    MOVE ceMinimumAdjustment(ceIdx) TO bdMinimumAdjustment
    MOVE ceTotalCharge(ceIdx) TO bdTotalCharge
    WRITE billExtractRecord.

WriteExtractTrailer.
    MOVE SPACES TO billExtractRecord
    MOVE "T" TO btRecordType
    MOVE chargeCount TO btDetailCount
    MOVE monthTotalCharge TO btTotalCharge
    WRITE billExtractRecord.

WriteStatement.
    ADD 1 TO countStatements
    IF ceBusinessUnit(ceIdx) IS EQUAL TO SPACES
        MOVE "NONE " TO businessUnitText
    ELSE
        MOVE ceBusinessUnit(ceIdx) TO businessUnitText
    END-IF
    MOVE ALL "=" TO billStatementRecord
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "CIPHER PROCESSING CHARGEBACK STATEMENT        Billing month " DELIMITED BY SIZE
        billingMonth DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "Business unit : " DELIMITED BY SIZE
        businessUnitText DELIMITED BY SIZE
        "    Correspondent : " DELIMITED BY SIZE
        ceCorrespondentId(ceIdx) DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "Period        : " DELIMITED BY SIZE
        periodStart DELIMITED BY SIZE
        " through " DELIMITED BY SIZE
        periodEnd DELIMITED BY SIZE
        "    Rates effective " DELIMITED BY SIZE
        rateEffectiveDate DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "  Description                    Quantity      Rate          Amount" DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord

    MOVE "Encrypt requests" TO statementLabel
    MOVE ceCountEncrypted(ceIdx) TO countEdit
    MOVE rateEncrypt TO rateEdit
    MOVE ceEncryptCharge(ceIdx) TO moneyEdit
    PERFORM WriteStatementLine
    MOVE "Decrypt requests" TO statementLabel
    MOVE ceCountDecrypted(ceIdx) TO countEdit
    MOVE rateDecrypt TO rateEdit
    MOVE ceDecryptCharge(ceIdx) TO moneyEdit
    PERFORM WriteStatementLine
    MOVE "Solve requests" TO statementLabel
    MOVE ceCountSolved(ceIdx) TO countEdit
    MOVE rateSolve TO rateEdit
    MOVE ceSolveCharge(ceIdx) TO moneyEdit
    PERFORM WriteStatementLine
    MOVE "Suspense surcharge" TO statementLabel
    MOVE ceCountSuspended(ceIdx) TO countEdit
    MOVE rateSurcharge TO rateEdit
    MOVE ceSurcharge(ceIdx) TO moneyEdit
    PERFORM WriteStatementLine

    IF ceMinimumAdjustment(ceIdx) IS GREATER THAN 0
        MOVE rateMinimum TO moneyEdit
        MOVE SPACES TO billStatementRecord
        STRING "  Minimum monthly charge " DELIMITED BY SIZE
            moneyEdit DELIMITED BY SIZE
            " applies" DELIMITED BY SIZE
            INTO billStatementRecord
        END-STRING
        WRITE billStatementRecord
        MOVE "Minimum charge adjustment" TO statementLabel
        MOVE ceMinimumAdjustment(ceIdx) TO moneyEdit
        PERFORM WriteStatementAmount
    END-IF

    MOVE "TOTAL DUE" TO statementLabel
    MOVE ceTotalCharge(ceIdx) TO moneyEdit
    PERFORM WriteStatementAmount
    IF monthRebilled
        MOVE SPACES TO billStatementRecord
        STRING "  Re-issued statement; replaces the one issued for " DELIMITED BY SIZE
            billingMonth DELIMITED BY SIZE
            INTO billStatementRecord
        END-STRING
        WRITE billStatementRecord
    END-IF
    MOVE SPACES TO billStatementRecord
    WRITE billStatementRecord.

WriteStatementLine.
    MOVE SPACES TO billStatementRecord
    STRING "  " DELIMITED BY SIZE
        statementLabel DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        countEdit DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        rateEdit DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        moneyEdit DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord.

WriteStatementAmount.
    MOVE SPACES TO billStatementRecord
    STRING "  " DELIMITED BY SIZE
        statementLabel DELIMITED BY SIZE
        "                         " DELIMITED BY SIZE
        moneyEdit DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord.

WriteBillHistory.
    MOVE SPACES TO billHistoryRecord
    MOVE billingMonth TO bhBillingMonth
    MOVE ceCorrespondentId(ceIdx) TO bhCorrespondentId
    MOVE ceBusinessUnit(ceIdx) TO bhBusinessUnit
    MOVE periodStart TO bhPeriodStart
    MOVE periodEnd TO bhPeriodEnd
    MOVE runDate TO bhBilledDate
    MOVE operatorId TO bhOperatorId
    COMPUTE bhMessageCount = ceCountEncrypted(ceIdx)
        + ceCountDecrypted(ceIdx) + ceCountSolved(ceIdx)
    MOVE ceTotalCharge(ceIdx) TO bhTotalCharge
    MOVE rerunSwitch TO bhRerunFlag
    WRITE billHistoryRecord
        INVALID KEY
            REWRITE billHistoryRecord
    END-WRITE.

WriteMonthControl.
    MOVE SPACES TO billHistoryRecord
    MOVE billingMonth TO bhBillingMonth
    MOVE "*MONTH* " TO bhCorrespondentId
    MOVE periodStart TO bhPeriodStart
    MOVE periodEnd TO bhPeriodEnd
    MOVE runDate TO bhBilledDate
    MOVE operatorId TO bhOperatorId
    MOVE monthMessageCount TO bhMessageCount
    MOVE monthTotalCharge TO bhTotalCharge
    MOVE rerunSwitch TO bhRerunFlag
    WRITE billHistoryRecord
        INVALID KEY
            REWRITE billHistoryRecord
    END-WRITE.

WriteChargebackSummary.
    MOVE ALL "=" TO billStatementRecord
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "Chargeback summary for " DELIMITED BY SIZE
        billingMonth DELIMITED BY SIZE
        " run " DELIMITED BY SIZE
        runDate DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "History rows read  : " DELIMITED BY SIZE
        countHistoryRead DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "History rows billed: " DELIMITED BY SIZE
        countHistoryBilled DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "Statements issued  : " DELIMITED BY SIZE
        countStatements DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    MOVE SPACES TO billStatementRecord
    STRING "Minimum only       : " DELIMITED BY SIZE
        countMinimumOnly DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    IF countOverflow IS GREATER THAN 0
        MOVE SPACES TO billStatementRecord
        STRING "Not billed (table) : " DELIMITED BY SIZE
            countOverflow DELIMITED BY SIZE
            INTO billStatementRecord
        END-STRING
        WRITE billStatementRecord
    END-IF
    MOVE monthTotalCharge TO totalMoneyEdit
    MOVE SPACES TO billStatementRecord
    STRING "Month total        : " DELIMITED BY SIZE
        totalMoneyEdit DELIMITED BY SIZE
        INTO billStatementRecord
    END-STRING
    WRITE billStatementRecord
    IF monthRebilled
        MOVE SPACES TO billStatementRecord
        STRING "Re-run of a billed month; override by " DELIMITED BY SIZE
            operatorId DELIMITED BY SIZE
            INTO billStatementRecord
        END-STRING
        WRITE billStatementRecord
    END-IF.
