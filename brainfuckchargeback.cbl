identification division.
program-id. BrainfuckChargeback.

*> Modification history
*> 2026-10-15  New program. Monthly chargeback: prices every AUDITLOG
*>             run started in the billing month from the rate table on
*>             CHGRATES - so much per million instructions executed, so
*>             much per elapsed second, and a flat surcharge per run on
*>             the 65536 and 100000-cell tape profiles - and bills it to
*>             the cost center on the audit record (see
*>             BrainfuckEngine). Writes a billing report on CHARGERPT,
*>             run by run under each cost center with a subtotal, and a
*>             billing extract on CHARGEXT with one record per cost
*>             center for finance's ledger feed. Runs with no cost
*>             center are priced the same way but listed in their own
*>             unattributed section and extract record, so nothing run
*>             in the month goes unbilled without somebody seeing it.
*>             Every audit record is one attempt, and the engine counts
*>             a resumed attempt's instructions from its checkpoint, so
*>             a run that took several attempts is billed for each
*>             attempt's own work. Ends with return code 4 when there
*>             were unattributed runs or rate table problems, and 16
*>             when the rate table or AUDITLOG could not be read.
*> 2026-10-15  AUDITLOG records grew the cell model and end-of-input
*>             columns (see BrainfuckEngine); the record layout here
*>             follows.
*> 2026-10-15  The tape surcharge is now charged once per run, on the
*>             first audit record of the month for its run id, instead
*>             of again on every resumed attempt; the attempts still pay
*>             for their own instructions and seconds. A record with run
*>             id zero cannot be matched to another and is surcharged on
*>             its own. The table-limits line on the totals is shortened
*>             to fit the report line.
*>
*> Command-line arguments:
*>   1. billing month as yyyymm (default the month before the current
*>      one, so the job can run on the first of the month)
*>
*> Rate table format - one fixed-length record per rate:
*>   1-11     rate code:
*>              INSTR-MIL   charge per million instructions executed
*>              ELAPSED-SEC charge per elapsed second
*>              TAPE-65536  surcharge per run on the 65536-cell tape,
*>                          charged on the run's first attempt only
*>              TAPE-100000 surcharge per run on the 100000-cell tape,
*>                          charged on the run's first attempt only
*>   12       filler
*>   13-22    rate, zero-filled digits with four implied decimal
*>            places (0000025000 is 2.5000)
*> A rate the table does not supply is taken as zero and reported.
*>
*> Billing extract format - one fixed-length record per cost center:
*>   1-6      billing month yyyymm
*>   8-15     cost center (blank on the unattributed record)
*>   17-21    runs billed
*>   23-34    instructions executed
*>   36-44    elapsed seconds
*>   46-50    runs on a surcharged tape profile
*>   52-63    charge, zero-filled digits with two implied decimal
*>            places
*>   65       B for a billed cost center, U for the unattributed runs

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select AuditLogFile assign to "AUDITLOG"
        organization is sequential
        file status is AuditLogFileStatus.

    select RateFile assign to "CHGRATES"
        organization is sequential
        file status is RateFileStatus.

    select ChargeReportFile assign to "CHARGERPT"
        organization is sequential
        file status is ChargeReportFileStatus.

    select ChargeExtractFile assign to "CHARGEXT"
        organization is sequential
        file status is ChargeExtractFileStatus.

data division.
file section.
    fd AuditLogFile.
    01 AuditLogRecord.
        02 AuditLogProgramFileName pic x(100).
        02 filler pic x.
        02 AuditLogProgramLength pic 9(5).
        02 filler pic x.
        02 AuditLogStartTimestamp pic x(21).
        02 filler pic x.
        02 AuditLogEndTimestamp pic x(21).
        02 filler pic x.
        02 AuditLogCompletionCode pic 9(3).
        02 filler pic x.
        02 AuditLogRunIdentifier pic 9(7).
        02 filler pic x.
        02 AuditLogOperatorId pic x(8).
        02 filler pic x.
        02 AuditLogProgramFingerprint pic 9(10).
        02 filler pic x.
        02 AuditLogInstructionCount pic 9(9).
        02 filler pic x.
        02 AuditLogDataTapeSize pic 9(6).
        02 filler pic x.
        02 AuditLogCostCenter pic x(8).
        02 filler pic x.
        02 AuditLogCellModel pic x(7).
        02 filler pic x.
        02 AuditLogEndOfInput pic x(9).

    fd RateFile.
    01 RateRecord.
        02 RateCode pic x(11).
        02 filler pic x.
        02 RateAmount pic 9(6)v9(4).

    fd ChargeReportFile.
    01 ChargeReportRecord pic x(120).

    fd ChargeExtractFile.
    01 ChargeExtractRecord.
        02 ExtractBillingMonth pic x(6).
        02 filler pic x.
        02 ExtractCostCenter pic x(8).
        02 filler pic x.
        02 ExtractRunCount pic 9(5).
        02 filler pic x.
        02 ExtractInstructions pic 9(12).
        02 filler pic x.
        02 ExtractElapsedSeconds pic 9(9).
        02 filler pic x.
        02 ExtractSurchargedRuns pic 9(5).
        02 filler pic x.
        02 ExtractCharge pic 9(10)v99.
        02 filler pic x.
        02 ExtractRecordType pic x.

working-storage section.
    01 AuditLogFileStatus pic xx value zeroes.
        88 AuditLogFileNotFound value "35".
    01 RateFileStatus pic xx value zeroes.
        88 RateFileNotFound value "35".
    01 ChargeReportFileStatus pic xx value zeroes.
    01 ChargeExtractFileStatus pic xx value zeroes.

    01 CommandLineArgumentCount pic 9 value zero.
    01 BillingMonth pic x(6) value spaces.
    01 BillingYearNumber pic 9(4) value zero.
    01 BillingMonthNumber pic 99 value zero.
    01 ChargebackRunTimestamp pic x(21) value spaces.

    01 EndOfAuditLog pic x value "N".
        88 AtEndOfAuditLog value "Y".
    01 EndOfRateFile pic x value "N".
        88 AtEndOfRateFile value "Y".

    01 InstructionRate pic 9(6)v9(4) value zero.
    01 ElapsedSecondRate pic 9(6)v9(4) value zero.
    01 MidTapeSurcharge pic 9(6)v9(4) value zero.
    01 LargeTapeSurcharge pic 9(6)v9(4) value zero.
    01 RatesFound.
        02 InstructionRateState pic x value "N".
            88 InstructionRateFound value "Y".
        02 ElapsedSecondRateState pic x value "N".
            88 ElapsedSecondRateFound value "Y".
        02 MidTapeSurchargeState pic x value "N".
            88 MidTapeSurchargeFound value "Y".
        02 LargeTapeSurchargeState pic x value "N".
            88 LargeTapeSurchargeFound value "Y".
    01 RateProblemCount pic 9(3) value zero.
    01 RateDisplay pic z(5)9.9999 value zero.

    01 ElapsedSeconds pic s9(9) value zero.
    01 RunInstructionCount pic 9(9) value zero.
    01 RunSurcharge pic 9(6)v9(4) value zero.
    01 RunCharge pic 9(9)v99 value zero.
    01 RunIsSurcharged pic x value "N".
        88 RunWasSurcharged value "Y".

*> Run ids already surcharged this month, in ascending order, so a run
*> that took several attempts pays its tape surcharge once.
    01 MaxSurchargedRunIds constant 10000.
    01 SurchargedRunIdCount pic 9(5) value zero.
    01 SurchargedRunIdTable.
        02 SurchargedRunId pic 9(7) occurs 10000 times.
    01 RunIdInsertIndex pic 9(5) value zero.
    01 RunIdShiftIndex pic 9(5) value zero.
    01 RunIdSeenState pic x value "N".
        88 RunIdAlreadySurcharged value "Y".

    01 AuditRecordCount pic 9(7) value zero.
    01 MonthRunCount pic 9(7) value zero.

    01 MaxCostCenters constant 500.
    01 CostCenterCount pic 9(3) value zero.
    01 CostCenterTable.
        02 CostCenterEntry occurs 500 times.
            03 CostCenterCode pic x(8).
            03 CostCenterRunCount pic 9(5).
            03 CostCenterInstructions pic 9(12).
            03 CostCenterSeconds pic 9(9).
            03 CostCenterSurchargedRuns pic 9(5).
            03 CostCenterCharge pic 9(10)v99.
    01 CostCenterIndex pic 9(3) value zero.
    01 InsertIndex pic 9(3) value zero.
    01 ShiftIndex pic 9(3) value zero.
    01 SlotFound pic x value "N".
        88 SlotWasFound value "Y".

    01 UnattributedTotals.
        02 UnattributedRunCount pic 9(5) value zero.
        02 UnattributedInstructions pic 9(12) value zero.
        02 UnattributedSeconds pic 9(9) value zero.
        02 UnattributedSurchargedRuns pic 9(5) value zero.
        02 UnattributedCharge pic 9(10)v99 value zero.

    01 MaxRunCharges constant 10000.
    01 RunChargeCount pic 9(5) value zero.
    01 SkippedRunChargeCount pic 9(5) value zero.
    01 SkippedCostCenterCount pic 9(5) value zero.
    01 RunChargeTable.
        02 RunChargeEntry occurs 10000 times.
            03 ChargedCostCenter pic x(8).
            03 ChargedRunId pic 9(7).
            03 ChargedStartDate pic x(8).
            03 ChargedProgramName pic x(30).
            03 ChargedInstructions pic 9(9).
            03 ChargedSeconds pic 9(7).
            03 ChargedTapeSize pic 9(6).
            03 ChargedAmount pic 9(9)v99.
    01 RunChargeIndex pic 9(5) value zero.

    01 GrandTotalRunCount pic 9(7) value zero.
    01 GrandTotalCharge pic 9(11)v99 value zero.
    01 ChargeDisplay pic zzz,zzz,zz9.99 value zero.
    01 TotalChargeDisplay pic z,zzz,zzz,zz9.99 value zero.
    01 SectionCostCenter pic x(8) value spaces.

    01 ReportLineBuffer pic x(120) value spaces.

procedure division.

    move current-date to ChargebackRunTimestamp

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept BillingMonth from argument-value
    end-if
    if BillingMonth is equal to spaces then
        compute BillingYearNumber = numval(ChargebackRunTimestamp(1:4))
        end-compute
        compute BillingMonthNumber = numval(ChargebackRunTimestamp(5:2))
        end-compute
        if BillingMonthNumber is equal to 1 then
            subtract 1 from BillingYearNumber
            move 12 to BillingMonthNumber
        else
            subtract 1 from BillingMonthNumber
        end-if
        string BillingYearNumber BillingMonthNumber
            delimited by size into BillingMonth
        end-string
    end-if
    if BillingMonth is not numeric
            or BillingMonth(5:2) is less than "01"
            or BillingMonth(5:2) is greater than "12" then
        display "Billing month must be given as yyyymm - " BillingMonth
        move 16 to return-code
        stop run
    end-if

    open output ChargeReportFile
    move spaces to ReportLineBuffer
    string "CHARGEBACK BILLING  MONTH " BillingMonth
        "  RUN " trim(ChargebackRunTimestamp)
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    move spaces to ChargeReportRecord
    write ChargeReportRecord

    perform LoadRateTable

    open input AuditLogFile
    if AuditLogFileNotFound then
        display "AUDITLOG file not found - nothing to bill"
        move "NO AUDITLOG FILE ON HAND - NOTHING BILLED" to ReportLineBuffer
        write ChargeReportRecord from ReportLineBuffer
        close ChargeReportFile
        move 16 to return-code
        stop run
    end-if
    read AuditLogFile next record
        at end set AtEndOfAuditLog to true
    end-read
    perform until AtEndOfAuditLog
        add 1 to AuditRecordCount
        if AuditLogStartTimestamp(1:6) is equal to BillingMonth then
            add 1 to MonthRunCount
            perform PriceOneRun
        end-if
        read AuditLogFile next record
            at end set AtEndOfAuditLog to true
        end-read
    end-perform
    close AuditLogFile

    open output ChargeExtractFile
    perform WriteCostCenterSections
    perform WriteUnattributedSection
    perform WriteBillingTotals
    close ChargeExtractFile
    close ChargeReportFile

    move TotalChargeDisplay to ReportLineBuffer
    display "Chargeback for " BillingMonth " complete - " MonthRunCount
        " run(s) priced, " UnattributedRunCount " unattributed, total "
        trim(ReportLineBuffer)

    if UnattributedRunCount is greater than zero
            or RateProblemCount is greater than zero
            or SkippedRunChargeCount is greater than zero
            or SkippedCostCenterCount is greater than zero then
        move 4 to return-code
    end-if
    stop run
    .

*> Rates in force for the whole month. A missing rate prices its part
*> of every run at zero - reported, so finance can query it, but not a
*> reason to hold up the rest of the bill.
LoadRateTable section.
    open input RateFile
    if RateFileStatus is not equal to "00" then
        display "Rate table CHGRATES could not be opened - status " RateFileStatus
        move "RATE TABLE CHGRATES COULD NOT BE OPENED - NOTHING BILLED"
            to ReportLineBuffer
        write ChargeReportRecord from ReportLineBuffer
        close ChargeReportFile
        move 16 to return-code
        stop run
    end-if
    read RateFile next record
        at end set AtEndOfRateFile to true
    end-read
    perform until AtEndOfRateFile
        if RateAmount is not numeric then
            add 1 to RateProblemCount
            move spaces to ReportLineBuffer
            string "RATE " trim(RateCode) " IS NOT NUMERIC - IGNORED"
                delimited by size into ReportLineBuffer
            end-string
            write ChargeReportRecord from ReportLineBuffer
        else
            evaluate RateCode
                when "INSTR-MIL"
                    move RateAmount to InstructionRate
                    set InstructionRateFound to true
                when "ELAPSED-SEC"
                    move RateAmount to ElapsedSecondRate
                    set ElapsedSecondRateFound to true
                when "TAPE-65536"
                    move RateAmount to MidTapeSurcharge
                    set MidTapeSurchargeFound to true
                when "TAPE-100000"
                    move RateAmount to LargeTapeSurcharge
                    set LargeTapeSurchargeFound to true
                when other
                    add 1 to RateProblemCount
                    move spaces to ReportLineBuffer
                    string "RATE CODE " trim(RateCode) " NOT RECOGNISED - IGNORED"
                        delimited by size into ReportLineBuffer
                    end-string
                    write ChargeReportRecord from ReportLineBuffer
            end-evaluate
        end-if
        read RateFile next record
            at end set AtEndOfRateFile to true
        end-read
    end-perform
    close RateFile

    if not InstructionRateFound then
        move "INSTR-MIL" to RateCode
        perform ReportMissingRate
    end-if
    if not ElapsedSecondRateFound then
        move "ELAPSED-SEC" to RateCode
        perform ReportMissingRate
    end-if
    if not MidTapeSurchargeFound then
        move "TAPE-65536" to RateCode
        perform ReportMissingRate
    end-if
    if not LargeTapeSurchargeFound then
        move "TAPE-100000" to RateCode
        perform ReportMissingRate
    end-if

    move spaces to ReportLineBuffer
    move InstructionRate to RateDisplay
    string "RATES - PER MILLION INSTRUCTIONS " RateDisplay
        delimited by size into ReportLineBuffer
    end-string
    move ElapsedSecondRate to RateDisplay
    string trim(ReportLineBuffer) "   PER ELAPSED SECOND " RateDisplay
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    move MidTapeSurcharge to RateDisplay
    string "        SURCHARGE PER RUN - 65536 TAPE " RateDisplay
        delimited by size into ReportLineBuffer
    end-string
    move LargeTapeSurcharge to RateDisplay
    string trim(ReportLineBuffer) "   100000 TAPE " RateDisplay
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    .

ReportMissingRate section.
    add 1 to RateProblemCount
    move spaces to ReportLineBuffer
    string "NO RATE FOR " trim(RateCode) " ON THE RATE TABLE - PRICED AT ZERO"
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    .

PriceOneRun section.
    perform ComputeElapsedSeconds
    if AuditLogInstructionCount is numeric then
        move AuditLogInstructionCount to RunInstructionCount
    else
        move zero to RunInstructionCount
    end-if
    move zero to RunSurcharge
    move "N" to RunIsSurcharged
    if AuditLogDataTapeSize is numeric then
        evaluate AuditLogDataTapeSize
            when 65536
                move MidTapeSurcharge to RunSurcharge
                set RunWasSurcharged to true
            when 100000
                move LargeTapeSurcharge to RunSurcharge
                set RunWasSurcharged to true
        end-evaluate
    end-if
    if RunWasSurcharged then
        perform NoteSurchargedRunId
        if RunIdAlreadySurcharged then
            move zero to RunSurcharge
            move "N" to RunIsSurcharged
        end-if
    end-if
    compute RunCharge rounded =
        RunInstructionCount * InstructionRate / 1000000
        + ElapsedSeconds * ElapsedSecondRate
        + RunSurcharge
    end-compute

    if AuditLogCostCenter is equal to spaces then
        add 1 to UnattributedRunCount
        add RunInstructionCount to UnattributedInstructions
        add ElapsedSeconds to UnattributedSeconds
        if RunWasSurcharged then
            add 1 to UnattributedSurchargedRuns
        end-if
        add RunCharge to UnattributedCharge
        perform RecordRunCharge
    else
        perform FindCostCenter
        if SlotWasFound then
            add 1 to CostCenterRunCount(CostCenterIndex)
            add RunInstructionCount to CostCenterInstructions(CostCenterIndex)
            add ElapsedSeconds to CostCenterSeconds(CostCenterIndex)
            if RunWasSurcharged then
                add 1 to CostCenterSurchargedRuns(CostCenterIndex)
            end-if
            add RunCharge to CostCenterCharge(CostCenterIndex)
            perform RecordRunCharge
        else
            add 1 to SkippedCostCenterCount
        end-if
    end-if
    .

*> The surcharge is per run, not per attempt: a resumed attempt carries
*> the run id of the attempt it resumes, so only the first audit record
*> of the month for a run id pays it. A record with run id zero was
*> written before run ids were issued and cannot be matched to any
*> other, so it is surcharged on its own and never entered here. Past
*> the table limit a run id cannot be remembered, and its attempts are
*> surcharged as they come.
NoteSurchargedRunId section.
    move "N" to RunIdSeenState
    if AuditLogRunIdentifier is numeric
            and AuditLogRunIdentifier is greater than zero then
        move SurchargedRunIdCount to RunIdInsertIndex
        perform until RunIdInsertIndex is equal to zero
                or SurchargedRunId(RunIdInsertIndex)
                    is not greater than AuditLogRunIdentifier
            subtract 1 from RunIdInsertIndex
        end-perform
        evaluate true
            when RunIdInsertIndex is greater than zero
                    and SurchargedRunId(RunIdInsertIndex)
                        is equal to AuditLogRunIdentifier
                set RunIdAlreadySurcharged to true
            when SurchargedRunIdCount is less than MaxSurchargedRunIds
                add 1 to RunIdInsertIndex
                move SurchargedRunIdCount to RunIdShiftIndex
                perform until RunIdShiftIndex is less than RunIdInsertIndex
                    move SurchargedRunId(RunIdShiftIndex)
                        to SurchargedRunId(RunIdShiftIndex + 1)
                    subtract 1 from RunIdShiftIndex
                end-perform
                add 1 to SurchargedRunIdCount
                move AuditLogRunIdentifier to SurchargedRunId(RunIdInsertIndex)
        end-evaluate
    end-if
    .

*> Same elapsed computation as BrainfuckOpsReport and BrainfuckForecast,
*> so the seconds billed are the seconds the operations reports show.
ComputeElapsedSeconds section.
    move zero to ElapsedSeconds
    if AuditLogStartTimestamp(1:14) is numeric
            and AuditLogEndTimestamp(1:14) is numeric then
        compute ElapsedSeconds =
            (integer-of-date(numval(AuditLogEndTimestamp(1:8)))
                - integer-of-date(numval(AuditLogStartTimestamp(1:8)))) * 86400
            + numval(AuditLogEndTimestamp(9:2)) * 3600
            + numval(AuditLogEndTimestamp(11:2)) * 60
            + numval(AuditLogEndTimestamp(13:2))
            - numval(AuditLogStartTimestamp(9:2)) * 3600
            - numval(AuditLogStartTimestamp(11:2)) * 60
            - numval(AuditLogStartTimestamp(13:2))
        end-compute
        if ElapsedSeconds is less than zero then
            move zero to ElapsedSeconds
        end-if
    end-if
    .

*> The cost center table is kept in ascending code order, so the
*> report and the extract come out sorted without a sort step.
FindCostCenter section.
    move "N" to SlotFound
    move 1 to CostCenterIndex
    perform until CostCenterIndex is greater than CostCenterCount or SlotWasFound
        if CostCenterCode(CostCenterIndex) is equal to AuditLogCostCenter then
            set SlotWasFound to true
        else
            add 1 to CostCenterIndex
        end-if
    end-perform
    if not SlotWasFound
            and CostCenterCount is less than MaxCostCenters then
        move CostCenterCount to InsertIndex
        perform until InsertIndex is equal to zero
                or CostCenterCode(InsertIndex) is less than AuditLogCostCenter
            subtract 1 from InsertIndex
        end-perform
        add 1 to InsertIndex
        move CostCenterCount to ShiftIndex
        perform until ShiftIndex is less than InsertIndex
            move CostCenterEntry(ShiftIndex) to CostCenterEntry(ShiftIndex + 1)
            subtract 1 from ShiftIndex
        end-perform
        add 1 to CostCenterCount
        move InsertIndex to CostCenterIndex
        move AuditLogCostCenter to CostCenterCode(CostCenterIndex)
        move zero to CostCenterRunCount(CostCenterIndex)
        move zero to CostCenterInstructions(CostCenterIndex)
        move zero to CostCenterSeconds(CostCenterIndex)
        move zero to CostCenterSurchargedRuns(CostCenterIndex)
        move zero to CostCenterCharge(CostCenterIndex)
        set SlotWasFound to true
    end-if
    .

*> The run-by-run detail behind the report. A run past the table limit
*> is still in its cost center's totals and the extract - only its
*> detail line is missing, which the totals call out.
RecordRunCharge section.
    if RunChargeCount is greater than or equal to MaxRunCharges then
        add 1 to SkippedRunChargeCount
    else
        add 1 to RunChargeCount
        move AuditLogCostCenter to ChargedCostCenter(RunChargeCount)
        move AuditLogRunIdentifier to ChargedRunId(RunChargeCount)
        move AuditLogStartTimestamp(1:8) to ChargedStartDate(RunChargeCount)
        move AuditLogProgramFileName to ChargedProgramName(RunChargeCount)
        move RunInstructionCount to ChargedInstructions(RunChargeCount)
        move ElapsedSeconds to ChargedSeconds(RunChargeCount)
        if AuditLogDataTapeSize is numeric then
            move AuditLogDataTapeSize to ChargedTapeSize(RunChargeCount)
        else
            move zero to ChargedTapeSize(RunChargeCount)
        end-if
        move RunCharge to ChargedAmount(RunChargeCount)
    end-if
    .

WriteCostCenterSections section.
    move 1 to CostCenterIndex
    perform until CostCenterIndex is greater than CostCenterCount
        move spaces to ChargeReportRecord
        write ChargeReportRecord
        move CostCenterCode(CostCenterIndex) to SectionCostCenter
        move spaces to ReportLineBuffer
        string "COST CENTER " SectionCostCenter
            delimited by size into ReportLineBuffer
        end-string
        write ChargeReportRecord from ReportLineBuffer
        perform WriteRunChargeLines
        move CostCenterCharge(CostCenterIndex) to ChargeDisplay
        move spaces to ReportLineBuffer
        string "  TOTAL " SectionCostCenter
            "  RUNS " CostCenterRunCount(CostCenterIndex)
            "  INSTRUCTIONS " CostCenterInstructions(CostCenterIndex)
            "  SECONDS " CostCenterSeconds(CostCenterIndex)
            "  CHARGE " ChargeDisplay
            delimited by size into ReportLineBuffer
        end-string
        write ChargeReportRecord from ReportLineBuffer

        move spaces to ChargeExtractRecord
        move BillingMonth to ExtractBillingMonth
        move SectionCostCenter to ExtractCostCenter
        move CostCenterRunCount(CostCenterIndex) to ExtractRunCount
        move CostCenterInstructions(CostCenterIndex) to ExtractInstructions
        move CostCenterSeconds(CostCenterIndex) to ExtractElapsedSeconds
        move CostCenterSurchargedRuns(CostCenterIndex) to ExtractSurchargedRuns
        move CostCenterCharge(CostCenterIndex) to ExtractCharge
        move "B" to ExtractRecordType
        write ChargeExtractRecord

        add CostCenterRunCount(CostCenterIndex) to GrandTotalRunCount
        add CostCenterCharge(CostCenterIndex) to GrandTotalCharge
        add 1 to CostCenterIndex
    end-perform
    .

*> Runs with no cost center are priced like any other, so the amount
*> going unbilled is on the page for somebody to chase.
WriteUnattributedSection section.
    move spaces to ChargeReportRecord
    write ChargeReportRecord
    if UnattributedRunCount is equal to zero then
        move "UNATTRIBUTED RUNS - NONE" to ReportLineBuffer
        write ChargeReportRecord from ReportLineBuffer
    else
        move "UNATTRIBUTED RUNS - NO COST CENTER ON THE AUDIT RECORD"
            to ReportLineBuffer
        write ChargeReportRecord from ReportLineBuffer
        move spaces to SectionCostCenter
        perform WriteRunChargeLines
        move UnattributedCharge to ChargeDisplay
        move spaces to ReportLineBuffer
        string "  TOTAL UNATTRIBUTED"
            "  RUNS " UnattributedRunCount
            "  INSTRUCTIONS " UnattributedInstructions
            "  SECONDS " UnattributedSeconds
            "  CHARGE " ChargeDisplay
            delimited by size into ReportLineBuffer
        end-string
        write ChargeReportRecord from ReportLineBuffer

        move spaces to ChargeExtractRecord
        move BillingMonth to ExtractBillingMonth
        move spaces to ExtractCostCenter
        move UnattributedRunCount to ExtractRunCount
        move UnattributedInstructions to ExtractInstructions
        move UnattributedSeconds to ExtractElapsedSeconds
        move UnattributedSurchargedRuns to ExtractSurchargedRuns
        move UnattributedCharge to ExtractCharge
        move "U" to ExtractRecordType
        write ChargeExtractRecord

        add UnattributedRunCount to GrandTotalRunCount
        add UnattributedCharge to GrandTotalCharge
    end-if
    .

WriteRunChargeLines section.
    move "  RUN ID  STARTED  PROGRAM                        INSTRUCTIONS SECONDS   TAPE          CHARGE"
        to ReportLineBuffer
    write ChargeReportRecord from ReportLineBuffer
    move 1 to RunChargeIndex
    perform until RunChargeIndex is greater than RunChargeCount
        if ChargedCostCenter(RunChargeIndex) is equal to SectionCostCenter then
            move ChargedAmount(RunChargeIndex) to ChargeDisplay
            move spaces to ReportLineBuffer
            string "  " ChargedRunId(RunChargeIndex)
                " " ChargedStartDate(RunChargeIndex)
                " " ChargedProgramName(RunChargeIndex)
                "    " ChargedInstructions(RunChargeIndex)
                " " ChargedSeconds(RunChargeIndex)
                " " ChargedTapeSize(RunChargeIndex)
                " " ChargeDisplay
                delimited by size into ReportLineBuffer
            end-string
            write ChargeReportRecord from ReportLineBuffer
        end-if
        add 1 to RunChargeIndex
    end-perform
    .

WriteBillingTotals section.
    move spaces to ChargeReportRecord
    write ChargeReportRecord
    move GrandTotalCharge to TotalChargeDisplay
    move spaces to ReportLineBuffer
    string "AUDIT RECORDS READ " AuditRecordCount
        "   RUNS IN MONTH " MonthRunCount
        "   COST CENTERS " CostCenterCount
        "   UNATTRIBUTED RUNS " UnattributedRunCount
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    string "TOTAL BILLED FOR " BillingMonth " " TotalChargeDisplay
        " OVER " GrandTotalRunCount " RUN(S)"
        delimited by size into ReportLineBuffer
    end-string
    write ChargeReportRecord from ReportLineBuffer
    if SkippedRunChargeCount is greater than zero
            or SkippedCostCenterCount is greater than zero then
        move spaces to ReportLineBuffer
        string "TABLE LIMITS REACHED - " SkippedRunChargeCount
            " RUN(S) BILLED WITHOUT A DETAIL LINE, "
            SkippedCostCenterCount " RUN(S) UNBILLED - NO COST CENTER SLOT"
            delimited by size into ReportLineBuffer
        end-string
        write ChargeReportRecord from ReportLineBuffer
    end-if
    .

end program BrainfuckChargeback.
