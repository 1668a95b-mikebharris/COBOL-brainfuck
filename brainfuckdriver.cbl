*>             line against it and an output mismatch is logged with
*>             completion code 12, so the nightly batch is a regression
*>             test instead of print files someone has to read.
*> 2026-10-15  Added an optional fifth positional argument naming the
*>             operator submitting the batch, passed through to
*>             BrainfuckEngine so every entry's audit record says who
*>             ran it.
*> 2026-10-15  The control record grew two columns, the catalog program
*>             id and the approved source fingerprint the scheduler
*>             copies from the catalog; the fingerprint is passed
*>             through to BrainfuckEngine, which refuses with completion
*>             code 20 a program whose file has been edited since it was
*>             approved, and that code is logged and rolled up like any
*>             other. Blank or zero runs the entry without the check, so
*>             hand-built decks only need the new columns padded out.
*>             Existing control decks in the old record length must be
*>             converted before the first run with this change.
*> 2026-10-15  The control record grew a cost-center column, passed
*>             through to BrainfuckEngine for the audit record so
*>             BrainfuckChargeback can bill each entry's machine time to
*>             the department that owns it. Existing control decks in
*>             the old record length must be converted before the first
*>             run with this change.
*> 2026-10-15  Added conditional steps. The control record grew a step
*>             label column and a condition naming an earlier entry's
*>             label with a test on that entry's rolled-up completion
*>             code - OK (zero), FAIL (not zero), LT with a threshold
*>             (below it) or ALWAYS - so a validation step, a main step
*>             and a clean-up or notification step can share one deck.
*>             An entry whose condition is not met is not run and is
*>             logged with a new BYPASSED disposition and zero codes; it
*>             takes no part in the batch's worst code. A bypassed entry
*>             satisfies only an ALWAYS condition on it, and a PIPE entry
*>             straight after a bypassed entry is bypassed with it, its
*>             input never having been produced. A condition naming no
*>             earlier label, or with a test not listed, is rejected
*>             with completion code 16. BATCHPOS records each entry's
*>             disposition and a restart judges every condition again
*>             before looking at the earlier attempt, so a step the
*>             first attempt bypassed stays bypassed while the entry it
*>             depends on stands on its earlier result; a bypassed entry
*>             is never taken as satisfied. DRIVERLOG grew the step
*>             label column. Existing control decks and DRIVERLOG files
*>             in the old record lengths must be converted or archived
*>             off before the first run with this change.
*> 2026-10-15  DRIVERLOG records grew the catalog program id and output
*>             mode (RAW or blank) columns, so BrainfuckDistribute can
*>             burst each run's PRINTOUT or RAWOUT to the program's
*>             distribution list without anyone matching run ids by
*>             hand. Existing DRIVERLOG files in the old record length
*>             need to be archived off before the first run with this
*>             change.
*> 2026-10-15  The control record grew cell-model and end-of-input
*>             columns, passed through to BrainfuckEngine so each entry
*>             runs under the conventions its program was written for;
*>             blank keeps the engine's own. Existing control decks in
*>             the old record length must be converted before the first
*>             run with this change.
*> 2026-10-15  An entry that ends with completion code 8 (instruction
*>             budget exhausted) or 12 (output does not match the
*>             expected file) is now also posted to the operator alert
*>             queue, ALERTS, by BrainfuckAlertPost - code 12 as URGENT,
*>             code 8 as WARNING - keyed on the code and the program
*>             file, so the morning shift sees it on the BrainfuckAlerts
*>             screen and a program failing the same way every night
*>             stays one alert. An entry satisfied from an earlier
*>             attempt is not posted again.
*> 2026-10-15  The batch-position file is now named after the control
*>             deck - SCHEDDECK.BATCHPOS for SCHEDDECK - instead of one
*>             shared BATCHPOS, so the parallel driver streams run on
*>             the decks BrainfuckDeckSplit writes each keep their own
*>             restart position instead of overwriting one another's. A
*>             BATCHPOS left by a batch that died before this change is
*>             not picked up; re-run that deck from the top.
*> 2026-10-15  A restart no longer judges a step condition again for an
*>             entry the earlier attempt bypassed or finished cleanly
*>             with the same program and input - that outcome stands, so
*>             a FAIL-conditioned clean-up step that already ran is not
*>             bypassed, nor a bypassed one run, because the failed step
*>             has since been re-run. Control records too short to reach
*>             the cell model or end-of-input column are now rejected
*>             with the other short records.
*> 2026-10-15  BATCHPOS now records run id zero for a bypassed entry, as
*>             DRIVERLOG does, instead of the run id of the entry before
*>             it.
*>
*> Command-line arguments:
*>   1. control file listing the programs to run
*>      (see BrainfuckEngine)
*>   4. RAW to write every program's raw output stream and pipe and
*>      compare from it (see BrainfuckEngine)
*>   5. operator id submitting the batch, recorded on every entry's
*>      audit record (blank if omitted)
*>
*> Control file format - one fixed-length record per program to run:
*>   1-100    program file to run
*>   307-315  maximum instruction budget for the entry, zero-filled
*>            digits (blank or zero for the site default - see
*>            BrainfuckEngine)
*>   316-323  catalog program id the entry was scheduled from (blank
*>            for a hand-built entry)
*>   324-333  approved source fingerprint of the program, zero-filled
*>            digits (blank or zero to run without the check - see
*>            BrainfuckFingerprint)
*>   334-341  cost center the entry's machine time is charged to
*>            (blank leaves the run unattributed - see
*>            BrainfuckChargeback)
*>   342-349  step label other entries' conditions can name (blank if
*>            none needs to)
*>   350-357  step label of an earlier entry this entry depends on
*>            (blank to run unconditionally)
*>   358-363  condition on that entry's rolled-up completion code -
*>            OK to run only if it was zero, FAIL only if it was not
*>            zero, LT only if it was below the threshold, ALWAYS to
*>            run whatever it did (blank is taken as OK)
*>   364-366  threshold for LT, zero-filled digits
*>   367-373  cell model - CURRENT, 8BIT or 16BIT (blank for CURRENT -
*>            see BrainfuckEngine)
*>   374-382  what "," stores once the input is exhausted - ZERO,
*>            MINUS1 or UNCHANGED (blank for ZERO)

environment division.
configuration section.
        organization is sequential
        file status is DriverLogFileStatus.

    select BatchPositionFile assign to BatchPositionFileName
        organization is sequential
        file status is BatchPositionFileStatus.

        02 ControlTapeSizeCode pic x(6).
        02 ControlExpectedOutputFile pic x(100).
        02 ControlInstructionBudget pic x(9).
        02 ControlCatalogProgramId pic x(8).
        02 ControlApprovedFingerprint pic x(10).
        02 ControlCostCenter pic x(8).
        02 ControlStepLabel pic x(8).
        02 ControlConditionStep pic x(8).
        02 ControlConditionType pic x(6).
        02 ControlConditionThreshold pic x(3).
        02 ControlCellModel pic x(7).
        02 ControlEndOfInput pic x(9).

    fd DriverLogFile.
    01 DriverLogRecord.
        02 DriverLogRunIdentifier pic 9(7).
        02 filler pic x.
        02 DriverLogDisposition pic x(9).
        02 filler pic x.
        02 DriverLogStepLabel pic x(8).
        02 filler pic x.
        02 DriverLogCatalogProgramId pic x(8).
        02 filler pic x.
        02 DriverLogOutputMode pic x(3).

    fd BatchPositionFile.
    01 BatchPositionRecord.
        02 BatchPosProgramFileName pic x(100).
        02 filler pic x.
        02 BatchPosInputFileName pic x(100).
        02 filler pic x.
        02 BatchPosDisposition pic x(9).

working-storage section.
    01 ControlFileName pic x(100) value spaces.
    01 BatchDumpMode pic x(6) value spaces.
    01 BatchRawMode pic x(6) value spaces.
        88 BatchRawOutputMode value "RAW".
    01 BatchOperatorId pic x(8) value spaces.
    01 CommandLineArgumentCount pic 9 value zero.
    01 EndOfControlFile pic x value "N".
        88 AtEndOfControlFile value "Y".
    01 EngineOwnCompletionCode pic 9(3) value zero.
    01 CompareCompletionCode pic 9(3) value zero.
    01 EngineInstructionBudget pic 9(9) value zero.
    01 EngineApprovedFingerprint pic 9(10) value zero.
    01 EngineTraceOptions.
        02 EngineTraceMode pic x(6) value spaces.
        02 EngineTraceFromInstruction pic 9(9) value zero.
    01 EntrySkipState pic x value "N".
        88 EntryWasSkipped value "Y".

    01 BatchPositionFileName pic x(120) value spaces.
    01 BatchPositionFileStatus pic xx value zeroes.
        88 BatchPositionFileNotFound value "35".
    01 EndOfBatchPosition pic x value "N".
            03 PriorRunId pic 9(7).
            03 PriorProgramName pic x(100).
            03 PriorInputName pic x(100).
            03 PriorDisposition pic x(9).
    01 PriorFillIndex pic 9(5) value zero.
    01 SatisfiedEntryCount pic 9(5) value zero.
    01 EntrySatisfiedState pic x value "N".
        88 EntryWasSatisfied value "Y".
    01 PriorEntryMatchState pic x value "N".
        88 PriorEntryMatches value "Y".

    01 EntryBypassState pic x value "N".
        88 EntryWasBypassed value "Y".
    01 PreviousEntryBypassState pic x value "N".
        88 PreviousEntryWasBypassed value "Y".
    01 BypassedEntryCount pic 9(5) value zero.
    01 MaxStepEntries constant 5000.
    01 StepTable.
        02 StepEntry occurs 5000 times.
            03 StepLabel pic x(8).
            03 StepCompletionCode pic 9(3).
            03 StepOutcome pic x.
                88 StepWasBypassed value "B".
    01 StepIndex pic 9(5) value zero.
    01 ConditionStepFound pic x value "N".
        88 ConditionStepWasFound value "Y".
    01 ConditionThreshold pic 9(3) value zero.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckDriver".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

procedure division.

    if CommandLineArgumentCount is greater than or equal to 4 then
        accept BatchRawMode from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 5 then
        accept BatchOperatorId from argument-value
    end-if

*> Each deck keeps its own position file beside it, so parallel driver
*> streams on the decks BrainfuckDeckSplit writes cannot overwrite one
*> another's restart position.
    move spaces to BatchPositionFileName
    string trim(ControlFileName) ".BATCHPOS"
        delimited by size into BatchPositionFileName
    end-string

    perform OpenDriverLogFile

        perform until AtEndOfControlFile
            add 1 to BatchEntryCount
            perform RunOneControlEntry
            perform RecordStepOutcome
            perform WriteBatchPositionRecord
            read ControlFile next record
                at end set AtEndOfControlFile to true
    close DriverLogFile

    display "Batch complete - " BatchEntryCount " program(s) run, "
        SatisfiedEntryCount " satisfied from an earlier attempt, "
        BypassedEntryCount " bypassed"

    move WorstCompletionCode to return-code
    stop run
    end-if
    .

*> On a restart the earlier attempt's outcome for the same program and
*> input at this position stands: a step it bypassed is bypassed again
*> and a step it finished cleanly is satisfied, neither being judged
*> against a condition whose step may since have been re-run. Only
*> entries the earlier attempt failed or never reached are judged and
*> run afresh.
RunOneControlEntry section.
    move zero to EngineCompletionCode
    move "N" to EntrySkipState
    move "N" to EntrySatisfiedState
    move "N" to EntryBypassState
    move "N" to PriorEntryMatchState
    if BatchEntryCount is not greater than PriorEntryCount
            and PriorProgramName(BatchEntryCount)
                is equal to ControlProgramFileName
            and PriorInputName(BatchEntryCount)
                is equal to ControlInputFileName then
        set PriorEntryMatches to true
    end-if
    evaluate true
        when PriorEntryMatches
                and PriorDisposition(BatchEntryCount) is equal to "BYPASSED"
            display "Entry " BatchEntryCount " bypassed - "
                trim(ControlProgramFileName)
                " was bypassed by the earlier attempt"
            set EntryWasBypassed to true
            perform BypassEntry
        when PriorEntryMatches
                and PriorCompletionCode(BatchEntryCount) is equal to zero
            perform SatisfyEntryFromEarlierAttempt
        when other
            perform JudgeAndRunEntry
    end-evaluate
    .

JudgeAndRunEntry section.
    perform EvaluateStepCondition
    if not EntryWasBypassed and not EntryWasSkipped
            and ControlInputFileName is equal to "PIPE"
            and PreviousEntryWasBypassed then
        display "Entry " BatchEntryCount " bypassed - "
            trim(ControlProgramFileName)
            " pipes from an entry that was bypassed"
        set EntryWasBypassed to true
    end-if
    if EntryWasBypassed then
        perform BypassEntry
    else
        perform RunEntryThroughEngine
    end-if
    .

*> A blank condition step runs the entry unconditionally. Otherwise the
*> nearest earlier entry carrying that label decides: its rolled-up
*> code for OK, FAIL and LT, nothing at all for ALWAYS. A bypassed
*> entry has no code to judge, so only ALWAYS runs after it. On a
*> restart only entries the earlier attempt failed or never reached
*> are judged here - its bypassed and satisfied entries keep their
*> earlier outcome (see RunOneControlEntry) - and a satisfied entry
*> carries its earlier code for later conditions to judge.
EvaluateStepCondition section.
    if ControlConditionStep is not equal to spaces
            and ControlConditionStep is not equal to low-values
            and ControlConditionType is not equal to low-values
            and ControlConditionThreshold is not equal to low-values then
        move "N" to ConditionStepFound
        if BatchEntryCount is greater than MaxStepEntries then
            move MaxStepEntries to StepIndex
        else
            compute StepIndex = BatchEntryCount - 1
            end-compute
        end-if
        perform until StepIndex is equal to zero or ConditionStepWasFound
            if StepLabel(StepIndex) is equal to ControlConditionStep then
                set ConditionStepWasFound to true
            else
                subtract 1 from StepIndex
            end-if
        end-perform
        if not ConditionStepWasFound then
            display "Condition rejected for " trim(ControlProgramFileName)
                " - no earlier entry has step label " ControlConditionStep
            set EntryWasSkipped to true
        else
            evaluate ControlConditionType
                when "ALWAYS"
                    continue
                when "OK"
                when spaces
                    if StepWasBypassed(StepIndex)
                            or StepCompletionCode(StepIndex) is not equal to zero then
                        set EntryWasBypassed to true
                    end-if
                when "FAIL"
                    if StepWasBypassed(StepIndex)
                            or StepCompletionCode(StepIndex) is equal to zero then
                        set EntryWasBypassed to true
                    end-if
                when "LT"
                    if ControlConditionThreshold is not numeric then
                        display "Condition rejected for "
                            trim(ControlProgramFileName)
                            " - LT needs a three-digit threshold"
                        set EntryWasSkipped to true
                    else
                        move ControlConditionThreshold to ConditionThreshold
                        if StepWasBypassed(StepIndex)
                                or StepCompletionCode(StepIndex)
                                    is not less than ConditionThreshold then
                            set EntryWasBypassed to true
                        end-if
                    end-if
                when other
                    display "Condition rejected for " trim(ControlProgramFileName)
                        " - condition " ControlConditionType " is not OK, FAIL, LT"
                        " or ALWAYS"
                    set EntryWasSkipped to true
            end-evaluate
            if EntryWasBypassed then
                if StepWasBypassed(StepIndex) then
                    display "Entry " BatchEntryCount " bypassed - "
                        trim(ControlProgramFileName) " - step "
                        trim(ControlConditionStep) " was bypassed"
                else
                    display "Entry " BatchEntryCount " bypassed - "
                        trim(ControlProgramFileName) " - step "
                        trim(ControlConditionStep) " ended with completion code "
                        StepCompletionCode(StepIndex)
                end-if
            end-if
        end-if
    end-if
    .

BypassEntry section.
    add 1 to BypassedEntryCount
    move zero to EngineCompletionCode
    move zero to EngineOwnCompletionCode
    move spaces to DriverLogRecord
    move ControlProgramFileName to DriverLogProgramFileName
    move ControlInputFileName to DriverLogInputFileName
    move zero to DriverLogCompletionCode
    move zero to DriverLogEngineCompletionCode
    move zero to DriverLogRunIdentifier
    move "BYPASSED" to DriverLogDisposition
    move ControlStepLabel to DriverLogStepLabel
    perform SetDriverLogDistribution
    write DriverLogRecord
    .

*> Every entry's outcome is kept against its position so later
*> conditions can find it by label.
RecordStepOutcome section.
    if EntryWasBypassed then
        set PreviousEntryWasBypassed to true
    else
        move "N" to PreviousEntryBypassState
    end-if
    if BatchEntryCount is not greater than MaxStepEntries then
        move ControlStepLabel to StepLabel(BatchEntryCount)
        move EngineCompletionCode to StepCompletionCode(BatchEntryCount)
        if EntryWasBypassed then
            move "B" to StepOutcome(BatchEntryCount)
        else
            move "R" to StepOutcome(BatchEntryCount)
        end-if
    end-if
    .

*> An entry the earlier attempt finished with a good code is not
*> re-run: its recorded codes and run id stand in for the run, so a
*> following PIPE entry still finds the right per-run print file.
    move EngineOwnCompletionCode to DriverLogEngineCompletionCode
    move PreviousRunIdentifier to DriverLogRunIdentifier
    move "SATISFIED" to DriverLogDisposition
    move ControlStepLabel to DriverLogStepLabel
    perform SetDriverLogDistribution
    write DriverLogRecord
    .

    if ControlRecordLengthMismatch
            or ControlTapeSizeCode is equal to low-values
            or ControlExpectedOutputFile is equal to low-values
            or ControlInstructionBudget is equal to low-values
            or ControlApprovedFingerprint is equal to low-values
            or ControlCostCenter is equal to low-values
            or ControlConditionThreshold is equal to low-values
            or ControlCellModel is equal to low-values
            or ControlEndOfInput is equal to low-values then
        display "Control record has the wrong length - entry rejected for "
            trim(ControlProgramFileName)
        display "Convert old-format control decks before running this batch"
    else
        move zero to EngineInstructionBudget
    end-if
    if ControlApprovedFingerprint is numeric then
        move ControlApprovedFingerprint to EngineApprovedFingerprint
    else
        move zero to EngineApprovedFingerprint
    end-if
    move ControlInputFileName to EngineInputFileName
    if ControlInputFileName is equal to "PIPE" and not EntryWasSkipped then
        perform PrepareInputPipe
            ControlTapeSizeCode EngineResumeMode EngineResumeRunIdentifier
            BatchDiagnosticsMode EngineInstructionBudget BatchDumpMode
            EngineTraceOptions EngineTapeSaveFile EngineTapeLoadFile
            EngineProfileMode BatchRawMode BatchOperatorId
            EngineApprovedFingerprint ControlCostCenter ControlCellModel
            ControlEndOfInput EngineRunIdentifier EngineCompletionCode
        end-call
        cancel "BrainfuckEngine"
        move EngineRunIdentifier to PreviousRunIdentifier
        move EngineCompletionCode to WorstCompletionCode
    end-if

    if EngineCompletionCode is equal to 8
            or EngineCompletionCode is equal to 12 then
        perform PostEntryAlert
    end-if

    move spaces to DriverLogRecord
    move ControlProgramFileName to DriverLogProgramFileName
    move ControlInputFileName to DriverLogInputFileName
        move PreviousRunIdentifier to DriverLogRunIdentifier
    end-if
    move spaces to DriverLogDisposition
    move ControlStepLabel to DriverLogStepLabel
    perform SetDriverLogDistribution
    write DriverLogRecord
    .

*> A budget exhaustion or an output mismatch is something the morning
*> shift has to act on, so it goes to the operator alert queue as well
*> as DRIVERLOG. The problem key is the code and the program, so the
*> same program failing the same way night after night stays one alert.
PostEntryAlert section.
    move spaces to AlertProblemKey
    move spaces to AlertMessage
    if EngineCompletionCode is equal to 8 then
        move 2 to AlertSeverity
        string "CODE 08 " trim(ControlProgramFileName)
            delimited by size into AlertProblemKey
        end-string
        string "INSTRUCTION BUDGET EXHAUSTED - " trim(ControlProgramFileName)
            delimited by size into AlertMessage
        end-string
    else
        move 1 to AlertSeverity
        string "CODE 12 " trim(ControlProgramFileName)
            delimited by size into AlertProblemKey
        end-string
        string "OUTPUT DOES NOT MATCH EXPECTED - " trim(ControlProgramFileName)
            delimited by size into AlertMessage
        end-string
    end-if
    move PreviousRunIdentifier to AlertRunIdentifier
    move ControlCatalogProgramId to AlertCatalogProgramId
    perform PostOperatorAlert
    .

PostOperatorAlert section.
    move zero to AlertPostCode
    call "BrainfuckAlertPost" using AlertSeverity AlertSourceProgram
        AlertProblemKey AlertRunIdentifier AlertCatalogProgramId
        AlertMessage AlertPostCode
    end-call
    cancel "BrainfuckAlertPost"
    .

LoadBatchPosition section.
*> A slot with no record behind it must read as not-completed, so a
*> short or torn position file can only ever cause a re-run, never a
        move zero to PriorRunId(PriorFillIndex)
        move spaces to PriorProgramName(PriorFillIndex)
        move spaces to PriorInputName(PriorFillIndex)
        move spaces to PriorDisposition(PriorFillIndex)
        add 1 to PriorFillIndex
    end-perform
    open input BatchPositionFile
                    to PriorProgramName(BatchPosEntryNumber)
                move BatchPosInputFileName
                    to PriorInputName(BatchPosEntryNumber)
                move BatchPosDisposition
                    to PriorDisposition(BatchPosEntryNumber)
            end-if
            read BatchPositionFile next record
                at end set AtEndOfBatchPosition to true
    move BatchEntryCount to BatchPosEntryNumber
    move EngineCompletionCode to BatchPosCompletionCode
    move EngineOwnCompletionCode to BatchPosEngineCode
    if EntryWasSkipped or EntryWasBypassed then
        move zero to BatchPosRunIdentifier
    else
        move PreviousRunIdentifier to BatchPosRunIdentifier
    end-if
    move ControlProgramFileName to BatchPosProgramFileName
    move ControlInputFileName to BatchPosInputFileName
    if EntryWasBypassed then
        move "BYPASSED" to BatchPosDisposition
    else
        if EntryWasSatisfied then
            move "SATISFIED" to BatchPosDisposition
        end-if
    end-if
    write BatchPositionRecord
    .

*> The catalog program id and output mode tell BrainfuckDistribute
*> whose distribution list the run's output goes to and whether to
*> send PRINTOUT or RAWOUT.
SetDriverLogDistribution section.
    move ControlCatalogProgramId to DriverLogCatalogProgramId
    if BatchRawOutputMode then
        move "RAW" to DriverLogOutputMode
    else
        move spaces to DriverLogOutputMode
    end-if
    .

PrepareInputPipe section.
    if PreviousRunIdentifier is equal to zero then
        display "PIPE rejected for " trim(ControlProgramFileName)
