*>             now also hands back the run id it ran under, displayed
*>             here so an operator knows which PRINTOUT.nnnnnnn file
*>             holds the output.
*> 2026-10-15  Added an optional eighteenth positional argument naming
*>             the operator the run is for, recorded on the run's audit
*>             record (see BrainfuckEngine).
*> 2026-10-15  The engine call grew the approved source fingerprint
*>             parameter (see BrainfuckEngine). A program run from the
*>             command line has no catalog entry behind it, so zero is
*>             passed and the run is not checked for source drift; its
*>             fingerprint is still recorded on the audit record.
*> 2026-10-15  Added an optional nineteenth positional argument naming
*>             the cost center the run is charged to, recorded on the
*>             run's audit record (see BrainfuckEngine).
*> 2026-10-15  Added optional twentieth and twenty-first positional
*>             arguments selecting the cell model and the end-of-input
*>             convention for the run (see BrainfuckEngine).
*> 2026-10-15  An operator id or cost center given as "NONE" or "0", the
*>             usual way to skip an argument and still supply a later
*>             one, is now recorded as blank rather than charged to a
*>             cost center called NONE or 0.
*>
*> Command-line arguments (all but the first are optional; pass "NONE"
*> or "0" to skip one and still supply a later one):
*>       top-loop report to PROFILE at end of run (see BrainfuckEngine)
*>   17. RAW to also write the run's output bytes exactly as produced
*>       to RAWOUT.nnnnnnn (see BrainfuckEngine)
*>   18. operator id to record on the run's audit record (blank if
*>       omitted, "NONE" or "0")
*>   19. cost center to charge the run to (blank if omitted, "NONE" or
*>       "0" - the run is then listed as unattributed by
*>       BrainfuckChargeback)
*>   20. cell model - CURRENT (-255 through 255, the default), 8BIT or
*>       16BIT wrapping cells (see BrainfuckEngine)
*>   21. what "," stores once the input file is exhausted - ZERO (the
*>       default), MINUS1 or UNCHANGED (see BrainfuckEngine)

environment division.
configuration section.
    01 TapeLoadFileName pic x(100) value "NONE".
    01 ProfileMode pic x(7) value spaces.
    01 RawOutputMode pic x(6) value spaces.
    01 OperatorId pic x(8) value spaces.
    01 ApprovedFingerprint pic 9(10) value zero.
    01 CostCenter pic x(8) value spaces.
    01 CellModel pic x(7) value spaces.
    01 EndOfInputMode pic x(9) value spaces.
    01 EngineRunIdentifier pic 9(7) value zero.
    01 CommandLineArgumentCount pic 99 value zero.
    01 InterpreterCompletionCode pic 9(3) value zero.
    if CommandLineArgumentCount is greater than or equal to 17 then
        accept RawOutputMode from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 18 then
        accept OperatorId from argument-value
        if OperatorId is equal to "NONE" or OperatorId is equal to "0" then
            move spaces to OperatorId
        end-if
    end-if
    if CommandLineArgumentCount is greater than or equal to 19 then
        accept CostCenter from argument-value
        if CostCenter is equal to "NONE" or CostCenter is equal to "0" then
            move spaces to CostCenter
        end-if
    end-if
    if CommandLineArgumentCount is greater than or equal to 20 then
        accept CellModel from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 21 then
        accept EndOfInputMode from argument-value
    end-if

    call "BrainfuckEngine" using ProgramFileName InputFileName
        TapeSizeCode ResumeMode ResumeRunIdentifier DiagnosticsMode
        InstructionBudget DumpMode TraceOptions TapeSaveFileName
        TapeLoadFileName ProfileMode RawOutputMode OperatorId
        ApprovedFingerprint CostCenter CellModel EndOfInputMode
        EngineRunIdentifier InterpreterCompletionCode
    end-call

    display "Run id " EngineRunIdentifier
