*>             and tell a leftover checkpoint from a resumable one.
*>             Existing AUDITLOG files in the old record length need to
*>             be archived off before the first run with this change.
*> 2026-10-15  The caller now passes the id of the operator the run is
*>             for, ahead of the run-id parameter, and AUDITLOG records
*>             carry it in a new column at the end, so the audit trail
*>             says who ran what as well as when. Existing AUDITLOG
*>             files in the old record length need to be archived off
*>             before the first run with this change.
*> 2026-10-15  The engine now fingerprints the program it loads (an
*>             Adler-32 checksum of every byte, calculated exactly as
*>             BrainfuckFingerprint calculates it for the catalog) and
*>             AUDITLOG records carry the fingerprint in a new column at
*>             the end, so an audit record says which text of a program
*>             ran and not just which file name. The caller now also
*>             passes the program's approved fingerprint, after the
*>             operator id; when it is non-zero and the loaded program
*>             does not match it, the program has been edited since it
*>             was approved and the run is refused with completion code
*>             20. Zero means no approved fingerprint and skips the
*>             check. Existing AUDITLOG files in the old record length
*>             need to be archived off before the first run with this
*>             change.
*> 2026-10-15  The caller now passes the cost center the run is charged
*>             to, after the approved fingerprint, and AUDITLOG records
*>             carry three new columns at the end - the instructions
*>             executed, the tape size the run used and the cost center
*>             - so BrainfuckChargeback can price each run. The
*>             instruction count is this attempt's own: a RESUME records
*>             only what it executed after the checkpoint it resumed
*>             from, so the audit records of a run add up to its total
*>             instead of billing the earlier attempts twice. Existing
*>             AUDITLOG files in the old record length need to be
*>             archived off before the first run with this change.
*> 2026-10-15  The caller now passes a cell model and an end-of-input
*>             convention, after the cost center. The cell model is
*>             CURRENT (this engine's own -255 through 255), 8BIT (0
*>             through 255, wrapping) or 16BIT (0 through 65535,
*>             wrapping); strict diagnostics judge a wrap against the
*>             selected model's bounds, and a 16-bit cell is output as
*>             its low-order byte. The end-of-input convention says what
*>             a "," stores once the batch input file is exhausted -
*>             ZERO as before, MINUS1 (the model's own minus one, so 255
*>             in an 8-bit cell) or UNCHANGED. Blank or unrecognised
*>             values select CURRENT and ZERO, so existing callers run
*>             as before. Both settings are written to AUDITLOG in two
*>             new columns at the end, and to the checkpoint and the
*>             tape image; a RESUME whose settings differ from its
*>             checkpoint's is refused, as is a preload of a tape image
*>             written under another cell model, so a run cannot switch
*>             model partway through. Cells are now five digits wide, so
*>             the checkpoint, tape image and trace records are longer.
*>             Existing AUDITLOG, TRACE, checkpoint and tape-image files
*>             in the old record lengths need to be archived off before
*>             the first run with this change.

environment division.
configuration section.
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

    fd CheckpointFile.
    01 CheckpointRecord.
        02 CheckpointCountJumpIfNonZero pic 9(9).
        02 CheckpointCountLoopJumpsTaken pic 9(9).
        02 CheckpointDataPointerHighWaterMark pic 9(6).
        02 CheckpointCellModel pic x(7).
        02 CheckpointEndOfInput pic x(9).
        02 CheckpointDataByte pic S9(5) occurs 100000 times.

    fd PrintFile.
    01 PrintRecord pic x(120).
    fd TapeImageFile.
    01 TapeImageRecord.
        02 TapeImageDataTapeSize pic 9(6).
        02 TapeImageCellModel pic x(7).
        02 TapeImageEndOfInput pic x(9).
        02 TapeImageDataByte pic S9(5) occurs 100000 times.

    fd ProfileFile.
    01 ProfileRecord pic x(120).
        02 TraceFillerTwo pic x.
        02 TraceDataPointer pic 9(6).
        02 TraceFillerThree pic x.
        02 TraceValueBefore pic +9(5).
        02 TraceFillerFour pic x.
        02 TraceValueAfter pic +9(5).

    fd RunStatusFile.
    01 RunStatusRecord.
    01 InstructionPointer pic 9(5) usage binary.
    01 InputByte pic x value space.
    01 OutputByte pic x value space.
*> The cell model sets the range a cell holds and where it wraps:
*> CURRENT is this engine's own -255 through 255, 8BIT and 16BIT are
*> the unsigned wrapping cells most community programs are written
*> for. The wrap period is the number of values in the range.
    01 CellModel pic x(7) value spaces.
        88 CurrentCellModel value "CURRENT".
        88 EightBitCellModel value "8BIT".
        88 SixteenBitCellModel value "16BIT".
    01 DataByteUpperBound pic s9(5) usage binary value 255.
    01 DataByteLowerBound pic s9(5) usage binary value -255.
    01 DataByteWrapPeriod pic 9(6) usage binary value 511.
*> What a "," stores once the batch input file is exhausted - minus
*> one is the cell model's own minus one, so 255 in an 8-bit cell.
    01 EndOfInputMode pic x(9) value spaces.
        88 EndOfInputGivesZero value "ZERO".
        88 EndOfInputGivesMinusOne value "MINUS1".
        88 EndOfInputLeavesCell value "UNCHANGED".
    01 EndOfInputCellValue pic s9(5) usage binary value zero.
    01 OutputCellValue pic s9(5) usage binary value zero.
    01 TapeSizeCode pic x(6) value spaces.
    01 DataTapeSize pic 9(6) usage binary value 30000.
    01 DataArray.
        02 DataByte pic S9(5) usage binary occurs 1 to 100000 times depending on DataTapeSize values all zeroes.
    01 InputDataToUse.
        02 InputDataByte pic x occurs 1 to 32768 times depending on InputDataLength values all spaces.

    01 RepeatCountTable.
        02 RepeatCount pic 9(5) usage binary occurs 1 to 32768 times depending on ProgramLength.
    01 RepeatRemainderTable.
        02 RepeatRemainder pic 9(5) usage binary occurs 1 to 32768 times depending on ProgramLength.
    01 RepeatBuildPointer pic 9(5) usage binary value zero.
    01 OperationRunLength pic 9(5) usage binary value 1.
    01 FastModeState pic x value "Y".

    01 ProgramIsValid pic x value "Y".
        88 ProgramFailedValidation value "N".
    01 SourceDriftState pic x value "N".
        88 SourceHasDrifted value "Y".
    01 ValidationPointer pic 9(5) value zero.
    01 FirstMismatchPosition pic 9(5) value zero.
    01 BracketStack.
        02 BracketStackPosition pic 9(5) occurs 1 to 32768 times depending on ProgramLength.
    01 BracketStackPointer pic 9(5) value zero.

*> Source fingerprint of the loaded program - must be calculated
*> exactly as BrainfuckFingerprint calculates it for the catalog.
    01 ProgramFingerprint pic 9(10) value zero.
    01 FingerprintModulus constant 65521.
    01 FingerprintSumA pic 9(5) usage binary value 1.
    01 FingerprintSumB pic 9(5) usage binary value zero.
    01 FingerprintPointer pic 9(5) usage binary value zero.

    01 ResumeMode pic x(6) value spaces.
        88 ResumeFromCheckpoint value "RESUME".
    01 DiagnosticsMode pic x(6) value spaces.
    01 DumpCellEntry.
        02 DumpCellNumber pic 9(6).
        02 filler pic x.
        02 DumpCellValue pic +9(5).
        02 filler pic x.
        02 DumpCellCharacter pic x.
        02 filler pic xx.
        02 CountJumpIfNonZero pic 9(9) usage binary value zero.
        02 CountLoopJumpsTaken pic 9(9) usage binary value zero.
    01 DataPointerHighWaterMark pic 9(6) usage binary value zero.
*> The cumulative count a RESUME carried forward from the checkpoint, so
*> the audit record can say what this attempt itself executed.
    01 InstructionsBeforeAttempt pic 9(9) usage binary value zero.

    01 StatisticDisplayValue pic 9(9) value zero.
    01 PointerDisplayValue pic 9(6) value zero.
    01 LinkTapeLoadFileName pic x(100).
    01 LinkProfileMode pic x(7).
    01 LinkRawOutputMode pic x(6).
    01 LinkOperatorId pic x(8).
    01 LinkApprovedFingerprint pic 9(10).
    01 LinkCostCenter pic x(8).
    01 LinkCellModel pic x(7).
    01 LinkEndOfInput pic x(9).
    01 LinkRunIdentifier pic 9(7).
    01 LinkCompletionCode pic 9(3).

        LinkTapeSizeCode LinkResumeMode LinkResumeRunIdentifier
        LinkDiagnosticsMode LinkInstructionBudget LinkDumpMode
        LinkTraceOptions LinkTapeSaveFileName LinkTapeLoadFileName
        LinkProfileMode LinkRawOutputMode LinkOperatorId
        LinkApprovedFingerprint LinkCostCenter LinkCellModel
        LinkEndOfInput LinkRunIdentifier LinkCompletionCode.

declaratives.
handle-errors section.
    move current-date to RunStartTimestamp
    move zero to RunCompletionCode
    move LinkProgramFileName to ProgramFileName
    perform SelectCellModel
    move LinkResumeMode to ResumeMode
    if ResumeFromCheckpoint then
        if LinkResumeRunIdentifier is numeric
    end-if

    perform LoadProgramFromFile
    if LinkApprovedFingerprint is numeric
            and LinkApprovedFingerprint is greater than zero
            and LinkApprovedFingerprint is not equal to ProgramFingerprint
            and not ProgramFailedValidation then
        set SourceHasDrifted to true
        set ProgramFailedValidation to true
        display "Program source has changed since it was approved - fingerprint "
            ProgramFingerprint ", approved " LinkApprovedFingerprint
        display "Program will not be run"
    end-if
    if ProfileModeRequested then
        perform ClearProfileCounts
    end-if
                        + RepeatRemainder(InstructionPointer)
                    end-compute
                    if DataByteWork is greater than DataByteUpperBound then
                        subtract DataByteWrapPeriod from DataByteWork
                    end-if
                    move DataByteWork to DataByte(DataPointer)
                else
                    if DataByte(DataPointer) is equal to DataByteUpperBound then
                        if StrictDiagnosticsMode then
                            move DataByte(DataPointer) to ExceptionOldValue
                            move DataByteLowerBound to ExceptionNewValue
                        - RepeatRemainder(InstructionPointer)
                    end-compute
                    if DataByteWork is less than DataByteLowerBound then
                        add DataByteWrapPeriod to DataByteWork
                    end-if
                    move DataByteWork to DataByte(DataPointer)
                else
                    if DataByte(DataPointer) is equal to DataByteLowerBound then
                        if StrictDiagnosticsMode then
                            move DataByte(DataPointer) to ExceptionOldValue
                            move DataByteUpperBound to ExceptionNewValue
            perform WriteProfileReport
        end-if
    else
        if SourceHasDrifted then
            move 20 to RunCompletionCode
        else
            move 16 to RunCompletionCode
        end-if
    end-if

    if PrintLinePosition is greater than zero then
    display "  Data pointer high-water mark  . . " PointerDisplayValue
    .

*> A 16-bit cell is output as its low-order byte, as it would be on a
*> byte machine; the other models already hold a byte's worth.
PrintOutputByte section.
    move DataByte(DataPointer) to OutputCellValue
    if OutputCellValue is greater than 255 then
        compute OutputCellValue = mod(OutputCellValue, 256)
        end-compute
    end-if
    if RawOutputRequested then
        if OutputCellValue is less than zero then
            compute RawByteValue = OutputCellValue + 256
            end-compute
        else
            move OutputCellValue to RawByteValue
        end-if
        *> Note in COBOL ASCII codes start at 1 not 0
        move char(RawByteValue + 1) to RawOutputByte
        write RawOutputByte
    end-if
    move char(OutputCellValue + 1) to OutputByte
    if OutputByte is equal to x"0A" then
        perform FlushPrintLine
    else
    move CountJumpIfNonZero to CheckpointCountJumpIfNonZero
    move CountLoopJumpsTaken to CheckpointCountLoopJumpsTaken
    move DataPointerHighWaterMark to CheckpointDataPointerHighWaterMark
    move CellModel to CheckpointCellModel
    move EndOfInputMode to CheckpointEndOfInput
    move 1 to CheckpointCopyIndex
    perform until CheckpointCopyIndex is greater than DataTapeSize
        move DataByte(CheckpointCopyIndex) to CheckpointDataByte(CheckpointCopyIndex)
*> interpreter state - tape size first, every cell after it - so a
*> stage can hand its whole tape to the next stage with no printable-
*> character squeeze. The size check keeps a 30000-cell image off a
*> 100000-cell run and the other way round, and the cell-model check
*> keeps a stage from picking up a tape built under another model.
LoadTapeImage section.
    move TapeLoadFileName to TapeImageFileName
    open input TapeImageFile
        read TapeImageFile next record
        end-read
        close TapeImageFile
        evaluate true
        when TapeImageDataTapeSize is not numeric
                or TapeImageDataTapeSize is not equal to DataTapeSize
            display "Tape image " trim(TapeLoadFileName)
                " was written with tape size " TapeImageDataTapeSize
                " - this run's tape size is " DataTapeSize
                " - preload refused"
            set ProgramFailedValidation to true
        when TapeImageCellModel is not equal to CellModel
            display "Tape image " trim(TapeLoadFileName)
                " was written with cell model " trim(TapeImageCellModel)
                " - this run's cell model is " trim(CellModel)
                " - preload refused"
            set ProgramFailedValidation to true
        when other
            move 1 to CheckpointCopyIndex
            perform until CheckpointCopyIndex is greater than DataTapeSize
                move TapeImageDataByte(CheckpointCopyIndex)
                add 1 to CheckpointCopyIndex
            end-perform
            display "Tape preloaded from " trim(TapeLoadFileName)
        end-evaluate
    end-if
    .

WriteTapeImage section.
    move TapeSaveFileName to TapeImageFileName
    move DataTapeSize to TapeImageDataTapeSize
    move CellModel to TapeImageCellModel
    move EndOfInputMode to TapeImageEndOfInput
    move 1 to CheckpointCopyIndex
    perform until CheckpointCopyIndex is greater than DataTapeSize
        move DataByte(CheckpointCopyIndex)
        read CheckpointFile next record
        end-read
        close CheckpointFile
        evaluate true
        when CheckpointProgramFileName is not equal to ProgramFileName
                or CheckpointProgramLength is not equal to ProgramLength
            display "Checkpoint belongs to a different program - " trim(CheckpointProgramFileName)
            display "RESUME refused for " trim(ProgramFileName) " - run it without RESUME first"
            set ProgramFailedValidation to true
            move 1 to DataPointer
            move 1 to InstructionPointer
        when CheckpointCellModel is not equal to CellModel
                or CheckpointEndOfInput is not equal to EndOfInputMode
            display "Checkpoint was written with cell model " trim(CheckpointCellModel)
                " and end of input " trim(CheckpointEndOfInput)
            display "RESUME refused - this run asks for cell model " trim(CellModel)
                " and end of input " trim(EndOfInputMode)
            set ProgramFailedValidation to true
            move 1 to DataPointer
            move 1 to InstructionPointer
        when other
            move CheckpointDataTapeSize to DataTapeSize
            move CheckpointDataPointer to DataPointer
            move CheckpointInstructionPointer to InstructionPointer
            move CheckpointJumpCounter to JumpCounter
            move CheckpointTotalInstructionsExecuted to TotalInstructionsExecuted
            move CheckpointTotalInstructionsExecuted to InstructionsBeforeAttempt
            move CheckpointCountIncrementDataPointer to CountIncrementDataPointer
            move CheckpointCountDecrementDataPointer to CountDecrementDataPointer
            move CheckpointCountIncrementByte to CountIncrementByte
            end-perform
            move InstructionPointer to ProgramLengthDisplay
            display "Resumed from checkpoint at instruction " ProgramLengthDisplay
        end-evaluate
    end-if
    .

    move RunEndTimestamp to AuditLogEndTimestamp
    move RunCompletionCode to AuditLogCompletionCode
    move RunIdentifier to AuditLogRunIdentifier
    move LinkOperatorId to AuditLogOperatorId
    move ProgramFingerprint to AuditLogProgramFingerprint
    compute AuditLogInstructionCount =
        TotalInstructionsExecuted - InstructionsBeforeAttempt
    end-compute
    move DataTapeSize to AuditLogDataTapeSize
    move LinkCostCenter to AuditLogCostCenter
    move CellModel to AuditLogCellModel
    move EndOfInputMode to AuditLogEndOfInput
    open extend AuditLogFile
    if AuditLogFileNotFound then
        open output AuditLogFile
    close ProgramFile
    move ProgramLength to ProgramLengthDisplay
    display "Program loaded - length is " ProgramLengthDisplay " bytes"
    perform ComputeProgramFingerprint
    perform ValidateBracketBalance
    if not ProgramFailedValidation then
        perform BuildRepeatCountTable
    end-if
    .

*> Adler-32 over every loaded byte: A starts at one and adds each
*> byte's value, B adds each new A, both modulo 65521, and the
*> fingerprint is B * 65536 + A. BrainfuckFingerprint does the same
*> sum over the program file for the catalog, so the two must agree.
ComputeProgramFingerprint section.
    move 1 to FingerprintSumA
    move zero to FingerprintSumB
    move 1 to FingerprintPointer
    perform until FingerprintPointer is greater than ProgramLength
        *> Note in COBOL ASCII codes start at 1 not 0
        compute FingerprintSumA =
            mod(FingerprintSumA + ord(Instruction(FingerprintPointer)) - 1,
                FingerprintModulus)
        end-compute
        compute FingerprintSumB =
            mod(FingerprintSumB + FingerprintSumA, FingerprintModulus)
        end-compute
        add 1 to FingerprintPointer
    end-perform
    compute ProgramFingerprint = FingerprintSumB * 65536 + FingerprintSumA
    end-compute
    .

ValidateBracketBalance section.
    move "Y" to ProgramIsValid
    move zero to FirstMismatchPosition
*> loop can execute the whole run as one counted operation. Every
*> other instruction gets a run length of one. Built back to front so
*> each position extends the count already computed for its neighbour.
*> The remainder table holds the run length reduced modulo the period
*> of the cell model's wraparound cycle (511 for -255 through 255), so
*> the interpreter loop can apply a whole run of "+" or "-" with one
*> add and at most one wrap correction instead of a modulus each time.
BuildRepeatCountTable section.
                compute RepeatRemainder(RepeatBuildPointer) =
                    RepeatRemainder(RepeatBuildPointer + 1) + 1
                end-compute
                if RepeatRemainder(RepeatBuildPointer) is equal to DataByteWrapPeriod then
                    move zero to RepeatRemainder(RepeatBuildPointer)
                end-if
            end-if
    end-perform
    .

*> Blank or unrecognised settings fall through to the engine's own
*> conventions - CURRENT cells and a zero at end of input - so callers
*> that pass neither run exactly as they always have.
SelectCellModel section.
    move LinkCellModel to CellModel
    evaluate true
        when EightBitCellModel
            move 255 to DataByteUpperBound
            move zero to DataByteLowerBound
            move 256 to DataByteWrapPeriod
        when SixteenBitCellModel
            move 65535 to DataByteUpperBound
            move zero to DataByteLowerBound
            move 65536 to DataByteWrapPeriod
        when other
            move "CURRENT" to CellModel
            move 255 to DataByteUpperBound
            move -255 to DataByteLowerBound
            move 511 to DataByteWrapPeriod
    end-evaluate
    move LinkEndOfInput to EndOfInputMode
    evaluate true
        when EndOfInputGivesMinusOne
            if DataByteLowerBound is less than zero then
                move -1 to EndOfInputCellValue
            else
                move DataByteUpperBound to EndOfInputCellValue
            end-if
        when EndOfInputLeavesCell
            move zero to EndOfInputCellValue
        when other
            move "ZERO" to EndOfInputMode
            move zero to EndOfInputCellValue
    end-evaluate
    .

LoadInputDataFromFile section.
    open input InputDataFile
    read InputDataFile next record
GetNextInputDataByte section.
    add 1 to InputDataPointer
    if InputDataPointer is greater than InputDataLength then
        if not EndOfInputLeavesCell then
            move EndOfInputCellValue to DataByte(DataPointer)
        end-if
    else
        *> Note in COBOL ASCII codes start at 1 not 0
        subtract 1 from ord(InputDataByte(InputDataPointer)) giving DataByte(DataPointer)
