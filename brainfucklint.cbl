identification division.
program-id. BrainfuckLint.

*> Modification history
*> 2026-10-15  New program. Static analysis of one Brainfuck program
*>             file, without running it, for the things in the
*>             community programs we take in that waste engine time or
*>             point to bugs. Hands back the program's size, instruction
*>             count and deepest loop nesting and up to twenty findings,
*>             each with a severity - E for an error the program should
*>             not be cataloged with, W for a warning a curator should
*>             look at, I for information - and the highest severity
*>             found. Called by BrainfuckAnalysis for the LINTRPT report
*>             and by BrainfuckCatalogMaint to hold an add to the bar the
*>             curators set. Completion code 0 means the file was
*>             analysed and 16 that it could not be read (reported as an
*>             E finding too).
*> 2026-10-15  An input file given as "0" is now taken as no input file,
*>             as the engine takes it.
*>
*> Findings:
*>   E  program file unreadable
*>   E  program longer than the engine's 32768-byte program area
*>   E  brackets unbalanced (the engine will refuse it)
*>   E  program reads input but no input file is named - a batch run
*>      would wait on the console
*>   W  no instructions at all
*>   W  a loop opening the program, which never runs on a zeroed tape
*>   W  cancelling runs - "+-"/"-+" or "<>"/"><" next to each other
*>   W  "[+]" clear-cell idioms, which only end by wrapping the cell
*>   W  input file named but the program never reads input
*>   W  comment bytes taking most of a program near the size limit
*>   I  deepest loop nesting, "[-]" clear-cell idioms, comment share
*>      of the file and of the program size limit
*> The input file checks are made only when the caller says the input
*> file column is known (a catalog entry always is); "NONE" or blank
*> there means no input file.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ProgramFile assign to ProgramFileName
        organization is sequential
        file status is ProgramFileStatus.

data division.
file section.
    fd ProgramFile.
    01 ProgramByte pic x.
        88 EndOfProgramFile value high-values.

working-storage section.
    01 ProgramFileName pic x(100) value spaces.
    01 ProgramFileStatus pic xx value zeroes.

    01 MaxProgramLength constant 32768.
    01 ProgramLength pic 9(5) value zero.
    01 ProgramByteCount pic 9(9) value zero.
    01 ProgramToCheck.
        02 Instruction pic x occurs 1 to 32768 times depending on ProgramLength.
            88 InstructionByte values "+" "-" ">" "<" "." "," "[" "]".
            88 JumpIfByteIsZero value "[".
            88 JumpIfByteIsNonZero value "]".
            88 ReadsInputByte value ",".
    01 ProgramPointer pic 9(5) value zero.

    01 MaxFindings constant 20.
    01 InstructionCount pic 9(5) value zero.
    01 CommentByteCount pic 9(9) value zero.
    01 FirstInstructionPosition pic 9(5) value zero.
    01 NestingDepth pic 9(5) value zero.
    01 MaxNestingDepth pic 9(5) value zero.
    01 FirstMismatchPosition pic 9(5) value zero.
    01 BracketStack.
        02 BracketStackPosition pic 9(5) occurs 1 to 32768 times depending on ProgramLength.
    01 ReadsInputState pic x value "N".
        88 ProgramReadsInput value "Y".

    01 PreviousInstruction pic x value space.
    01 PreviousInstructionPosition pic 9(5) value zero.
    01 ValueCancelCount pic 9(5) value zero.
    01 FirstValueCancelPosition pic 9(5) value zero.
    01 PointerCancelCount pic 9(5) value zero.
    01 FirstPointerCancelPosition pic 9(5) value zero.
    01 ClearDownCount pic 9(5) value zero.
    01 ClearUpCount pic 9(5) value zero.
    01 FirstClearUpPosition pic 9(5) value zero.
    01 IdiomWindow pic x(3) value spaces.
    01 IdiomPositions.
        02 IdiomPosition pic 9(5) occurs 3 times.
    01 IdiomIndex pic 9 value zero.

    01 CommentSharePercent pic 9(3) value zero.
    01 LimitSharePercent pic 9(3) value zero.
    01 SeverityRank pic 9 value zero.
    01 HighestSeverityRank pic 9 value zero.
    01 FindingSeverity pic x value space.
    01 FindingText pic x(90) value spaces.
    01 InputFileNamed pic x value "N".
        88 InputFileIsNamed value "Y".

linkage section.
    01 LinkProgramFileName pic x(100).
    01 LinkInputFileName pic x(100).
    01 LinkInputFileKnown pic x.
    01 LinkLintResult.
        02 LinkLintProgramBytes pic 9(9).
        02 LinkLintInstructionCount pic 9(5).
        02 LinkLintMaxNestingDepth pic 9(5).
        02 LinkLintHighestSeverity pic x.
        02 LinkLintFindingCount pic 9(2).
        02 LinkLintFinding occurs 20 times.
            03 LinkLintSeverity pic x.
            03 LinkLintFindingText pic x(90).
    01 LinkLintCompletionCode pic 9(3).

procedure division using LinkProgramFileName LinkInputFileName
        LinkInputFileKnown LinkLintResult LinkLintCompletionCode.

    move zero to LinkLintProgramBytes
    move zero to LinkLintInstructionCount
    move zero to LinkLintMaxNestingDepth
    move space to LinkLintHighestSeverity
    move zero to LinkLintFindingCount
    move zero to HighestSeverityRank
    move zero to LinkLintCompletionCode
    move LinkProgramFileName to ProgramFileName

    open input ProgramFile
    if ProgramFileStatus is not equal to "00" then
        move "E" to FindingSeverity
        move spaces to FindingText
        string "PROGRAM FILE UNREADABLE - STATUS " ProgramFileStatus
            " - " trim(LinkProgramFileName)
            delimited by size into FindingText
        end-string
        perform AddFinding
        move 16 to LinkLintCompletionCode
        goback
    end-if
    perform LoadProgramForAnalysis
    close ProgramFile

    if ProgramByteCount is greater than MaxProgramLength then
        move "E" to FindingSeverity
        move spaces to FindingText
        string "PROGRAM IS " ProgramByteCount " BYTES - LONGER THAN THE "
            MaxProgramLength "-BYTE PROGRAM AREA, ENGINE WILL NOT LOAD IT"
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if

    perform ScanLoopStructure
    perform ScanInstructionRuns
    perform ScanClearCellIdioms
    perform ReportCommentShare
    if LinkInputFileKnown is equal to "Y" then
        perform CheckInputUsage
    end-if

    move ProgramByteCount to LinkLintProgramBytes
    move InstructionCount to LinkLintInstructionCount
    move MaxNestingDepth to LinkLintMaxNestingDepth
    goback
    .

*> Bytes past the engine's program area are counted, not kept - the
*> size is reported as an error and the rest analysed as far as it goes.
LoadProgramForAnalysis section.
    move zero to ProgramLength
    move zero to ProgramByteCount
    read ProgramFile next record
        at end set EndOfProgramFile to true
    end-read
    perform until EndOfProgramFile
        add 1 to ProgramByteCount
        if ProgramLength is less than MaxProgramLength then
            add 1 to ProgramLength
            move ProgramByte to Instruction(ProgramLength)
        end-if
        read ProgramFile next record
            at end set EndOfProgramFile to true
        end-read
    end-perform
    .

*> The same bracket balance the engine checks at load time, keeping the
*> deepest nesting on the way, and the position of the first real
*> instruction - a "[" there can never be entered on a zeroed tape.
ScanLoopStructure section.
    move zero to InstructionCount
    move zero to CommentByteCount
    move zero to FirstInstructionPosition
    move zero to NestingDepth
    move zero to MaxNestingDepth
    move zero to FirstMismatchPosition
    move "N" to ReadsInputState
    move 1 to ProgramPointer
    perform until ProgramPointer is greater than ProgramLength
        if InstructionByte(ProgramPointer) then
            add 1 to InstructionCount
            if FirstInstructionPosition is equal to zero then
                move ProgramPointer to FirstInstructionPosition
            end-if
        else
            add 1 to CommentByteCount
        end-if
        if ReadsInputByte(ProgramPointer) then
            set ProgramReadsInput to true
        end-if
        if JumpIfByteIsZero(ProgramPointer) then
            add 1 to NestingDepth
            move ProgramPointer to BracketStackPosition(NestingDepth)
            if NestingDepth is greater than MaxNestingDepth then
                move NestingDepth to MaxNestingDepth
            end-if
        end-if
        if JumpIfByteIsNonZero(ProgramPointer) then
            if NestingDepth is equal to zero then
                if FirstMismatchPosition is equal to zero then
                    move ProgramPointer to FirstMismatchPosition
                end-if
            else
                subtract 1 from NestingDepth
            end-if
        end-if
        add 1 to ProgramPointer
    end-perform
    if NestingDepth is greater than zero and FirstMismatchPosition is equal to zero then
        move BracketStackPosition(1) to FirstMismatchPosition
    end-if

    if FirstMismatchPosition is not equal to zero then
        move "E" to FindingSeverity
        move spaces to FindingText
        string "BRACKETS UNBALANCED - FIRST MISMATCH AT POSITION "
            FirstMismatchPosition " - THE ENGINE WILL REFUSE IT"
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    if InstructionCount is equal to zero then
        move "W" to FindingSeverity
        move "NO INSTRUCTIONS - THE PROGRAM DOES NOTHING" to FindingText
        perform AddFinding
    else
        if JumpIfByteIsZero(FirstInstructionPosition) then
            move "W" to FindingSeverity
            move spaces to FindingText
            string "LOOP AT POSITION " FirstInstructionPosition
                " OPENS THE PROGRAM - IT NEVER RUNS ON A ZEROED TAPE"
                delimited by size into FindingText
            end-string
            perform AddFinding
        end-if
    end-if
    move "I" to FindingSeverity
    move spaces to FindingText
    string "DEEPEST LOOP NESTING " MaxNestingDepth
        delimited by size into FindingText
    end-string
    perform AddFinding
    .

*> A "+" next to a "-" (or a ">" next to a "<") undoes itself and only
*> costs instructions. Comment bytes between the two do not separate
*> them. Each instruction is counted in at most one pair.
ScanInstructionRuns section.
    move zero to ValueCancelCount
    move zero to FirstValueCancelPosition
    move zero to PointerCancelCount
    move zero to FirstPointerCancelPosition
    move space to PreviousInstruction
    move 1 to ProgramPointer
    perform until ProgramPointer is greater than ProgramLength
        if InstructionByte(ProgramPointer) then
            evaluate true
                when PreviousInstruction is equal to "+"
                        and Instruction(ProgramPointer) is equal to "-"
                when PreviousInstruction is equal to "-"
                        and Instruction(ProgramPointer) is equal to "+"
                    add 1 to ValueCancelCount
                    if FirstValueCancelPosition is equal to zero then
                        move PreviousInstructionPosition to FirstValueCancelPosition
                    end-if
                    move space to PreviousInstruction
                when PreviousInstruction is equal to ">"
                        and Instruction(ProgramPointer) is equal to "<"
                when PreviousInstruction is equal to "<"
                        and Instruction(ProgramPointer) is equal to ">"
                    add 1 to PointerCancelCount
                    if FirstPointerCancelPosition is equal to zero then
                        move PreviousInstructionPosition to FirstPointerCancelPosition
                    end-if
                    move space to PreviousInstruction
                when other
                    move Instruction(ProgramPointer) to PreviousInstruction
                    move ProgramPointer to PreviousInstructionPosition
            end-evaluate
        end-if
        add 1 to ProgramPointer
    end-perform
    if ValueCancelCount is greater than zero then
        move "W" to FindingSeverity
        move spaces to FindingText
        string ValueCancelCount " CANCELLING +- OR -+ PAIR(S), FIRST AT POSITION "
            FirstValueCancelPosition
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    if PointerCancelCount is greater than zero then
        move "W" to FindingSeverity
        move spaces to FindingText
        string PointerCancelCount " CANCELLING <> OR >< PAIR(S), FIRST AT POSITION "
            FirstPointerCancelPosition
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    .

*> "[-]" and "[+]" over the last three instructions seen, comment bytes
*> skipped. "[+]" only ends by counting the cell up until it wraps.
ScanClearCellIdioms section.
    move zero to ClearDownCount
    move zero to ClearUpCount
    move zero to FirstClearUpPosition
    move spaces to IdiomWindow
    move 1 to ProgramPointer
    perform until ProgramPointer is greater than ProgramLength
        if InstructionByte(ProgramPointer) then
            move IdiomWindow(2:2) to IdiomWindow(1:2)
            move Instruction(ProgramPointer) to IdiomWindow(3:1)
            move IdiomPosition(2) to IdiomPosition(1)
            move IdiomPosition(3) to IdiomPosition(2)
            move ProgramPointer to IdiomPosition(3)
            evaluate IdiomWindow
                when "[-]"
                    add 1 to ClearDownCount
                    move spaces to IdiomWindow
                when "[+]"
                    add 1 to ClearUpCount
                    if FirstClearUpPosition is equal to zero then
                        move IdiomPosition(1) to FirstClearUpPosition
                    end-if
                    move spaces to IdiomWindow
            end-evaluate
        end-if
        add 1 to ProgramPointer
    end-perform
    if ClearUpCount is greater than zero then
        move "W" to FindingSeverity
        move spaces to FindingText
        string ClearUpCount " [+] CLEAR-CELL IDIOM(S), FIRST AT POSITION "
            FirstClearUpPosition " - ENDS ONLY BY WRAPPING THE CELL"
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    if ClearDownCount is greater than zero then
        move "I" to FindingSeverity
        move spaces to FindingText
        string ClearDownCount " [-] CLEAR-CELL IDIOM(S)"
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    .

*> Comment bytes load into the same 32768-byte program area as the
*> instructions. A program near the limit that is mostly comment should
*> lose the comment before it loses the room to grow.
ReportCommentShare section.
    if ProgramByteCount is greater than zero then
        compute CommentSharePercent rounded =
            CommentByteCount * 100 / ProgramLength
        end-compute
    else
        move zero to CommentSharePercent
    end-if
    if ProgramByteCount is greater than MaxProgramLength then
        move 100 to LimitSharePercent
    else
        compute LimitSharePercent rounded =
            CommentByteCount * 100 / MaxProgramLength
        end-compute
    end-if
    if ProgramByteCount * 4 is greater than MaxProgramLength * 3
            and CommentByteCount * 2 is greater than ProgramLength then
        move "W" to FindingSeverity
    else
        move "I" to FindingSeverity
    end-if
    move spaces to FindingText
    string "COMMENT BYTES " CommentByteCount " - " CommentSharePercent
        "% OF THE FILE, " LimitSharePercent "% OF THE "
        MaxProgramLength "-BYTE PROGRAM LIMIT"
        delimited by size into FindingText
    end-string
    perform AddFinding
    .

CheckInputUsage section.
    if LinkInputFileName is equal to spaces
            or LinkInputFileName is equal to "NONE"
            or LinkInputFileName is equal to "0" then
        move "N" to InputFileNamed
    else
        set InputFileIsNamed to true
    end-if
    if ProgramReadsInput and not InputFileIsNamed then
        move "E" to FindingSeverity
        move "READS INPUT (,) BUT NO INPUT FILE IS NAMED - A BATCH RUN WOULD WAIT ON THE CONSOLE"
            to FindingText
        perform AddFinding
    end-if
    if InputFileIsNamed and not ProgramReadsInput then
        move "W" to FindingSeverity
        move spaces to FindingText
        string "INPUT FILE " trim(LinkInputFileName)
            " IS NAMED BUT THE PROGRAM NEVER READS INPUT (,)"
            delimited by size into FindingText
        end-string
        perform AddFinding
    end-if
    .

AddFinding section.
    evaluate FindingSeverity
        when "E"
            move 3 to SeverityRank
        when "W"
            move 2 to SeverityRank
        when other
            move 1 to SeverityRank
    end-evaluate
    if SeverityRank is greater than HighestSeverityRank then
        move SeverityRank to HighestSeverityRank
        move FindingSeverity to LinkLintHighestSeverity
    end-if
    if LinkLintFindingCount is less than MaxFindings then
        add 1 to LinkLintFindingCount
        move FindingSeverity to LinkLintSeverity(LinkLintFindingCount)
        move FindingText to LinkLintFindingText(LinkLintFindingCount)
    end-if
    .

end program BrainfuckLint.
