*>             line for line against it, so re-running a cataloged demo
*>             is a regression test instead of print pages someone has
*>             to read. An output mismatch reports completion code 12.
*> 2026-10-15  A CATALOG that fails to open now points the operator at a
*>             BrainfuckCatalogReload REORG run, which converts an
*>             old-format catalog to the current layout, instead of
*>             asking for the entries to be dumped and re-added by hand.
*> 2026-10-15  Operators now sign on with an operator id, checked
*>             against the operator authority file OPERAUTH by
*>             BrainfuckSignOn, before the menu is shown; three failed
*>             attempts end the session with completion code 16. Adding
*>             an entry needs add authority and running one needs run
*>             authority. Every catalog record the menu writes or
*>             rewrites (an add, and the last-run date stamped by a run)
*>             is journaled to CATJRNL with its before and after images
*>             by BrainfuckCatalogJournal, and the operator id is passed
*>             through to BrainfuckEngine for the audit record.
*> 2026-10-15  The catalog record grew an approved source fingerprint:
*>             an add records the fingerprint of the program file as it
*>             stands (see BrainfuckFingerprint), the list shows it, and
*>             a run passes it to BrainfuckEngine, which refuses with
*>             completion code 20 a program whose file has been edited
*>             since it was approved. Run BrainfuckCatalogReload REORG
*>             to convert the existing CATALOG before the first run with
*>             this change.
*> 2026-10-15  The catalog record grew the cost center that owns the
*>             entry: an add prompts for it, the list shows it, and a
*>             run passes it to BrainfuckEngine for the audit record, so
*>             menu runs are billed by BrainfuckChargeback like batch
*>             ones. Run BrainfuckCatalogReload REORG to convert the
*>             existing CATALOG before the first run with this change.
*> 2026-10-15  The catalog record grew the cell model and end-of-input
*>             convention the program is written for: an add prompts for
*>             both (blank takes CURRENT and ZERO, the engine's own
*>             conventions), the list shows them, and a run passes them
*>             to BrainfuckEngine. Run BrainfuckCatalogReload REORG to
*>             convert the existing CATALOG before the first run with
*>             this change.

environment division.
configuration section.
        02 CatalogExpectedOutputFile pic x(100).
        02 CatalogInstructionBudget pic 9(9).
        02 CatalogRunFrequency pic x(8).
        02 CatalogApprovedFingerprint pic 9(10).
        02 CatalogCostCenter pic x(8).
        02 CatalogCellModel pic x(7).
        02 CatalogEndOfInput pic x(9).

working-storage section.
    01 CatalogFileStatus pic xx value zeroes.
    01 InstructionBudgetEntry pic x(9) value spaces.
    01 FrequencyEntryState pic x value "N".
        88 FrequencyWasAccepted value "Y".
    01 CellModelEntryState pic x value "N".
        88 CellModelWasAccepted value "Y".
    01 EndOfInputEntryState pic x value "N".
        88 EndOfInputWasAccepted value "Y".
    01 EngineTraceOptions.
        02 EngineTraceMode pic x(6) value spaces.
        02 EngineTraceFromInstruction pic 9(9) value zero.
        02 EngineTraceCellLow pic 9(6) value zero.
        02 EngineTraceCellHigh pic 9(6) value zero.
    01 CurrentDateAndTime pic x(21) value spaces.
    01 FingerprintValue pic 9(10) value zero.
    01 FingerprintByteCount pic 9(9) value zero.
    01 FingerprintCompletionCode pic 9(3) value zero.

    01 OperatorId pic x(8) value spaces.
    01 OperatorAuthority.
        02 OperatorName pic x(30) value spaces.
        02 OperatorMayRun pic x value "N".
            88 OperatorCanRun value "Y".
        02 OperatorMayAdd pic x value "N".
            88 OperatorCanAdd value "Y".
        02 OperatorMayChange pic x value "N".
        02 OperatorMayDelete pic x value "N".
    01 SignOnCompletionCode pic 9(3) value zero.
    01 SignOnAttempts pic 9 value zero.
    01 MaxSignOnAttempts constant 3.

    01 JournalSourceProgram pic x(24) value "BrainfuckCatalog".
    01 JournalAction pic x(8) value spaces.
    01 JournalBeforeImage pic x(600) value spaces.
    01 JournalAfterImage pic x(600) value spaces.

procedure division.

    perform SignOnOperator
    perform OpenCatalogFile
    perform until OperatorQuit
        perform DisplayMenu
    stop run
    .

*> Every menu session belongs to an operator on the authority file, so
*> the catalog journal and the audit log can say who did what.
SignOnOperator section.
    move 99 to SignOnCompletionCode
    move zero to SignOnAttempts
    perform until SignOnCompletionCode is equal to zero
            or SignOnAttempts is greater than or equal to MaxSignOnAttempts
        add 1 to SignOnAttempts
        display "Operator id: " with no advancing
        accept OperatorId
        call "BrainfuckSignOn" using OperatorId OperatorAuthority
            SignOnCompletionCode
        end-call
        cancel "BrainfuckSignOn"
        evaluate SignOnCompletionCode
            when zero
                display "Signed on as " trim(OperatorId) " - " trim(OperatorName)
            when 16
                display "Sign-on is not available - see the operator authority file"
                move 16 to return-code
                stop run
            when other
                display "Operator id " trim(OperatorId) " is not on the authority file"
        end-evaluate
    end-perform
    if SignOnCompletionCode is not equal to zero then
        display "Sign-on refused"
        move 16 to return-code
        stop run
    end-if
    .

OpenCatalogFile section.
    open i-o CatalogFile
    if CatalogFileNotFound then
    end-if
    if CatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be opened - file status " CatalogFileStatus
        display "An old-format CATALOG file must be converted with a"
        display "BrainfuckCatalogReload REORG run before use"
        move 16 to return-code
        stop run
    end-if

DisplayMenu section.
    display " "
    display "Brainfuck program catalog - operator " trim(OperatorId)
    display "  1. List catalog"
    display "  2. Add a program to the catalog"
    display "  3. Run a program by id"
            display "    expected output: " CatalogExpectedOutputFile
            display "    instruction budget: " CatalogInstructionBudget " (zero = site default)"
            display "    run frequency: " CatalogRunFrequency
            display "    approved fingerprint: " CatalogApprovedFingerprint
                " (zero = not approved)  cost center: " CatalogCostCenter
            display "    cell model: " CatalogCellModel
                "  end of input: " CatalogEndOfInput
            read CatalogFile next record
                at end set EndOfCatalogFile to true
            end-read
    .

AddCatalogEntry section.
    if not OperatorCanAdd then
        display "Operator " trim(OperatorId) " is not authorised to add catalog entries"
    else
        perform KeyCatalogEntry
    end-if
    .

KeyCatalogEntry section.
    display "Program id (8 characters): " with no advancing
    accept CatalogProgramId
    display "Description: " with no advancing
            end-evaluate
        end-if
    end-perform
    display "Cost center charged for its runs: " with no advancing
    accept CatalogCostCenter
    move "N" to CellModelEntryState
    perform until CellModelWasAccepted
        display "Cell model - CURRENT, 8BIT or 16BIT (blank for CURRENT): "
            with no advancing
        accept CatalogCellModel
        if CatalogCellModel is equal to spaces then
            move "CURRENT" to CatalogCellModel
            set CellModelWasAccepted to true
        else
            evaluate trim(CatalogCellModel)
                when "CURRENT"
                when "8BIT"
                when "16BIT"
                    set CellModelWasAccepted to true
                when other
                    display "Invalid cell model - use CURRENT, 8BIT or 16BIT"
            end-evaluate
        end-if
    end-perform
    move "N" to EndOfInputEntryState
    perform until EndOfInputWasAccepted
        display "At end of input - ZERO, MINUS1 or UNCHANGED (blank for ZERO): "
            with no advancing
        accept CatalogEndOfInput
        if CatalogEndOfInput is equal to spaces then
            move "ZERO" to CatalogEndOfInput
            set EndOfInputWasAccepted to true
        else
            evaluate trim(CatalogEndOfInput)
                when "ZERO"
                when "MINUS1"
                when "UNCHANGED"
                    set EndOfInputWasAccepted to true
                when other
                    display "Invalid end of input - use ZERO, MINUS1 or UNCHANGED"
            end-evaluate
        end-if
    end-perform
    move spaces to CatalogLastRunDate
*> The program file as it stands when it is cataloged is the approved
*> text; the engine refuses to run the entry once the file changes.
    call "BrainfuckFingerprint" using CatalogFilePath FingerprintValue
        FingerprintByteCount FingerprintCompletionCode
    end-call
    cancel "BrainfuckFingerprint"
    if FingerprintCompletionCode is equal to zero then
        move FingerprintValue to CatalogApprovedFingerprint
    else
        move zero to CatalogApprovedFingerprint
    end-if
    write CatalogRecord
        invalid key display "A program with that id is already in the catalog"
        not invalid key
            if FingerprintCompletionCode is not equal to zero then
                display "Program file could not be read - entry added with no approved fingerprint"
            end-if
            move "ADD" to JournalAction
            move spaces to JournalBeforeImage
            move CatalogRecord to JournalAfterImage
            perform JournalCatalogChange
    end-write
    .

RunCatalogEntry section.
    if not OperatorCanRun then
        display "Operator " trim(OperatorId) " is not authorised to run cataloged programs"
    else
        perform RunAuthorisedEntry
    end-if
    .

RunAuthorisedEntry section.
    display "Program id to run: " with no advancing
    accept SearchProgramId
    move SearchProgramId to CatalogProgramId
        invalid key display "No program with that id in the catalog"
    end-read
    if not CatalogRecordNotFound then
        move CatalogRecord to JournalBeforeImage
        move CatalogInputFile to EngineInputFile
        if EngineInputFile is equal to spaces then
            move "NONE" to EngineInputFile
            spaces CatalogInstructionBudget
            spaces EngineTraceOptions EngineTapeSaveFile
            EngineTapeLoadFile EngineProfileMode EngineRawOutputMode
            OperatorId CatalogApprovedFingerprint CatalogCostCenter
            CatalogCellModel CatalogEndOfInput
            EngineRunIdentifier EngineCompletionCode
        end-call
        cancel "BrainfuckEngine"
        if EngineCompletionCode is equal to 20 then
            display "Program file has changed since it was approved - run refused"
            display "Have a curator review the change and re-approve the entry"
        end-if
        if EngineCompletionCode is equal to zero
                and CatalogExpectedOutputFile is not equal to spaces
                and CatalogExpectedOutputFile is not equal to "NONE" then
        move CurrentDateAndTime(1:8) to CatalogLastRunDate
        rewrite CatalogRecord
            invalid key display "Could not update last-run date"
            not invalid key
                move "LASTRUN" to JournalAction
                move CatalogRecord to JournalAfterImage
                perform JournalCatalogChange
        end-rewrite
        display "Run completed - completion code " EngineCompletionCode
            " as run " EngineRunIdentifier
    end-if
    .

JournalCatalogChange section.
    call "BrainfuckCatalogJournal" using OperatorId JournalSourceProgram
        JournalAction JournalBeforeImage JournalAfterImage
    end-call
    cancel "BrainfuckCatalogJournal"
    .

end program BrainfuckCatalog.
