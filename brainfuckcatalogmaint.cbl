*>             not-found (an old-format file gives a record-length
*>             open failure) is now reported and the job ends with
*>             completion code 16 before any transaction is applied.
*> 2026-10-15  A CATALOG that fails to open now points the operator at a
*>             BrainfuckCatalogReload REORG run, which converts an
*>             old-format catalog to the current layout, instead of
*>             asking for the entries to be dumped and re-added by hand.
*> 2026-10-15  The submitting operator's id is now a required second
*>             argument, checked against the operator authority file
*>             OPERAUTH (see BrainfuckSignOn); an unknown operator has
*>             the whole deck refused with completion code 16, and each
*>             add, change or delete is rejected unless the operator
*>             holds that authority. Every applied transaction is
*>             journaled to CATJRNL with the catalog record's before and
*>             after images (see BrainfuckCatalogJournal) - a delete now
*>             reads the entry first so its last contents are kept.
*> 2026-10-15  The catalog record grew an approved source fingerprint
*>             (see BrainfuckFingerprint). An add, and a change that
*>             re-points an entry at a different program file,
*>             fingerprint the file as it stands and record that as the
*>             approved text; a new R transaction re-approves an entry's
*>             program file after a curator has reviewed an edit, and
*>             needs change authority. A program file that cannot be
*>             read is still cataloged with no approved fingerprint and
*>             the report line says so. Run BrainfuckCatalogReload REORG
*>             to convert the existing CATALOG before the first run with
*>             this change.
*> 2026-10-15  The catalog record grew the owning cost center (see
*>             BrainfuckChargeback), and the transaction record the
*>             matching column; on a change a blank leaves the cataloged
*>             value as it stands. Run BrainfuckCatalogReload REORG to
*>             convert the existing CATALOG before the first run with
*>             this change.
*> 2026-10-15  Added an optional third argument setting the lint bar.
*>             With E or W, an add, a change to the program or input
*>             file, and a re-approve run the program through
*>             BrainfuckLint and are rejected when a finding reaches the
*>             bar, and the error and warning findings are listed under
*>             the transaction's report line. Without a bar the catalog
*>             takes programs as before.
*> 2026-10-15  The catalog record grew the cell model and end-of-input
*>             convention the program is run with (see BrainfuckEngine),
*>             and the transaction record the matching columns. An add
*>             with either left blank takes CURRENT and ZERO, the
*>             engine's own conventions; on a change a blank leaves the
*>             cataloged value as it stands. Run BrainfuckCatalogReload
*>             REORG to convert the existing CATALOG before the first
*>             run with this change.
*>
*> Command-line arguments:
*>   1. transaction file of fixed-length maintenance records
*>   2. operator id submitting the transactions - must be on the
*>      operator authority file (see BrainfuckSignOn)
*>   3. lint bar - E to refuse a program with any error finding, W to
*>      refuse one with any warning or error finding, NONE or omitted
*>      to catalog without linting (see BrainfuckLint)
*>
*> Transaction file format - one fixed-length record per transaction:
*>   1        action - A (add), C (change), D (delete) or R (re-approve
*>            the program file as it now stands)
*>   2-9      program id (the catalog key)
*>   10-59    description
*>   60-159   program file path
*>            or zero for the site default)
*>   375-382  run frequency - DAILY, WEEKLY or DEMAND (blank defaults
*>            to DEMAND on an add)
*>   383-390  cost center the entry's runs are charged to (see
*>            BrainfuckChargeback)
*>   391-397  cell model - CURRENT, 8BIT or 16BIT (blank defaults to
*>            CURRENT on an add - see BrainfuckEngine)
*>   398-406  end-of-input convention - ZERO, MINUS1 or UNCHANGED
*>            (blank defaults to ZERO on an add)
*> On a change, a blank field leaves the cataloged value unchanged;
*> only the program id is used on a delete or a re-approve.
*>
*> An add, and a change that names a new program file path, record the
*> fingerprint of the program file as it stands as the entry's approved
*> fingerprint (see BrainfuckFingerprint). A program file that cannot
*> be read is still cataloged, with no approved fingerprint, and the
*> report line says so. A re-approve needs change authority.
*>
*> With a lint bar set, an add, a change that names a new program file
*> or input file, and a re-approve run the program through BrainfuckLint
*> first and are rejected when a finding reaches the bar - or when the
*> program file cannot be read, since nothing then vouches for it. The
*> error and warning findings are listed under the transaction's report
*> line either way.

environment division.
configuration section.
            88 AddTransaction value "A".
            88 ChangeTransaction value "C".
            88 DeleteTransaction value "D".
            88 ApproveTransaction value "R".
        02 TransactionProgramId pic x(8).
        02 TransactionDescription pic x(50).
        02 TransactionFilePath pic x(100).
        02 TransactionExpectedOutputFile pic x(100).
        02 TransactionInstructionBudget pic x(9).
        02 TransactionRunFrequency pic x(8).
        02 TransactionCostCenter pic x(8).
        02 TransactionCellModel pic x(7).
        02 TransactionEndOfInput pic x(9).

    fd CatalogFile.
    01 CatalogRecord.
        02 CatalogExpectedOutputFile pic x(100).
        02 CatalogInstructionBudget pic 9(9).
        02 CatalogRunFrequency pic x(8).
        02 CatalogApprovedFingerprint pic 9(10).
        02 CatalogCostCenter pic x(8).
        02 CatalogCellModel pic x(7).
        02 CatalogEndOfInput pic x(9).

    fd MaintenanceReportFile.
    01 MaintenanceReportRecord pic x(120).
    01 RejectedCount pic 9(5) value zero.
    01 RejectionReason pic x(40) value spaces.
        88 TransactionIsValid value spaces.
    01 ApplyNote pic x(50) value spaces.
    01 ReportLineBuffer pic x(120) value spaces.
    01 MaintenanceRunTimestamp pic x(21) value spaces.

    01 OperatorId pic x(8) value spaces.
    01 OperatorAuthority.
        02 OperatorName pic x(30) value spaces.
        02 OperatorMayRun pic x value "N".
        02 OperatorMayAdd pic x value "N".
            88 OperatorCanAdd value "Y".
        02 OperatorMayChange pic x value "N".
            88 OperatorCanChange value "Y".
        02 OperatorMayDelete pic x value "N".
            88 OperatorCanDelete value "Y".
    01 SignOnCompletionCode pic 9(3) value zero.

    01 FingerprintValue pic 9(10) value zero.
    01 FingerprintByteCount pic 9(9) value zero.
    01 FingerprintCompletionCode pic 9(3) value zero.

    01 LintBar pic x(4) value "NONE".
        88 LintBarIsErrors value "E".
        88 LintBarIsWarnings value "W".
        88 NoLintBar value "NONE" spaces.
    01 LintInputFileKnown pic x value "Y".
    01 LintResult.
        02 LintProgramBytes pic 9(9).
        02 LintInstructionCount pic 9(5).
        02 LintMaxNestingDepth pic 9(5).
        02 LintHighestSeverity pic x.
        02 LintFindingCount pic 9(2).
        02 LintFinding occurs 20 times.
            03 LintSeverity pic x.
            03 LintFindingText pic x(90).
    01 LintCompletionCode pic 9(3) value zero.
    01 LintProgramState pic x value "N".
        88 ProgramNeedsLint value "Y".
    01 LintFindingIndex pic 9(2) value zero.
    01 LintListState pic x value "N".
        88 LintFindingsToList value "Y".

    01 JournalSourceProgram pic x(24) value "BrainfuckCatalogMaint".
    01 JournalAction pic x(8) value spaces.
    01 JournalBeforeImage pic x(600) value spaces.
    01 JournalAfterImage pic x(600) value spaces.

procedure division.

    move current-date to MaintenanceRunTimestamp
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept TransactionFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 2 then
        accept OperatorId from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 3 then
        accept LintBar from argument-value
    end-if

    open output MaintenanceReportFile
    move spaces to ReportLineBuffer
    string "CATALOG MAINTENANCE  RUN " trim(MaintenanceRunTimestamp)
        "  TRANSACTIONS FROM " trim(TransactionFileName)
        "  OPERATOR " trim(OperatorId)
        delimited by size into ReportLineBuffer
    end-string
    write MaintenanceReportRecord from ReportLineBuffer
    move spaces to MaintenanceReportRecord
    write MaintenanceReportRecord

    perform SignOnOperator

    if not NoLintBar and not LintBarIsErrors and not LintBarIsWarnings then
        display "Lint bar must be E, W or NONE - " LintBar
        move spaces to ReportLineBuffer
        string "LINT BAR '" trim(LintBar)
            "' IS NOT E, W OR NONE - NO TRANSACTIONS APPLIED"
            delimited by size into ReportLineBuffer
        end-string
        write MaintenanceReportRecord from ReportLineBuffer
        close MaintenanceReportFile
        move 16 to return-code
        stop run
    end-if

    open input TransactionFile
    if TransactionFileNotFound then
        display "Transaction file not found - " trim(TransactionFileName)
    stop run
    .

*> The whole deck is refused, before any transaction is read, when the
*> submitting operator is not on the authority file; what each
*> operator may do is then checked transaction by transaction.
SignOnOperator section.
    call "BrainfuckSignOn" using OperatorId OperatorAuthority
        SignOnCompletionCode
    end-call
    cancel "BrainfuckSignOn"
    if SignOnCompletionCode is not equal to zero then
        move spaces to ReportLineBuffer
        if SignOnCompletionCode is equal to 16 then
            display "Operator authority file could not be read - no transactions applied"
            move "OPERATOR AUTHORITY FILE COULD NOT BE READ - NO TRANSACTIONS APPLIED"
                to ReportLineBuffer
        else
            display "Operator " trim(OperatorId)
                " is not on the authority file - no transactions applied"
            string "OPERATOR '" trim(OperatorId)
                "' NOT ON AUTHORITY FILE - NO TRANSACTIONS APPLIED"
                delimited by size into ReportLineBuffer
            end-string
        end-if
        write MaintenanceReportRecord from ReportLineBuffer
        close MaintenanceReportFile
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
        move "CATALOG FILE COULD NOT BE OPENED - NO TRANSACTIONS APPLIED"
            to ReportLineBuffer
        write MaintenanceReportRecord from ReportLineBuffer

ApplyOneTransaction section.
    move spaces to RejectionReason
    move spaces to ApplyNote
    move "N" to LintListState
    perform ValidateTransaction
    if TransactionIsValid then
        evaluate true
                perform ApplyChangeTransaction
            when DeleteTransaction
                perform ApplyDeleteTransaction
            when ApproveTransaction
                perform ApplyApproveTransaction
        end-evaluate
    end-if
    perform WriteTransactionReportLine
    .

ValidateTransaction section.
    if not AddTransaction and not ChangeTransaction and not DeleteTransaction
            and not ApproveTransaction then
        move "INVALID ACTION - USE A, C, D OR R" to RejectionReason
    end-if
    if TransactionIsValid then
        evaluate true
            when AddTransaction and not OperatorCanAdd
                move "OPERATOR NOT AUTHORISED TO ADD" to RejectionReason
            when ChangeTransaction and not OperatorCanChange
                move "OPERATOR NOT AUTHORISED TO CHANGE" to RejectionReason
            when DeleteTransaction and not OperatorCanDelete
                move "OPERATOR NOT AUTHORISED TO DELETE" to RejectionReason
            when ApproveTransaction and not OperatorCanChange
                move "OPERATOR NOT AUTHORISED TO RE-APPROVE" to RejectionReason
        end-evaluate
    end-if
    if TransactionIsValid and TransactionProgramId is equal to spaces then
        move "PROGRAM ID MISSING" to RejectionReason
    end-if
    if TransactionIsValid and not DeleteTransaction
            and not ApproveTransaction then
        if TransactionTapeSizeCode is not equal to spaces then
            evaluate trim(TransactionTapeSizeCode)
                when "30000"
                        to RejectionReason
            end-evaluate
        end-if
        if TransactionIsValid
                and TransactionCellModel is not equal to spaces then
            evaluate trim(TransactionCellModel)
                when "CURRENT"
                when "8BIT"
                when "16BIT"
                    continue
                when other
                    move "INVALID CELL MODEL - CURRENT/8BIT/16BIT"
                        to RejectionReason
            end-evaluate
        end-if
        if TransactionIsValid
                and TransactionEndOfInput is not equal to spaces then
            evaluate trim(TransactionEndOfInput)
                when "ZERO"
                when "MINUS1"
                when "UNCHANGED"
                    continue
                when other
                    move "INVALID END OF INPUT CONVENTION" to RejectionReason
            end-evaluate
        end-if
    end-if
    .

    else
        move TransactionRunFrequency to CatalogRunFrequency
    end-if
    move TransactionCostCenter to CatalogCostCenter
    if TransactionCellModel is equal to spaces then
        move "CURRENT" to CatalogCellModel
    else
        move TransactionCellModel to CatalogCellModel
    end-if
    if TransactionEndOfInput is equal to spaces then
        move "ZERO" to CatalogEndOfInput
    else
        move TransactionEndOfInput to CatalogEndOfInput
    end-if
    perform LintProgramFile
    if TransactionIsValid then
        perform FingerprintProgramFile
        write CatalogRecord
            invalid key move "PROGRAM ID ALREADY IN CATALOG" to RejectionReason
            not invalid key
                move "ADD" to JournalAction
                move spaces to JournalBeforeImage
                move CatalogRecord to JournalAfterImage
                perform JournalCatalogChange
        end-write
    end-if
    .

ApplyChangeTransaction section.
        invalid key move "PROGRAM ID NOT IN CATALOG" to RejectionReason
    end-read
    if TransactionIsValid then
        move CatalogRecord to JournalBeforeImage
        if TransactionDescription is not equal to spaces then
            move TransactionDescription to CatalogDescription
        end-if
        move "N" to LintProgramState
        if TransactionFilePath is not equal to spaces
                and TransactionFilePath is not equal to CatalogFilePath then
            move TransactionFilePath to CatalogFilePath
            perform FingerprintProgramFile
            set ProgramNeedsLint to true
        end-if
        if TransactionInputFile is not equal to spaces
                and TransactionInputFile is not equal to CatalogInputFile then
            move TransactionInputFile to CatalogInputFile
            set ProgramNeedsLint to true
        end-if
        if TransactionTapeSizeCode is not equal to spaces then
            move TransactionTapeSizeCode to CatalogTapeSizeCode
        if TransactionRunFrequency is not equal to spaces then
            move TransactionRunFrequency to CatalogRunFrequency
        end-if
        if TransactionCostCenter is not equal to spaces then
            move TransactionCostCenter to CatalogCostCenter
        end-if
        if TransactionCellModel is not equal to spaces then
            move TransactionCellModel to CatalogCellModel
        end-if
        if TransactionEndOfInput is not equal to spaces then
            move TransactionEndOfInput to CatalogEndOfInput
        end-if
        if ProgramNeedsLint then
            perform LintProgramFile
        end-if
    end-if
    if TransactionIsValid then
        rewrite CatalogRecord
            invalid key move "CATALOG REWRITE FAILED" to RejectionReason
            not invalid key
                move "CHANGE" to JournalAction
                move CatalogRecord to JournalAfterImage
                perform JournalCatalogChange
        end-rewrite
    end-if
    .

*> Read before the delete so the journal keeps the entry as it was.
ApplyDeleteTransaction section.
    move TransactionProgramId to CatalogProgramId
    read CatalogFile record
        invalid key move "PROGRAM ID NOT IN CATALOG" to RejectionReason
    end-read
    if TransactionIsValid then
        move CatalogRecord to JournalBeforeImage
        delete CatalogFile record
            invalid key move "PROGRAM ID NOT IN CATALOG" to RejectionReason
            not invalid key
                move "DELETE" to JournalAction
                move spaces to JournalAfterImage
                perform JournalCatalogChange
        end-delete
    end-if
    .

*> The program file as it stands now becomes the approved text - the
*> curator has looked at the change and vouches for it.
ApplyApproveTransaction section.
    move TransactionProgramId to CatalogProgramId
    read CatalogFile record
        invalid key move "PROGRAM ID NOT IN CATALOG" to RejectionReason
    end-read
    if TransactionIsValid then
        move CatalogRecord to JournalBeforeImage
        perform FingerprintProgramFile
        if FingerprintCompletionCode is not equal to zero then
            move spaces to ApplyNote
            move "PROGRAM FILE UNREADABLE - NOT APPROVED" to RejectionReason
        else
            perform LintProgramFile
        end-if
        if TransactionIsValid then
            rewrite CatalogRecord
                invalid key move "CATALOG REWRITE FAILED" to RejectionReason
                not invalid key
                    move "APPROVE" to JournalAction
                    move CatalogRecord to JournalAfterImage
                    perform JournalCatalogChange
            end-rewrite
        end-if
    end-if
    .

*> An unreadable program file leaves the entry with no approved
*> fingerprint, which BrainfuckCatalogCheck reports until an R
*> transaction approves the file once it is in place.
FingerprintProgramFile section.
    call "BrainfuckFingerprint" using CatalogFilePath FingerprintValue
        FingerprintByteCount FingerprintCompletionCode
    end-call
    cancel "BrainfuckFingerprint"
    if FingerprintCompletionCode is equal to zero then
        move FingerprintValue to CatalogApprovedFingerprint
    else
        move zero to CatalogApprovedFingerprint
        move "PROGRAM FILE UNREADABLE - NOT APPROVED" to ApplyNote
    end-if
    .

*> With no bar set nothing is linted and the catalog takes the program
*> as it always has. With one, an unreadable file fails the bar too.
LintProgramFile section.
    if not NoLintBar then
        call "BrainfuckLint" using CatalogFilePath CatalogInputFile
            LintInputFileKnown LintResult LintCompletionCode
        end-call
        cancel "BrainfuckLint"
        set LintFindingsToList to true
        evaluate true
            when LintCompletionCode is not equal to zero
                move "PROGRAM FILE CANNOT BE LINTED" to RejectionReason
            when LintHighestSeverity is equal to "E"
                move "LINT ERRORS - OVER THE BAR" to RejectionReason
            when LintHighestSeverity is equal to "W" and LintBarIsWarnings
                move "LINT WARNINGS - OVER THE BAR" to RejectionReason
        end-evaluate
    end-if
    .

JournalCatalogChange section.
    call "BrainfuckCatalogJournal" using OperatorId JournalSourceProgram
        JournalAction JournalBeforeImage JournalAfterImage
    end-call
    cancel "BrainfuckCatalogJournal"
    .

WriteTransactionReportLine section.
    move spaces to ReportLineBuffer
    if TransactionIsValid then
        add 1 to AppliedCount
        if ApplyNote is equal to spaces then
            string TransactionAction " " TransactionProgramId " APPLIED"
                delimited by size into ReportLineBuffer
            end-string
        else
            string TransactionAction " " TransactionProgramId
                " APPLIED - " trim(ApplyNote)
                delimited by size into ReportLineBuffer
            end-string
        end-if
    else
        add 1 to RejectedCount
        string TransactionAction " " TransactionProgramId
        end-string
    end-if
    write MaintenanceReportRecord from ReportLineBuffer
    if LintFindingsToList then
        move 1 to LintFindingIndex
        perform until LintFindingIndex is greater than LintFindingCount
            if LintSeverity(LintFindingIndex) is not equal to "I" then
                move spaces to ReportLineBuffer
                string "    LINT " LintSeverity(LintFindingIndex) "  "
                    LintFindingText(LintFindingIndex)
                    delimited by size into ReportLineBuffer
                end-string
                write MaintenanceReportRecord from ReportLineBuffer
            end-if
            add 1 to LintFindingIndex
        end-perform
    end-if
    .

end program BrainfuckCatalogMaint.
