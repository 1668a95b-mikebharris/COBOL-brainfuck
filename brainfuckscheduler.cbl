*>             show in DRIVERLOG and the morning reconcile. The
*>             nightly JCL is then just this program followed by the
*>             driver on the generated deck.
*> 2026-10-15  A CATALOG that fails to open now points the operator at a
*>             BrainfuckCatalogReload REORG run, which converts an
*>             old-format catalog to the current layout, instead of
*>             asking for the entries to be dumped and re-added by hand.
*> 2026-10-15  The last-run date stamped on each scheduled entry is now
*>             journaled to CATJRNL with the catalog record's before and
*>             after images (see BrainfuckCatalogJournal), under the
*>             operator id given as a new optional second argument
*>             (SCHEDULR by default).
*> 2026-10-15  The catalog record grew an approved source fingerprint
*>             (see BrainfuckFingerprint), and each generated control
*>             record now carries the entry's catalog program id and
*>             approved fingerprint in two new columns, so the driver
*>             can have BrainfuckEngine refuse a scheduled program whose
*>             file has been edited since it was approved.
*> 2026-10-15  The catalog record grew the owning cost center (see
*>             BrainfuckChargeback), and each generated control record
*>             now carries it in a new column so the driver's runs are
*>             billed to the right department.
*> 2026-10-15  Control records grew the step label and condition columns
*>             (see BrainfuckDriver); the record layout here follows.
*>             Generated entries leave them blank and run
*>             unconditionally.
*> 2026-10-15  The catalog record grew the cell model and end-of-input
*>             convention (see BrainfuckEngine), and each generated
*>             control record now carries both in two new columns, so
*>             the driver runs a scheduled program under the conventions
*>             it was cataloged with.
*> 2026-10-15  Each overdue entry is now also posted to the operator
*>             alert queue, ALERTS, by BrainfuckAlertPost as a WARNING
*>             keyed on the catalog program id, so the morning shift
*>             sees it on the BrainfuckAlerts screen as well as on
*>             SCHEDRPT.
*>
*> Command-line arguments:
*>   1. control file to generate (default SCHEDDECK)
*>   2. operator id the last-run date stamps are journaled under
*>      (default SCHEDULR, the batch scheduling id)

environment division.
configuration section.
        02 CatalogExpectedOutputFile pic x(100).
        02 CatalogInstructionBudget pic 9(9).
        02 CatalogRunFrequency pic x(8).
        02 CatalogApprovedFingerprint pic 9(10).
        02 CatalogCostCenter pic x(8).
        02 CatalogCellModel pic x(7).
        02 CatalogEndOfInput pic x(9).

    fd ControlFile.
    01 ControlRecord.
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

    fd ScheduleReportFile.
    01 ScheduleReportRecord pic x(120).
    01 ReportLineBuffer pic x(120) value spaces.
    01 AgeDaysDisplay pic 9(5) value zero.

    01 OperatorId pic x(8) value "SCHEDULR".
    01 JournalSourceProgram pic x(24) value "BrainfuckScheduler".
    01 JournalAction pic x(8) value "LASTRUN".
    01 JournalBeforeImage pic x(600) value spaces.
    01 JournalAfterImage pic x(600) value spaces.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckScheduler".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

procedure division.

    move current-date to ScheduleRunTimestamp
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept ControlFileName from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 2 then
        accept OperatorId from argument-value
    end-if

    open output ScheduleReportFile
    move spaces to ReportLineBuffer
    end-if
    if CatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be opened - file status " CatalogFileStatus
        display "An old-format CATALOG file must be converted with a"
        display "BrainfuckCatalogReload REORG run before use"
        move "CATALOG FILE COULD NOT BE OPENED - NO DECK GENERATED"
            to ReportLineBuffer
        write ScheduleReportRecord from ReportLineBuffer
        perform WriteControlEntry
        perform StampLastRunDate
        perform WriteScheduledReportLine
        if EntryIsOverdue then
            perform PostOverdueAlert
        end-if
    end-if
    .

        move CatalogExpectedOutputFile to ControlExpectedOutputFile
    end-if
    move CatalogInstructionBudget to ControlInstructionBudget
    move CatalogProgramId to ControlCatalogProgramId
    move CatalogApprovedFingerprint to ControlApprovedFingerprint
    move CatalogCostCenter to ControlCostCenter
    move CatalogCellModel to ControlCellModel
    move CatalogEndOfInput to ControlEndOfInput
    write ControlRecord
    .

StampLastRunDate section.
    move CatalogRecord to JournalBeforeImage
    move ScheduleRunTimestamp(1:8) to CatalogLastRunDate
    rewrite CatalogRecord
        invalid key display "Could not stamp last-run date for "
            CatalogProgramId
        not invalid key
            move CatalogRecord to JournalAfterImage
            call "BrainfuckCatalogJournal" using OperatorId
                JournalSourceProgram JournalAction JournalBeforeImage
                JournalAfterImage
            end-call
            cancel "BrainfuckCatalogJournal"
    end-rewrite
    .

    write ScheduleReportRecord from ReportLineBuffer
    .

*> An overdue entry means an earlier night's schedule missed it, which
*> the morning shift should know about even though tonight's deck now
*> carries it.
PostOverdueAlert section.
    move 2 to AlertSeverity
    move spaces to AlertProblemKey
    string "OVERDUE " CatalogProgramId
        delimited by size into AlertProblemKey
    end-string
    move LastRunAgeDays to AgeDaysDisplay
    move spaces to AlertMessage
    string CatalogProgramId " OVERDUE - LAST RAN " AgeDaysDisplay
        " DAY(S) AGO AGAINST A " trim(CatalogRunFrequency) " FREQUENCY"
        delimited by size into AlertMessage
    end-string
    move zero to AlertRunIdentifier
    move CatalogProgramId to AlertCatalogProgramId
    move zero to AlertPostCode
    call "BrainfuckAlertPost" using AlertSeverity AlertSourceProgram
        AlertProblemKey AlertRunIdentifier AlertCatalogProgramId
        AlertMessage AlertPostCode
    end-call
    cancel "BrainfuckAlertPost"
    .

end program BrainfuckScheduler.
