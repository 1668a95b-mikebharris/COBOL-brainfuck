*>             records with run id zero (the engine's early-failure
*>             records, written before any id was issued) are likewise
*>             skipped - they are not recorded runs.
*> 2026-10-15  AUDITLOG records grew the operator id column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the program fingerprint column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the instruction count, tape size
*>             and cost center columns (see BrainfuckEngine); the record
*>             layout here follows.
*> 2026-10-15  AUDITLOG records grew the cell model and end-of-input
*>             columns (see BrainfuckEngine); the record layout here
*>             follows.
*> 2026-10-15  Each probable regression is now also posted to the
*>             operator alert queue, ALERTS, by BrainfuckAlertPost as a
*>             WARNING keyed on the run that first wrapped, so the
*>             morning shift sees it on the BrainfuckAlerts screen as
*>             well as on WRAPREPT.

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

    fd ReportFile.
    01 ReportRecord pic x(120).
    01 ListedCount pic 9(2) value zero.
    01 RegressionCount pic 9(3) value zero.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckExceptionReport".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

    01 ReportLineBuffer pic x(120) value spaces.
    01 ReportRunTimestamp pic x(21) value spaces.
    01 LinesOnPage pic 9(3) value zero.
        move "  FIRST WRAP IS THE LATEST RUN - PROBABLE REGRESSION"
            to ReportLineBuffer
        perform WriteReportLine
        perform PostRegressionAlert
    end-if
    .

*> Keyed on the run that first wrapped, which stays the latest wrapping
*> run - and the same problem - until the program runs again.
PostRegressionAlert section.
    move 2 to AlertSeverity
    move spaces to AlertProblemKey
    string "PROBABLE REGRESSION RUN " ProgMaxRunId(ProgramIndex)
        delimited by size into AlertProblemKey
    end-string
    move spaces to AlertMessage
    string "PROBABLE WRAP REGRESSION - "
        trim(WrapProgramName(ProgramIndex))
        delimited by size into AlertMessage
    end-string
    move ProgMaxRunId(ProgramIndex) to AlertRunIdentifier
    move spaces to AlertCatalogProgramId
    move zero to AlertPostCode
    call "BrainfuckAlertPost" using AlertSeverity AlertSourceProgram
        AlertProblemKey AlertRunIdentifier AlertCatalogProgramId
        AlertMessage AlertPostCode
    end-call
    cancel "BrainfuckAlertPost"
    .

WriteHotCellLines section.
    move spaces to ReportLineBuffer
    move "  HOTTEST CELLS" to ReportLineBuffer
