*>             trimmed the evening before. Entries with no run history
*>             are listed and counted but contribute nothing to the
*>             projection, which the verdict calls out.
*> 2026-10-15  AUDITLOG records grew the operator id column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the program fingerprint column (see
*>             BrainfuckEngine) and control records the catalog program
*>             id and approved fingerprint columns (see
*>             BrainfuckDriver); the record layouts here follow.
*> 2026-10-15  AUDITLOG records grew the instruction count, tape size
*>             and cost center columns (see BrainfuckEngine) and control
*>             records the cost-center column (see BrainfuckDriver); the
*>             record layouts here follow.
*> 2026-10-15  Control records grew the step label and condition columns
*>             (see BrainfuckDriver); the record layout here follows. An
*>             entry with a condition is projected as though it runs,
*>             since whether it is bypassed is only known on the night,
*>             so the verdict stays the worst case.
*> 2026-10-15  Control records grew the cell model and end-of-input
*>             columns, and AUDITLOG records the matching two columns at
*>             the end (see BrainfuckEngine); the record layouts here
*>             follow.
*> 2026-10-15  A deck that does not fit the window is now also posted to
*>             the operator alert queue, ALERTS, by BrainfuckAlertPost,
*>             keyed on the deck name - as URGENT when the average case
*>             overruns and as WARNING when only the worst case does -
*>             so the evening shift sees it on the BrainfuckAlerts
*>             screen.
*>
*> Command-line arguments:
*>   1. driver control file to forecast
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

    fd AuditLogFile.
    01 AuditLogRecord.
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

    fd ForecastReportFile.
    01 ForecastReportRecord pic x(120).
        88 WorstCaseOverruns value 1.
        88 AverageCaseOverruns value 2.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckForecast".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

    01 ReportLineBuffer pic x(120) value spaces.

procedure division.
    perform WriteTopContributors
    perform WriteFitVerdict
    close ForecastReportFile
    if not DeckFitsTheWindow then
        perform PostOverrunAlert
    end-if

    evaluate true
        when AverageCaseOverruns
    end-if
    .

*> Keyed on the deck, so a deck that keeps overrunning night after night
*> stays one alert, raised to URGENT once the average case overruns.
PostOverrunAlert section.
    move spaces to AlertProblemKey
    string "OVERRUN " trim(ControlFileName)
        delimited by size into AlertProblemKey
    end-string
    move spaces to AlertMessage
    if AverageCaseOverruns then
        move 1 to AlertSeverity
        string "DECK " trim(ControlFileName) " DOES NOT FIT THE "
            WindowSeconds "S WINDOW - AVG " ProjectedTotalAverage "S"
            delimited by size into AlertMessage
        end-string
    else
        move 2 to AlertSeverity
        string "DECK " trim(ControlFileName) " OVERRUNS THE "
            WindowSeconds "S WINDOW AT WORST - " ProjectedTotalWorst "S"
            delimited by size into AlertMessage
        end-string
    end-if
    move zero to AlertRunIdentifier
    move spaces to AlertCatalogProgramId
    move zero to AlertPostCode
    call "BrainfuckAlertPost" using AlertSeverity AlertSourceProgram
        AlertProblemKey AlertRunIdentifier AlertCatalogProgramId
        AlertMessage AlertPostCode
    end-call
    cancel "BrainfuckAlertPost"
    .

end program BrainfuckForecast.
