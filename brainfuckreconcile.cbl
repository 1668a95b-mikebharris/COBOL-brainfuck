*>             stale (its run already completed) or resumable (no
*>             audit record yet). A single-file CHECKPOINT from before
*>             the per-run change is not examined; archive it off.
*> 2026-10-15  AUDITLOG records grew the operator id column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the program fingerprint column (see
*>             BrainfuckEngine); the record layout here follows.
*> 2026-10-15  AUDITLOG records grew the instruction count, tape size
*>             and cost center columns (see BrainfuckEngine); the record
*>             layout here follows.
*> 2026-10-15  DRIVERLOG records grew the step label column (see
*>             BrainfuckDriver); the record layout here follows. A
*>             BYPASSED entry never ran and carries run id zero, so like
*>             a rejected entry it has no audit record to check against.
*> 2026-10-15  DRIVERLOG records grew the catalog program id and output
*>             mode columns (see BrainfuckDriver); the record layout
*>             here follows.
*> 2026-10-15  AUDITLOG records grew the cell model and end-of-input
*>             columns (see BrainfuckEngine); the record layout here
*>             follows.
*> 2026-10-15  Each run id listed as having no audit record, and each
*>             checkpoint found resumable, is now also posted to the
*>             operator alert queue, ALERTS, by BrainfuckAlertPost as a
*>             WARNING keyed on the run id, so the morning shift sees it
*>             on the BrainfuckAlerts screen; a gap still there the next
*>             morning is folded into the same alert rather than raised
*>             again.

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

*> Only the leading fields of the checkpoint record are declared -
*> each file's one record is read once and the interpreter state
    01 HeldCheckpointProgram pic x(100) value spaces.
    01 HeldCheckpointRunId pic 9(7) value zero.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckReconcile".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

    01 ReportLineBuffer pic x(120) value spaces.
    01 ReconcileRunTimestamp pic x(21) value spaces.

                    delimited by size into ReportLineBuffer
                end-string
                write ReportRecord from ReportLineBuffer
                perform PostMissingRunAlert
            end-if
        end-if
        add 1 to ScanRunId
            end-string
        end-if
        write ReportRecord from ReportLineBuffer
        if not SlotWasFound then
            perform PostResumableCheckpointAlert
        end-if
    end-if
    .

*> A gap stays on the report every morning until the run is resumed or
*> archived off; keyed on the run id, it stays one alert on the queue.
*> Only the gaps listed on the report are posted, so a wholesale loss
*> does not bury the queue.
PostMissingRunAlert section.
    move 2 to AlertSeverity
    move spaces to AlertProblemKey
    string "NO AUDIT RECORD RUN " ScanRunId
        delimited by size into AlertProblemKey
    end-string
    move spaces to AlertMessage
    string "RUN " ScanRunId " HAS NO AUDIT RECORD - CRASHED OR STILL RUNNING"
        delimited by size into AlertMessage
    end-string
    move ScanRunId to AlertRunIdentifier
    move spaces to AlertCatalogProgramId
    perform PostOperatorAlert
    .

PostResumableCheckpointAlert section.
    move 2 to AlertSeverity
    move spaces to AlertProblemKey
    string "RESUMABLE CHECKPOINT RUN " HeldCheckpointRunId
        delimited by size into AlertProblemKey
    end-string
    move spaces to AlertMessage
    string "RUN " HeldCheckpointRunId " CAN BE RESUMED FROM ITS CHECKPOINT - "
        trim(HeldCheckpointProgram)
        delimited by size into AlertMessage
    end-string
    move HeldCheckpointRunId to AlertRunIdentifier
    move spaces to AlertCatalogProgramId
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

end program BrainfuckReconcile.
