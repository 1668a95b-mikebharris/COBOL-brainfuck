program-id. BrainfuckArchive.

*> Modification history
*> 2026-10-15  ALERTS, the operator alert queue (see
*>             BrainfuckAlertPost), joined the managed file set. Closed
*>             alerts are moved to a dated ALERTS generation and deleted
*>             from the live indexed file - those closed before the
*>             cutoff date when one is given, every closed alert when
*>             only a cutoff run id is - and reported on ARCHINDEX with
*>             the rest. Open and acknowledged alerts are never
*>             archived.
*> 2026-10-15  AUDITLOG records grew the cell model and end-of-input
*>             columns, and TRACE records carry five-digit cell values
*>             (see BrainfuckEngine); the record layouts and the
*>             AUDITLOG and TRACE archive generations' record lengths
*>             here follow.
*> 2026-10-15  DRIVERLOG records grew the catalog program id and output
*>             mode columns (see BrainfuckDriver); the record layout and
*>             the DRIVERLOG archive generation's record length here
*>             follow.
*> 2026-10-15  DRIVERLOG records grew the step label column (see
*>             BrainfuckDriver); the record layout and the DRIVERLOG
*>             archive generation's record length here follow.
*> 2026-10-15  AUDITLOG records grew the instruction count, tape size
*>             and cost center columns (see BrainfuckEngine); the record
*>             layout and the AUDITLOG archive generation's record
*>             length here follow.
*> 2026-10-15  AUDITLOG records grew the program fingerprint column (see
*>             BrainfuckEngine); the record layout and the AUDITLOG
*>             archive generation's record length here follow.
*> 2026-10-15  AUDITLOG records grew the operator id column (see
*>             BrainfuckEngine); the record layout and the AUDITLOG
*>             archive generation's record length here follow.
*> 2026-09-02  PROFILE joined the managed file set: the engine's
*>             profile mode appends to it forever like the other
*>             operational files, and its blocks open with a run-id
        organization is sequential
        file status is TraceArchiveFileStatus.

    select AlertFile assign to "ALERTS"
        organization is indexed
        access mode is dynamic
        record key is AlertId
        alternate record key is AlertDedupeKey with duplicates
        file status is AlertFileStatus.

    select AlertArchiveFile assign to AlertArchiveName
        organization is sequential
        file status is AlertArchiveFileStatus.

    select ArchiveIndexFile assign to "ARCHINDEX"
        organization is sequential
        file status is ArchiveIndexFileStatus.
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

    fd AuditArchiveFile.
    01 AuditArchiveRecord pic x(226).

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

    fd DriverArchiveFile.
    01 DriverArchiveRecord pic x(249).

    fd PrintoutFile.
    01 PrintoutRecord pic x(120).
        02 filler pic x.
        02 TraceDataPointer pic 9(6).
        02 filler pic x.
        02 TraceValueBefore pic +9(5).
        02 filler pic x.
        02 TraceValueAfter pic +9(5).

    fd TraceArchiveFile.
    01 TraceArchiveRecord pic x(28).

    fd AlertFile.
    01 AlertRecord.
        02 AlertId pic 9(7).
        02 filler pic x.
        02 AlertSeverity pic 9.
        02 filler pic x.
        02 AlertStatus pic x.
            88 AlertIsClosed value "C".
        02 filler pic x.
        02 AlertDedupeKey.
            03 AlertSourceProgram pic x(24).
            03 AlertProblemKey pic x(60).
        02 filler pic x.
        02 AlertRunIdentifier pic 9(7).
        02 filler pic x.
        02 AlertCatalogProgramId pic x(8).
        02 filler pic x.
        02 AlertMessage pic x(80).
        02 filler pic x.
        02 AlertRaisedTimestamp pic x(21).
        02 filler pic x.
        02 AlertLastSeenTimestamp pic x(21).
        02 filler pic x.
        02 AlertRepeatCount pic 9(5).
        02 filler pic x.
        02 AlertActionOperator pic x(8).
        02 filler pic x.
        02 AlertActionTimestamp pic x(21).
        02 filler pic x.
        02 AlertActionNote pic x(60).

    fd AlertArchiveFile.
    01 AlertArchiveRecord pic x(336).

    fd ArchiveIndexFile.
    01 ArchiveIndexRecord pic x(120).
        88 TraceFileNotFound value "35".
    01 TraceArchiveFileStatus pic xx value zeroes.
        88 TraceArchiveFileNotFound value "35".
    01 AlertFileStatus pic xx value zeroes.
        88 AlertFileNotFound value "35".
    01 AlertArchiveFileStatus pic xx value zeroes.
        88 AlertArchiveFileNotFound value "35".
    01 ArchiveIndexFileStatus pic xx value zeroes.
        88 ArchiveIndexFileNotFound value "35".
    01 ArchiveCutFileStatus pic xx value zeroes.
    01 CompareArchiveName pic x(100) value spaces.
    01 ExceptionArchiveName pic x(100) value spaces.
    01 TraceArchiveName pic x(100) value spaces.
    01 AlertArchiveName pic x(100) value spaces.

    01 CutoffDateArgument pic x(8) value spaces.
    01 CutoffRunArgument pic x(9) value spaces.
    perform ArchiveCompareFile
    perform ArchiveExceptionsFile
    perform ArchiveTraceFile
    perform ArchiveAlertsFile
    perform RecordArchiveCutFloor

    close ArchiveIndexFile
    end-if
    .

*> Alerts carry no reliable run id - most concern a catalog entry or a
*> deck - so they are cut on their own rule: a closed alert is moved to
*> the generation, judged by the date it was closed when a cutoff date
*> was given, and every closed alert when only a run id was. Open and
*> acknowledged alerts always stay, however old. ALERTS is indexed, so
*> the cut alerts are deleted where they stand instead of the file
*> being rewritten from the survivor table.
ArchiveAlertsFile section.
    perform ResetFileCounters
    move "ALERTS" to IndexFileLabel
    open i-o AlertFile
    if AlertFileNotFound then
        perform WriteIndexAbsentLine
    else
        move spaces to AlertArchiveName
        string "ALERTS.A" ArchiveDateStamp
            delimited by size into AlertArchiveName
        end-string
        read AlertFile next record
            at end set AtEndOfLiveFile to true
        end-read
        perform until AtEndOfLiveFile
            if AlertIsClosed
                    and (CutoffDate is equal to zero
                        or AlertActionTimestamp(1:8) is not numeric
                        or numval(AlertActionTimestamp(1:8))
                            is less than CutoffDate) then
                if not ArchiveGenerationOpened then
                    open extend AlertArchiveFile
                    if AlertArchiveFileNotFound then
                        open output AlertArchiveFile
                    end-if
                    set ArchiveGenerationOpened to true
                end-if
                write AlertArchiveRecord from AlertRecord
                delete AlertFile record
                    invalid key
                        display "Alert " AlertId
                            " archived but could not be deleted - status "
                            AlertFileStatus
                end-delete
                add 1 to ArchivedCount
            else
                add 1 to KeptCount
            end-if
            read AlertFile next record
                at end set AtEndOfLiveFile to true
            end-read
        end-perform
        close AlertFile
        if ArchiveGenerationOpened then
            close AlertArchiveFile
        end-if
        move spaces to IndexRemark
        if ArchivedCount is greater than zero then
            string "CLOSED ALERTS TO " trim(AlertArchiveName)
                delimited by size into IndexRemark
            end-string
        else
            move "NO CLOSED ALERTS TO ARCHIVE" to IndexRemark
        end-if
        perform WriteIndexLine
    end-if
    .

end program BrainfuckArchive.
