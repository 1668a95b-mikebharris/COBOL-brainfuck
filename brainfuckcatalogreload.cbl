identification division.
program-id. BrainfuckCatalogReload.

*> Modification history
*> 2026-10-15  New program. Unloads the indexed CATALOG to a sequential
*>             backup file and reloads a backup into a fresh CATALOG,
*>             converting every record from whichever catalog layout it
*>             was written under to the current one. Every change to
*>             the catalog record so far has meant "dump and re-add the
*>             entries" by hand, and each time a few entries (and their
*>             last-run dates) were lost; the next layout change is now a
*>             routine REORG job step. The UNLOAD step on its own is the
*>             nightly CATALOG backup, and a RELOAD of last night's file
*>             is the restore. Writes a count-and-exception report to
*>             CATRELOAD.
*> 2026-10-15  Added the 399-byte catalog layout, which carries the
*>             approved source fingerprint (see BrainfuckFingerprint).
*>             Entries reloaded from an earlier layout come back with no
*>             approved fingerprint, for a curator to approve after
*>             checking them.
*> 2026-10-15  Added the 407-byte catalog layout, which carries the
*>             owning cost center (see BrainfuckChargeback). Entries
*>             reloaded from an earlier layout come back with a blank
*>             cost center.
*> 2026-10-15  Added the 423-byte catalog layout, which carries the cell
*>             model and end-of-input convention the program is run with
*>             (see BrainfuckEngine). Entries reloaded from an earlier
*>             layout come back as CURRENT and ZERO, the engine's own
*>             conventions.
*> 2026-10-15  UNLOAD now checks every CATALOG read and backup write and
*>             ends the job with completion code 16, saying how far it
*>             got, when one fails - so a REORG never reloads the
*>             CATALOG from a backup that is missing entries.
*> 2026-10-15  RELOAD now ends with completion code 16 when the backup
*>             file fails to open or a read of it fails, rather than
*>             only when it is missing. Before the CATALOG is replaced
*>             it is left untouched; part way through, the report says
*>             where the backup gave out.
*>
*> Command-line arguments:
*>   1. UNLOAD - copy CATALOG to the backup file (the default)
*>      RELOAD - replace CATALOG with the contents of the backup file
*>      REORG  - UNLOAD then RELOAD in one step, converting the CATALOG
*>               to the current record layout
*>   2. backup file name (default CATBACKUP)
*>
*> Backup file format - one fixed-length record per catalog entry:
*>   1-4      length of the catalog record as it was unloaded
*>   5        filler
*>   6-605    the catalog record image, as unloaded, space-padded
*>
*> Catalog record layouts, identified by record length:
*>   266  original layout - id, description, file path, input file,
*>        last-run date
*>   272  tape-size profile added ahead of the last-run date
*>        (2026-08-09)
*>   381  expected-output file and instruction budget added at the end
*>        (2026-08-22)
*>   389  run frequency added at the end (2026-09-02)
*>   399  approved source fingerprint added at the end (2026-10-15)
*>   407  owning cost center added at the end (2026-10-15)
*>   423  cell model and end-of-input convention added at the end
*>        (2026-10-15) - current layout
*>
*> Defaults for fields an earlier layout did not have:
*>   tape-size profile     blank (the 30000-cell default)
*>   expected-output file  NONE
*>   instruction budget    zero (the engine's site default)
*>   run frequency         DEMAND
*>   approved fingerprint  zero (not approved - BrainfuckCatalogCheck
*>                         lists the entry until it is approved with
*>                         a BrainfuckCatalogMaint R transaction)
*>   cost center           blank (runs billed as unattributed until a
*>                         curator sets it with a change transaction)
*>   cell model            CURRENT (the engine's -255 through 255 cells)
*>   end of input          ZERO
*> A non-numeric instruction budget or approved fingerprint, or an
*> unrecognised run frequency, cell model or end-of-input convention,
*> found on reload is replaced by the same default and listed on the
*> report. A record of any other length is kept on the backup but not
*> reloaded, and is listed on the report.
*>
*> Completion codes: 0 clean, 4 exceptions listed on the report, 16 the
*> CATALOG or the backup file could not be processed (on RELOAD the
*> CATALOG is not touched unless the backup opens and holds records).

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    *> The same CATALOG file under two descriptions: UnloadCatalogFile
    *> accepts a record of any layout the catalog has had, and
    *> CatalogFile is the current fixed-length layout used by every
    *> other catalog program, so a reloaded CATALOG is created exactly
    *> as they expect it.
    select UnloadCatalogFile assign to "CATALOG"
        organization is indexed
        access mode is sequential
        record key is UnloadCatalogProgramId
        file status is UnloadCatalogFileStatus.

    select CatalogFile assign to "CATALOG"
        organization is indexed
        access mode is random
        record key is CatalogProgramId
        file status is CatalogFileStatus.

    select BackupFile assign to BackupFileName
        organization is sequential
        file status is BackupFileStatus.

    select ReloadReportFile assign to "CATRELOAD"
        organization is sequential
        file status is ReloadReportFileStatus.

data division.
file section.
    fd UnloadCatalogFile
        record is varying in size from 266 to 423 characters
            depending on UnloadRecordLength.
    01 UnloadCatalogRecord.
        02 UnloadCatalogProgramId pic x(8).
        02 UnloadCatalogRemainder pic x(415).

    fd CatalogFile.
    01 CatalogRecord.
        02 CatalogProgramId pic x(8).
        02 CatalogDescription pic x(50).
        02 CatalogFilePath pic x(100).
        02 CatalogInputFile pic x(100).
        02 CatalogTapeSizeCode pic x(6).
        02 CatalogLastRunDate pic x(8).
        02 CatalogExpectedOutputFile pic x(100).
        02 CatalogInstructionBudget pic 9(9).
        02 CatalogRunFrequency pic x(8).
        02 CatalogApprovedFingerprint pic 9(10).
        02 CatalogCostCenter pic x(8).
        02 CatalogCellModel pic x(7).
        02 CatalogEndOfInput pic x(9).

    fd BackupFile.
    01 BackupRecord.
        02 BackupRecordLength pic 9(4).
        02 filler pic x.
        02 BackupCatalogImage pic x(600).

    fd ReloadReportFile.
    01 ReloadReportRecord pic x(120).

working-storage section.
    01 UnloadCatalogFileStatus pic xx value zeroes.
        88 UnloadCatalogFileNotFound value "35".
        88 EndOfUnloadCatalogFile value "10".
    01 CatalogFileStatus pic xx value zeroes.
        88 CatalogDuplicateKey value "22".
    01 BackupFileStatus pic xx value zeroes.
        88 BackupFileNotFound value "35".
        88 EndOfBackupFile value "10".
    01 ReloadReportFileStatus pic xx value zeroes.

    01 UnloadRecordLength pic 9(4) value zero.
    01 BackupFileName pic x(100) value "CATBACKUP".
    01 CommandLineArgumentCount pic 9 value zero.
    01 ReloadMode pic x(6) value "UNLOAD".
        88 UnloadRequested value "UNLOAD" "REORG".
        88 ReloadRequested value "RELOAD" "REORG".

    01 UnloadedCount pic 9(5) value zero.
    01 ReloadedCount pic 9(5) value zero.
    01 RejectedCount pic 9(5) value zero.
    01 DefaultedCount pic 9(5) value zero.
    01 ExceptionCount pic 9(5) value zero.
    01 LayoutCounts.
        02 OriginalLayoutCount pic 9(5) value zero.
        02 TapeSizeLayoutCount pic 9(5) value zero.
        02 BudgetLayoutCount pic 9(5) value zero.
        02 FrequencyLayoutCount pic 9(5) value zero.
        02 FingerprintLayoutCount pic 9(5) value zero.
        02 CostCenterLayoutCount pic 9(5) value zero.
        02 CurrentLayoutCount pic 9(5) value zero.
        02 UnknownLayoutCount pic 9(5) value zero.

    01 EntryLayoutState pic x value "Y".
        88 EntryLayoutIsKnown value "Y".
    01 ExceptionProgramId pic x(8) value spaces.
    01 ExceptionReason pic x(70) value spaces.
    01 ReportLineBuffer pic x(120) value spaces.
    01 ReloadRunTimestamp pic x(21) value spaces.

procedure division.

    move current-date to ReloadRunTimestamp

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept ReloadMode from argument-value
        move upper-case(ReloadMode) to ReloadMode
    end-if
    if CommandLineArgumentCount is greater than or equal to 2 then
        accept BackupFileName from argument-value
    end-if

    open output ReloadReportFile
    move spaces to ReportLineBuffer
    string "CATALOG UNLOAD/RELOAD  RUN " trim(ReloadRunTimestamp)
        "  MODE " trim(ReloadMode)
        "  BACKUP FILE " trim(BackupFileName)
        delimited by size into ReportLineBuffer
    end-string
    write ReloadReportRecord from ReportLineBuffer
    move spaces to ReloadReportRecord
    write ReloadReportRecord

    if not UnloadRequested and not ReloadRequested then
        display "Unknown mode " trim(ReloadMode) " - use UNLOAD, RELOAD or REORG"
        move "UNKNOWN MODE - USE UNLOAD, RELOAD OR REORG - NOTHING DONE"
            to ReportLineBuffer
        write ReloadReportRecord from ReportLineBuffer
        close ReloadReportFile
        move 16 to return-code
        stop run
    end-if

    if UnloadRequested then
        perform UnloadCatalog
    end-if
    if ReloadRequested then
        perform ReloadCatalog
    end-if

    perform WriteReloadTotals
    close ReloadReportFile

    display "Catalog " trim(ReloadMode) " complete - " UnloadedCount
        " unloaded, " ReloadedCount " reloaded, " ExceptionCount " exceptions"

    if ExceptionCount is greater than zero then
        move 4 to return-code
    end-if
    stop run
    .

*> Copies every CATALOG record, whatever its layout, to the backup file
*> with its record length, so RELOAD can tell the layouts apart.
UnloadCatalog section.
    open input UnloadCatalogFile
    if UnloadCatalogFileNotFound then
        display "No CATALOG file on hand - nothing to unload"
        move "NO CATALOG FILE ON HAND - NOTHING UNLOADED" to ReportLineBuffer
        perform EndReloadWithFailure
    end-if
    if UnloadCatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be opened - file status "
            UnloadCatalogFileStatus
        move spaces to ReportLineBuffer
        string "CATALOG FILE COULD NOT BE OPENED - FILE STATUS "
            UnloadCatalogFileStatus " - NOTHING UNLOADED"
            delimited by size into ReportLineBuffer
        end-string
        perform EndReloadWithFailure
    end-if

    open output BackupFile
    if BackupFileStatus is not equal to "00" then
        display "Backup file could not be opened - file status " BackupFileStatus
        move spaces to ReportLineBuffer
        string "BACKUP FILE COULD NOT BE OPENED - FILE STATUS "
            BackupFileStatus " - NOTHING UNLOADED"
            delimited by size into ReportLineBuffer
        end-string
        close UnloadCatalogFile
        perform EndReloadWithFailure
    end-if

    perform ReadUnloadCatalogRecord
    perform until EndOfUnloadCatalogFile
        move UnloadCatalogProgramId to ExceptionProgramId
        move spaces to BackupRecord
        move UnloadRecordLength to BackupRecordLength
        move UnloadCatalogRecord(1:UnloadRecordLength) to BackupCatalogImage
        write BackupRecord
        if BackupFileStatus is not equal to "00" then
            display "Backup file write failed - file status " BackupFileStatus
                " - unload incomplete"
            move spaces to ReportLineBuffer
            string "BACKUP FILE WRITE FAILED AT " UnloadCatalogProgramId
                " - FILE STATUS " BackupFileStatus
                " - BACKUP INCOMPLETE, CATALOG NOT RELOADED"
                delimited by size into ReportLineBuffer
            end-string
            close UnloadCatalogFile
            close BackupFile
            perform EndReloadWithFailure
        end-if
        add 1 to UnloadedCount
        evaluate UnloadRecordLength
            when 266
                add 1 to OriginalLayoutCount
            when 272
                add 1 to TapeSizeLayoutCount
            when 381
                add 1 to BudgetLayoutCount
            when 389
                add 1 to FrequencyLayoutCount
            when 399
                add 1 to FingerprintLayoutCount
            when 407
                add 1 to CostCenterLayoutCount
            when 423
                add 1 to CurrentLayoutCount
            when other
                add 1 to UnknownLayoutCount
                move spaces to ExceptionReason
                string "UNLOADED WITH UNRECOGNISED RECORD LENGTH "
                    UnloadRecordLength " - WILL NOT RELOAD"
                    delimited by size into ExceptionReason
                end-string
                perform WriteExceptionLine
        end-evaluate
        perform ReadUnloadCatalogRecord
    end-perform

    close UnloadCatalogFile
    close BackupFile
    .

*> A read that fails part way through leaves a backup short of entries,
*> which a RELOAD would turn into a short CATALOG - so the job stops
*> here instead, before any RELOAD of a REORG step.
ReadUnloadCatalogRecord section.
    read UnloadCatalogFile next record
        at end set EndOfUnloadCatalogFile to true
    end-read
    if UnloadCatalogFileStatus is not equal to "00"
            and not EndOfUnloadCatalogFile then
        display "CATALOG read failed - file status " UnloadCatalogFileStatus
            " - unload incomplete"
        move spaces to ReportLineBuffer
        string "CATALOG READ FAILED AFTER " UnloadedCount
            " ENTRIES - FILE STATUS " UnloadCatalogFileStatus
            " - BACKUP INCOMPLETE, CATALOG NOT RELOADED"
            delimited by size into ReportLineBuffer
        end-string
        close UnloadCatalogFile
        close BackupFile
        perform EndReloadWithFailure
    end-if
    .

*> Replaces CATALOG with the backup's entries in the current layout.
*> The backup is opened and its first record read before CATALOG is
*> opened output, so a missing, unreadable or empty backup never
*> empties the catalog.
ReloadCatalog section.
    open input BackupFile
    if BackupFileNotFound then
        display "Backup file not found - " trim(BackupFileName)
        move "BACKUP FILE NOT FOUND - CATALOG NOT REPLACED" to ReportLineBuffer
        perform EndReloadWithFailure
    end-if
    if BackupFileStatus is not equal to "00" then
        display "Backup file could not be opened - file status " BackupFileStatus
        move spaces to ReportLineBuffer
        string "BACKUP FILE COULD NOT BE OPENED - FILE STATUS "
            BackupFileStatus " - CATALOG NOT REPLACED"
            delimited by size into ReportLineBuffer
        end-string
        perform EndReloadWithFailure
    end-if
    read BackupFile next record
        at end set EndOfBackupFile to true
    end-read
    if BackupFileStatus is not equal to "00" and not EndOfBackupFile then
        display "Backup file read failed - file status " BackupFileStatus
        move spaces to ReportLineBuffer
        string "BACKUP FILE READ FAILED - FILE STATUS "
            BackupFileStatus " - CATALOG NOT REPLACED"
            delimited by size into ReportLineBuffer
        end-string
        close BackupFile
        perform EndReloadWithFailure
    end-if
    if EndOfBackupFile then
        display "Backup file is empty - CATALOG not replaced"
        move "BACKUP FILE IS EMPTY - CATALOG NOT REPLACED" to ReportLineBuffer
        close BackupFile
        perform EndReloadWithFailure
    end-if

    open output CatalogFile
    if CatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be created - file status " CatalogFileStatus
        move spaces to ReportLineBuffer
        string "CATALOG FILE COULD NOT BE CREATED - FILE STATUS "
            CatalogFileStatus
            delimited by size into ReportLineBuffer
        end-string
        close BackupFile
        perform EndReloadWithFailure
    end-if

    perform until EndOfBackupFile
        perform ReloadOneEntry
        read BackupFile next record
            at end set EndOfBackupFile to true
        end-read
*> The CATALOG is already replaced by this point; what was reloaded
*> stays, and the report says where the backup gave out so the reload
*> can be run again from a good copy.
        if BackupFileStatus is not equal to "00" and not EndOfBackupFile then
            display "Backup file read failed after " ReloadedCount
                " entries - file status " BackupFileStatus
            move spaces to ReportLineBuffer
            string "BACKUP FILE READ FAILED AFTER " ReloadedCount
                " ENTRIES - FILE STATUS " BackupFileStatus
                " - CATALOG INCOMPLETE, RELOAD AGAIN"
                delimited by size into ReportLineBuffer
            end-string
            close BackupFile
            close CatalogFile
            perform EndReloadWithFailure
        end-if
    end-perform

    close BackupFile
    close CatalogFile
    .

*> Builds the current-layout record from one backup record. Fields are
*> picked out of the unloaded image by the offsets of the layout its
*> record length identifies (see the layout list at the head of the
*> program); fields that layout did not have take the documented
*> defaults.
ReloadOneEntry section.
    move BackupCatalogImage(1:8) to ExceptionProgramId
    move "Y" to EntryLayoutState
    move spaces to CatalogRecord
    move BackupCatalogImage(1:8) to CatalogProgramId
    move BackupCatalogImage(9:50) to CatalogDescription
    move BackupCatalogImage(59:100) to CatalogFilePath
    move BackupCatalogImage(159:100) to CatalogInputFile
    move "NONE" to CatalogExpectedOutputFile
    move zero to CatalogInstructionBudget
    move "DEMAND" to CatalogRunFrequency
    move zero to CatalogApprovedFingerprint
    move spaces to CatalogCostCenter
    move "CURRENT" to CatalogCellModel
    move "ZERO" to CatalogEndOfInput

    evaluate BackupRecordLength
        when 266
            move BackupCatalogImage(259:8) to CatalogLastRunDate
        when 272
            move BackupCatalogImage(259:6) to CatalogTapeSizeCode
            move BackupCatalogImage(265:8) to CatalogLastRunDate
        when 381
        when 389
        when 399
        when 407
        when 423
            move BackupCatalogImage(259:6) to CatalogTapeSizeCode
            move BackupCatalogImage(265:8) to CatalogLastRunDate
            move BackupCatalogImage(273:100) to CatalogExpectedOutputFile
            if BackupCatalogImage(373:9) is numeric then
                move BackupCatalogImage(373:9) to CatalogInstructionBudget
            else
                move "INSTRUCTION BUDGET NOT NUMERIC - RELOADED AS ZERO"
                    to ExceptionReason
                perform WriteExceptionLine
                add 1 to DefaultedCount
            end-if
        when other
            move "N" to EntryLayoutState
    end-evaluate

    if EntryLayoutIsKnown and BackupRecordLength is greater than or equal to 389 then
        move BackupCatalogImage(382:8) to CatalogRunFrequency
        evaluate trim(CatalogRunFrequency)
            when "DAILY"
            when "WEEKLY"
            when "DEMAND"
                continue
            when other
                move "DEMAND" to CatalogRunFrequency
                move "RUN FREQUENCY NOT RECOGNISED - RELOADED AS DEMAND"
                    to ExceptionReason
                perform WriteExceptionLine
                add 1 to DefaultedCount
        end-evaluate
    end-if

    if EntryLayoutIsKnown and BackupRecordLength is greater than or equal to 399 then
        if BackupCatalogImage(390:10) is numeric then
            move BackupCatalogImage(390:10) to CatalogApprovedFingerprint
        else
            move "APPROVED FINGERPRINT NOT NUMERIC - RELOADED AS NOT APPROVED"
                to ExceptionReason
            perform WriteExceptionLine
            add 1 to DefaultedCount
        end-if
    end-if

    if EntryLayoutIsKnown and BackupRecordLength is greater than or equal to 407 then
        move BackupCatalogImage(400:8) to CatalogCostCenter
    end-if

    if EntryLayoutIsKnown and BackupRecordLength is greater than or equal to 423 then
        move BackupCatalogImage(408:7) to CatalogCellModel
        evaluate trim(CatalogCellModel)
            when "CURRENT"
            when "8BIT"
            when "16BIT"
                continue
            when other
                move "CURRENT" to CatalogCellModel
                move "CELL MODEL NOT RECOGNISED - RELOADED AS CURRENT"
                    to ExceptionReason
                perform WriteExceptionLine
                add 1 to DefaultedCount
        end-evaluate
        move BackupCatalogImage(415:9) to CatalogEndOfInput
        evaluate trim(CatalogEndOfInput)
            when "ZERO"
            when "MINUS1"
            when "UNCHANGED"
                continue
            when other
                move "ZERO" to CatalogEndOfInput
                move "END OF INPUT NOT RECOGNISED - RELOADED AS ZERO"
                    to ExceptionReason
                perform WriteExceptionLine
                add 1 to DefaultedCount
        end-evaluate
    end-if

    if EntryLayoutIsKnown then
        write CatalogRecord
            invalid key
                move "DUPLICATE PROGRAM ID ON BACKUP - NOT RELOADED"
                    to ExceptionReason
                perform WriteExceptionLine
                add 1 to RejectedCount
            not invalid key
                add 1 to ReloadedCount
        end-write
    else
        move spaces to ExceptionReason
        string "UNRECOGNISED RECORD LENGTH " BackupRecordLength
            " - NOT RELOADED"
            delimited by size into ExceptionReason
        end-string
        perform WriteExceptionLine
        add 1 to RejectedCount
    end-if
    .

WriteExceptionLine section.
    add 1 to ExceptionCount
    move spaces to ReportLineBuffer
    string ExceptionProgramId "  " trim(ExceptionReason)
        delimited by size into ReportLineBuffer
    end-string
    write ReloadReportRecord from ReportLineBuffer
    .

*> Ends the job with completion code 16 after writing the reason the
*> caller left in ReportLineBuffer.
EndReloadWithFailure section.
    write ReloadReportRecord from ReportLineBuffer
    perform WriteReloadTotals
    close ReloadReportFile
    move 16 to return-code
    stop run
    .

WriteReloadTotals section.
    move spaces to ReloadReportRecord
    write ReloadReportRecord
    if UnloadRequested then
        move spaces to ReportLineBuffer
        string "RECORDS UNLOADED " UnloadedCount
            "   ORIGINAL LAYOUT " OriginalLayoutCount
            "   TAPE-SIZE LAYOUT " TapeSizeLayoutCount
            delimited by size into ReportLineBuffer
        end-string
        write ReloadReportRecord from ReportLineBuffer
        move spaces to ReportLineBuffer
        string "                       BUDGET LAYOUT " BudgetLayoutCount
            "   FREQUENCY LAYOUT " FrequencyLayoutCount
            "   FINGERPRINT LAYOUT " FingerprintLayoutCount
            delimited by size into ReportLineBuffer
        end-string
        write ReloadReportRecord from ReportLineBuffer
        move spaces to ReportLineBuffer
        string "                       COST CENTER LAYOUT " CostCenterLayoutCount
            "   CURRENT LAYOUT " CurrentLayoutCount
            "   UNRECOGNISED LENGTH " UnknownLayoutCount
            delimited by size into ReportLineBuffer
        end-string
        write ReloadReportRecord from ReportLineBuffer
    end-if
    if ReloadRequested then
        move spaces to ReportLineBuffer
        string "RECORDS RELOADED " ReloadedCount
            "   NOT RELOADED " RejectedCount
            "   FIELDS DEFAULTED " DefaultedCount
            delimited by size into ReportLineBuffer
        end-string
        write ReloadReportRecord from ReportLineBuffer
    end-if
    move spaces to ReportLineBuffer
    string "EXCEPTIONS " ExceptionCount
        delimited by size into ReportLineBuffer
    end-string
    write ReloadReportRecord from ReportLineBuffer
    .

end program BrainfuckCatalogReload.
