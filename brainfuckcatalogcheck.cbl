*>             the CATALOG file itself could not be read.
*> 2026-09-02  The catalog record grew the run-frequency field (see
*>             BrainfuckScheduler); the record layout here follows.
*> 2026-10-15  A CATALOG that fails to open now points the operator at a
*>             BrainfuckCatalogReload REORG run, which converts an
*>             old-format catalog to the current layout, instead of
*>             asking for the entries to be dumped and re-added by hand.
*> 2026-10-15  The catalog record grew an approved source fingerprint
*>             (see BrainfuckFingerprint). Every readable program file
*>             is now fingerprinted and an entry whose file no longer
*>             matches its approved fingerprint - one the engine will
*>             refuse to run with completion code 20 - is reported as
*>             source drift with both values, and counted on the totals
*>             line; an entry with no approved fingerprint is reported
*>             too, since nothing protects it.
*> 2026-10-15  The catalog record grew the owning cost center (see
*>             BrainfuckChargeback); an entry without one is reported,
*>             since its runs can only be billed as unattributed.
*> 2026-10-15  The catalog record grew the cell model and end-of-input
*>             convention (see BrainfuckEngine); an entry holding a
*>             value the engine does not recognise is reported, since
*>             the engine would run it under its own defaults instead.
*> 2026-10-15  Each broken entry is now also posted to the operator
*>             alert queue, ALERTS, by BrainfuckAlertPost, keyed on the
*>             catalog program id and carrying the number of defects and
*>             the first one found - as URGENT when the entry's source
*>             has drifted (the engine will refuse it tonight) and as
*>             WARNING otherwise - so the morning shift sees it on the
*>             BrainfuckAlerts screen.
*> 2026-10-15  A missing cost center or approved source fingerprint is
*>             now reported as an advisory line under the entry and
*>             counted separately on the totals line. It no longer marks
*>             the entry broken, raises the return code or posts an
*>             alert, since the entry still runs as cataloged. Broken is
*>             kept for entries that will not run, that have drifted or
*>             that name an unknown cell model or end of input.

environment division.
configuration section.
        02 CatalogExpectedOutputFile pic x(100).
        02 CatalogInstructionBudget pic 9(9).
        02 CatalogRunFrequency pic x(8).
        02 CatalogApprovedFingerprint pic 9(10).
        02 CatalogCostCenter pic x(8).
        02 CatalogCellModel pic x(7).
        02 CatalogEndOfInput pic x(9).

    fd ProgramFile.
    01 ProgramByte pic x.

    01 EntryCount pic 9(5) value zero.
    01 BrokenEntryCount pic 9(5) value zero.
    01 DriftedEntryCount pic 9(5) value zero.
    01 EntryDefectCount pic 9(2) value zero.
    01 EntryReportLineCount pic 9(2) value zero.
    01 AdvisoryLineCount pic 9(5) value zero.
    01 DefectReason pic x(70) value spaces.
    01 ReportLineKind pic x value "D".
        88 ReportLineIsAdvisory value "A".
    01 NamedFileRole pic x(15) value spaces.
    01 FirstDefectReason pic x(70) value spaces.
    01 DriftCountBeforeEntry pic 9(5) value zero.

    01 AlertSeverity pic 9 value zero.
    01 AlertSourceProgram pic x(24) value "BrainfuckCatalogCheck".
    01 AlertProblemKey pic x(60) value spaces.
    01 AlertRunIdentifier pic 9(7) value zero.
    01 AlertCatalogProgramId pic x(8) value spaces.
    01 AlertMessage pic x(80) value spaces.
    01 AlertPostCode pic 9(3) value zero.

    01 MaxProgramLength constant 32768.
    01 ProgramLength pic 9(5) value zero.
        02 BracketStackPosition pic 9(5) occurs 1 to 32768 times depending on ProgramLength.
    01 BracketStackPointer pic 9(5) value zero.

    01 FingerprintValue pic 9(10) value zero.
    01 FingerprintByteCount pic 9(9) value zero.
    01 FingerprintCompletionCode pic 9(3) value zero.

    01 ReportLineBuffer pic x(120) value spaces.
    01 CheckRunTimestamp pic x(21) value spaces.

    end-if
    if CatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be opened - file status " CatalogFileStatus
        display "An old-format CATALOG file must be converted with a"
        display "BrainfuckCatalogReload REORG run before use"
        move "CATALOG FILE COULD NOT BE OPENED - NOTHING VERIFIED"
            to ReportLineBuffer
        write CheckReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    string "ENTRIES VERIFIED " EntryCount
        "   BROKEN " BrokenEntryCount
        "   SOURCE DRIFTED " DriftedEntryCount
        "   ADVISORIES " AdvisoryLineCount
        delimited by size into ReportLineBuffer
    end-string
    write CheckReportRecord from ReportLineBuffer

VerifyOneEntry section.
    move zero to EntryDefectCount
    move zero to EntryReportLineCount
    move spaces to FirstDefectReason
    move DriftedEntryCount to DriftCountBeforeEntry
    perform CheckProgramFile
    if CatalogInputFile is not equal to spaces
            and CatalogInputFile is not equal to "NONE" then
        move "EXPECTED OUTPUT" to NamedFileRole
        perform CheckNamedFile
    end-if
    if CatalogCostCenter is equal to spaces then
        move "NO COST CENTER - RUNS WILL BE BILLED AS UNATTRIBUTED"
            to DefectReason
        perform WriteAdvisoryLine
    end-if
*> The engine runs an unrecognised setting as its own default, which
*> is not what the entry was cataloged to ask for.
    evaluate trim(CatalogCellModel)
        when "CURRENT"
        when "8BIT"
        when "16BIT"
            continue
        when other
            move spaces to DefectReason
            string "CELL MODEL '" CatalogCellModel
                "' NOT RECOGNISED - ENGINE WILL RUN IT AS CURRENT"
                delimited by size into DefectReason
            end-string
            perform WriteDefectLine
    end-evaluate
    evaluate trim(CatalogEndOfInput)
        when "ZERO"
        when "MINUS1"
        when "UNCHANGED"
            continue
        when other
            move spaces to DefectReason
            string "END OF INPUT '" CatalogEndOfInput
                "' NOT RECOGNISED - ENGINE WILL RUN IT AS ZERO"
                delimited by size into DefectReason
            end-string
            perform WriteDefectLine
    end-evaluate
    if EntryDefectCount is greater than zero then
        add 1 to BrokenEntryCount
        perform PostBrokenEntryAlert
    end-if
    .

*> One alert per broken entry, carrying the first defect found; the
*> report has the rest. An entry whose source has drifted will be
*> refused by the engine tonight, so that one is URGENT.
PostBrokenEntryAlert section.
    if DriftedEntryCount is greater than DriftCountBeforeEntry then
        move 1 to AlertSeverity
    else
        move 2 to AlertSeverity
    end-if
    move spaces to AlertProblemKey
    string "BROKEN " CatalogProgramId
        delimited by size into AlertProblemKey
    end-string
    move spaces to AlertMessage
    string CatalogProgramId " " EntryDefectCount " DEFECT(S) - "
        trim(FirstDefectReason)
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

CheckProgramFile section.
    move CatalogFilePath to ProgramFileName
    open input ProgramFile
            end-string
            perform WriteDefectLine
        end-if
        perform CheckProgramFingerprint
    end-if
    .

*> An entry whose program file no longer matches the fingerprint it
*> was approved with will be refused by the engine with completion
*> code 20 - and one that was never approved is not protected at all.
CheckProgramFingerprint section.
    call "BrainfuckFingerprint" using CatalogFilePath FingerprintValue
        FingerprintByteCount FingerprintCompletionCode
    end-call
    cancel "BrainfuckFingerprint"
    if FingerprintCompletionCode is equal to zero then
        if CatalogApprovedFingerprint is not numeric
                or CatalogApprovedFingerprint is equal to zero then
            move "NO APPROVED SOURCE FINGERPRINT - APPROVE WITH AN R TRANSACTION"
                to DefectReason
            perform WriteAdvisoryLine
        else
            if FingerprintValue is not equal to CatalogApprovedFingerprint then
                add 1 to DriftedEntryCount
                move spaces to DefectReason
                string "SOURCE DRIFT - FINGERPRINT " FingerprintValue
                    " APPROVED " CatalogApprovedFingerprint
                    delimited by size into DefectReason
                end-string
                perform WriteDefectLine
            end-if
        end-if
    end-if
    .


WriteDefectLine section.
    add 1 to EntryDefectCount
    if EntryDefectCount is equal to 1 then
        move DefectReason to FirstDefectReason
    end-if
    move "D" to ReportLineKind
    perform WriteEntryReportLine
    .

*> Something a curator should put right, but which does not stop the
*> entry running as cataloged - it is reported and counted, but the
*> entry is not broken for it and no alert is posted.
WriteAdvisoryLine section.
    add 1 to AdvisoryLineCount
    set ReportLineIsAdvisory to true
    perform WriteEntryReportLine
    .

*> The entry's heading goes out ahead of its first line, defect or
*> advisory.
WriteEntryReportLine section.
    add 1 to EntryReportLineCount
    if EntryReportLineCount is equal to 1 then
        move spaces to ReportLineBuffer
        string CatalogProgramId " " trim(CatalogDescription)
            delimited by size into ReportLineBuffer
        end-string
        write CheckReportRecord from ReportLineBuffer
    end-if
    move spaces to ReportLineBuffer
    if ReportLineIsAdvisory then
        string "  ADVISORY - " trim(DefectReason)
            delimited by size into ReportLineBuffer
        end-string
    else
        string "  " trim(DefectReason)
            delimited by size into ReportLineBuffer
        end-string
    end-if
    write CheckReportRecord from ReportLineBuffer
    .

