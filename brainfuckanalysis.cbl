identification division.
program-id. BrainfuckAnalysis.

*> Modification history
*> 2026-10-15  New program. Static analysis (lint) report: runs one
*>             program file, or every CATALOG entry, through
*>             BrainfuckLint and writes each program's size, instruction
*>             count, deepest loop nesting and findings with their
*>             severities to LINTRPT, so curators can see what a
*>             community program will cost the nightly deck - and fix
*>             it - before it is cataloged rather than after. For a
*>             catalog entry the input file the entry names is checked
*>             against whether the program reads input at all. Ends
*>             with return code 4 when any program has an E or W
*>             finding, and 16 when the program file or the CATALOG
*>             could not be read.
*> 2026-10-15  The catalog record grew the cell model and end-of-input
*>             convention (see BrainfuckEngine); the record layout here
*>             follows.
*>
*> Command-line arguments:
*>   1. program file to analyse, or CATALOG to analyse every catalog
*>      entry
*>   2. input data file the program will be run with, or NONE - only
*>      for a single program file; when omitted the input checks are
*>      not made

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select CatalogFile assign to "CATALOG"
        organization is indexed
        access mode is sequential
        record key is CatalogProgramId
        file status is CatalogFileStatus.

    select LintReportFile assign to "LINTRPT"
        organization is sequential
        file status is LintReportFileStatus.

data division.
file section.
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

    fd LintReportFile.
    01 LintReportRecord pic x(120).

working-storage section.
    01 CatalogFileStatus pic xx value zeroes.
        88 CatalogFileNotFound value "35".
        88 EndOfCatalogFile value "10".
    01 LintReportFileStatus pic xx value zeroes.

    01 CommandLineArgumentCount pic 9 value zero.
    01 AnalysisTarget pic x(100) value spaces.
        88 AnalyseWholeCatalog value "CATALOG".
    01 AnalysisRunTimestamp pic x(21) value spaces.

    01 LintProgramFileName pic x(100) value spaces.
    01 LintInputFileName pic x(100) value spaces.
    01 LintInputFileKnown pic x value "N".
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
    01 LintFindingIndex pic 9(2) value zero.
    01 ProgramLabel pic x(60) value spaces.

    01 ProgramCount pic 9(5) value zero.
    01 ErrorProgramCount pic 9(5) value zero.
    01 WarningProgramCount pic 9(5) value zero.
    01 CleanProgramCount pic 9(5) value zero.
    01 UnreadableProgramCount pic 9(5) value zero.

    01 ReportLineBuffer pic x(120) value spaces.

procedure division.

    move current-date to AnalysisRunTimestamp

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept AnalysisTarget from argument-value
    end-if
    if CommandLineArgumentCount is greater than or equal to 2 then
        accept LintInputFileName from argument-value
        move "Y" to LintInputFileKnown
    end-if

    open output LintReportFile
    move spaces to ReportLineBuffer
    string "PROGRAM ANALYSIS  RUN " trim(AnalysisRunTimestamp)
        "  OF " trim(AnalysisTarget)
        delimited by size into ReportLineBuffer
    end-string
    write LintReportRecord from ReportLineBuffer
    move "SEVERITY E - ERROR, DO NOT CATALOG   W - WARNING, REVIEW   I - INFORMATION"
        to ReportLineBuffer
    write LintReportRecord from ReportLineBuffer

    if AnalysisTarget is equal to spaces then
        display "Give a program file to analyse, or CATALOG"
        move "NO PROGRAM FILE GIVEN - NOTHING ANALYSED" to ReportLineBuffer
        write LintReportRecord from ReportLineBuffer
        close LintReportFile
        move 16 to return-code
        stop run
    end-if

    if AnalyseWholeCatalog then
        perform AnalyseCatalog
    else
        move AnalysisTarget to LintProgramFileName
        move AnalysisTarget to ProgramLabel
        perform AnalyseOneProgram
    end-if

    move spaces to LintReportRecord
    write LintReportRecord
    move spaces to ReportLineBuffer
    string "PROGRAMS ANALYSED " ProgramCount
        "   WITH ERRORS " ErrorProgramCount
        "   WITH WARNINGS " WarningProgramCount
        "   CLEAN " CleanProgramCount
        "   UNREADABLE " UnreadableProgramCount
        delimited by size into ReportLineBuffer
    end-string
    write LintReportRecord from ReportLineBuffer
    close LintReportFile

    display "Program analysis complete - " ProgramCount " program(s), "
        ErrorProgramCount " with errors, " WarningProgramCount
        " with warnings"

    evaluate true
        when not AnalyseWholeCatalog
                and UnreadableProgramCount is greater than zero
            move 16 to return-code
        when ErrorProgramCount is greater than zero
                or WarningProgramCount is greater than zero
            move 4 to return-code
    end-evaluate
    stop run
    .

AnalyseCatalog section.
    open input CatalogFile
    if CatalogFileNotFound then
        display "CATALOG file not found - nothing to analyse"
        move "NO CATALOG FILE ON HAND" to ReportLineBuffer
        write LintReportRecord from ReportLineBuffer
        close LintReportFile
        move 16 to return-code
        stop run
    end-if
    if CatalogFileStatus is not equal to "00" then
        display "CATALOG file could not be opened - file status " CatalogFileStatus
        display "An old-format CATALOG file must be converted with a"
        display "BrainfuckCatalogReload REORG run before use"
        move "CATALOG FILE COULD NOT BE OPENED - NOTHING ANALYSED"
            to ReportLineBuffer
        write LintReportRecord from ReportLineBuffer
        close LintReportFile
        move 16 to return-code
        stop run
    end-if
    move "Y" to LintInputFileKnown
    read CatalogFile next record
        at end set EndOfCatalogFile to true
    end-read
    perform until EndOfCatalogFile
        move CatalogFilePath to LintProgramFileName
        move CatalogInputFile to LintInputFileName
        move spaces to ProgramLabel
        string CatalogProgramId " " trim(CatalogDescription)
            delimited by size into ProgramLabel
        end-string
        perform AnalyseOneProgram
        read CatalogFile next record
            at end set EndOfCatalogFile to true
        end-read
    end-perform
    close CatalogFile
    .

AnalyseOneProgram section.
    add 1 to ProgramCount
    call "BrainfuckLint" using LintProgramFileName LintInputFileName
        LintInputFileKnown LintResult LintCompletionCode
    end-call
    cancel "BrainfuckLint"
    evaluate true
        when LintCompletionCode is not equal to zero
            add 1 to UnreadableProgramCount
            add 1 to ErrorProgramCount
        when LintHighestSeverity is equal to "E"
            add 1 to ErrorProgramCount
        when LintHighestSeverity is equal to "W"
            add 1 to WarningProgramCount
        when other
            add 1 to CleanProgramCount
    end-evaluate

    move spaces to LintReportRecord
    write LintReportRecord
    move spaces to ReportLineBuffer
    string trim(ProgramLabel) "  WORST SEVERITY " LintHighestSeverity
        delimited by size into ReportLineBuffer
    end-string
    write LintReportRecord from ReportLineBuffer
    if LintCompletionCode is equal to zero then
        move spaces to ReportLineBuffer
        string "  FILE " trim(LintProgramFileName)
            "  BYTES " LintProgramBytes
            "  INSTRUCTIONS " LintInstructionCount
            "  DEEPEST NESTING " LintMaxNestingDepth
            delimited by size into ReportLineBuffer
        end-string
        write LintReportRecord from ReportLineBuffer
    end-if
    move 1 to LintFindingIndex
    perform until LintFindingIndex is greater than LintFindingCount
        move spaces to ReportLineBuffer
        string "  " LintSeverity(LintFindingIndex) "  "
            LintFindingText(LintFindingIndex)
            delimited by size into ReportLineBuffer
        end-string
        write LintReportRecord from ReportLineBuffer
        add 1 to LintFindingIndex
    end-perform
    .

end program BrainfuckAnalysis.
