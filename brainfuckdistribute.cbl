identification division.
program-id. BrainfuckDistribute.

*> Modification history
*> 2026-10-15  New program. Post-batch print distribution: reads the
*>             night's DRIVERLOG and, for each entry that ran, bursts
*>             the run's output - PRINTOUT.nnnnnnn, or RAWOUT.nnnnnnn
*>             when the batch ran in raw mode - out to every recipient
*>             the distribution table DISTTABLE lists for the entry's
*>             catalog program id, each copy behind a banner page
*>             naming the recipient, program, run and completion code.
*>             A print queue destination has the copies appended to the
*>             queue file of that name; a delivery directory gets one
*>             file per recipient and run. A run that failed or did not
*>             match its expected output (completion code 8 or above)
*>             goes only to the recipients flagged as the program's
*>             owner, not to the full list. Every delivery is recorded
*>             on the distribution register DISTREG, and DISTRPT lists
*>             what went where and every run whose output could not be
*>             delivered - a hand-built entry with no catalog program
*>             id, a program with no recipients on the table, a missing
*>             output file or a destination that would not open. The
*>             highest run id distributed is kept on DISTCUT (maintained
*>             like ARCHCUT, only ever rising), so each night picks up
*>             where the last left off and a SATISFIED entry on a
*>             restarted deck is not delivered twice. Ends with return
*>             code 4 when anything could not be delivered or table
*>             rows were rejected, and 16 when DISTTABLE or DRIVERLOG
*>             could not be read.
*> 2026-10-15  A first run id that has a fraction or a minus sign or is
*>             beyond seven digits is now rejected with completion code
*>             16. Before, it lost its high digits or its fraction, and
*>             the wrong runs were delivered.
*>
*> Command-line arguments:
*>   1. first run id to distribute (default the run after the one
*>      recorded on DISTCUT) - give it to deliver a night again
*>
*> Distribution table format - one fixed-length record per recipient
*> of a program:
*>   1-8      catalog program id
*>   10-17    recipient id
*>   19-20    number of copies, zero-filled digits (01-99)
*>   22       destination type - Q for a print queue, D for a
*>            delivery directory
*>   24-123   print queue name, or delivery directory path
*>   125      O when the recipient is the program's owner and is to
*>            receive the output of failed runs, blank otherwise
*>
*> A delivery directory receives <directory>/<recipient>.PRINTOUT.
*> nnnnnnn (or .RAWOUT.nnnnnnn for a raw-mode run); a print queue file
*> is opened extend, so the queue's own print step picks up whatever
*> the night appended.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select DriverLogFile assign to "DRIVERLOG"
        organization is sequential
        file status is DriverLogFileStatus.

    select DistTableFile assign to "DISTTABLE"
        organization is sequential
        file status is DistTableFileStatus.

    select DistCutFile assign to "DISTCUT"
        organization is sequential
        file status is DistCutFileStatus.

    select DistRegisterFile assign to "DISTREG"
        organization is sequential
        file status is DistRegisterFileStatus.

    select DistReportFile assign to "DISTRPT"
        organization is sequential
        file status is DistReportFileStatus.

    select RunPrintFile assign to RunOutputName
        organization is sequential
        file status is RunOutputFileStatus.

    select RunRawFile assign to RunOutputName
        organization is sequential
        file status is RunOutputFileStatus.

    select DeliveryPrintFile assign to DeliveryFileName
        organization is sequential
        file status is DeliveryFileStatus.

    select DeliveryRawFile assign to DeliveryFileName
        organization is sequential
        file status is DeliveryFileStatus.

data division.
file section.
    fd DriverLogFile.
    01 DriverLogRecord.
        02 DriverLogProgramFileName pic x(100).
        02 filler pic x.
        02 DriverLogInputFileName pic x(100).
        02 filler pic x.
        02 DriverLogCompletionCode pic 9(3).
        02 filler pic x.
        02 DriverLogEngineCompletionCode pic 9(3).
        02 filler pic x.
        02 DriverLogRunIdentifier pic 9(7).
        02 filler pic x.
        02 DriverLogDisposition pic x(9).
        02 filler pic x.
        02 DriverLogStepLabel pic x(8).
        02 filler pic x.
        02 DriverLogCatalogProgramId pic x(8).
        02 filler pic x.
        02 DriverLogOutputMode pic x(3).

    fd DistTableFile.
    01 DistTableRecord.
        02 DistTableProgramId pic x(8).
        02 filler pic x.
        02 DistTableRecipient pic x(8).
        02 filler pic x.
        02 DistTableCopies pic x(2).
        02 filler pic x.
        02 DistTableDestinationType pic x.
        02 filler pic x.
        02 DistTableDestination pic x(100).
        02 filler pic x.
        02 DistTableOwnerFlag pic x.

    fd DistCutFile.
    01 DistCutRecord pic 9(7).

    fd DistRegisterFile.
    01 DistRegisterRecord.
        02 RegisterTimestamp pic x(21).
        02 filler pic x.
        02 RegisterRunIdentifier pic 9(7).
        02 filler pic x.
        02 RegisterProgramId pic x(8).
        02 filler pic x.
        02 RegisterRecipient pic x(8).
        02 filler pic x.
        02 RegisterCopies pic 9(2).
        02 filler pic x.
        02 RegisterDestinationType pic x.
        02 filler pic x.
        02 RegisterDestination pic x(100).
        02 filler pic x.
        02 RegisterOutcome pic x(11).
        02 filler pic x.
        02 RegisterCompletionCode pic 9(3).

    fd DistReportFile.
    01 DistReportRecord pic x(120).

    fd RunPrintFile.
    01 RunPrintRecord pic x(120).

    fd RunRawFile.
    01 RunRawByte pic x.

    fd DeliveryPrintFile.
    01 DeliveryPrintRecord pic x(120).

    fd DeliveryRawFile.
    01 DeliveryRawByte pic x.

working-storage section.
    01 DriverLogFileStatus pic xx value zeroes.
        88 DriverLogFileNotFound value "35".
    01 DistTableFileStatus pic xx value zeroes.
        88 DistTableFileNotFound value "35".
    01 DistCutFileStatus pic xx value zeroes.
        88 DistCutFileNotFound value "35".
    01 DistRegisterFileStatus pic xx value zeroes.
        88 DistRegisterFileNotFound value "35".
    01 DistReportFileStatus pic xx value zeroes.
    01 RunOutputFileStatus pic xx value zeroes.
    01 DeliveryFileStatus pic xx value zeroes.
        88 DeliveryFileNotFound value "35".

    01 CommandLineArgumentCount pic 9 value zero.
    01 StartRunArgument pic x(9) value spaces.
    01 StartRunIdentifier pic 9(7) value zero.
    01 StartRunValue pic 9(9) value zero.
    01 MaxRunIdentifier constant 9999999.
    01 RecordedDistCut pic 9(7) value zero.
    01 HighestRunDistributed pic 9(7) value zero.
    01 DistributionTimestamp pic x(21) value spaces.

    01 EndOfDriverLog pic x value "N".
        88 AtEndOfDriverLog value "Y".
    01 EndOfDistTable pic x value "N".
        88 AtEndOfDistTable value "Y".
    01 EndOfRunOutput pic x value "N".
        88 AtEndOfRunOutput value "Y".

    01 MaxRecipients constant 2000.
    01 RecipientCount pic 9(5) value zero.
    01 RecipientTable.
        02 RecipientEntry occurs 2000 times.
            03 RecipientProgramId pic x(8).
            03 RecipientId pic x(8).
            03 RecipientCopies pic 9(2).
            03 RecipientDestinationType pic x.
                88 RecipientIsPrintQueue value "Q".
            03 RecipientDestination pic x(100).
            03 RecipientOwnerFlag pic x.
                88 RecipientIsOwner value "O".
    01 RecipientIndex pic 9(5) value zero.
    01 DistTableRowCount pic 9(5) value zero.
    01 RejectedRowCount pic 9(5) value zero.
    01 SkippedRecipientCount pic 9(5) value zero.

    01 MaxRunsSeen constant 10000.
    01 RunsSeenCount pic 9(5) value zero.
    01 RunsSeenTable.
        02 RunSeenIdentifier pic 9(7) occurs 10000 times.
    01 RunsSeenIndex pic 9(5) value zero.
    01 RunSeenState pic x value "N".
        88 RunWasSeen value "Y".

    01 MaxUndelivered constant 2000.
    01 UndeliveredCount pic 9(5) value zero.
    01 SkippedUndeliveredCount pic 9(5) value zero.
    01 UndeliveredTable.
        02 UndeliveredEntry occurs 2000 times.
            03 UndeliveredRunId pic 9(7).
            03 UndeliveredProgramId pic x(8).
            03 UndeliveredRecipient pic x(8).
            03 UndeliveredReason pic x(70).
    01 UndeliveredIndex pic 9(5) value zero.
    01 UndeliveredReasonText pic x(70) value spaces.
    01 UndeliveredRecipientId pic x(8) value spaces.

    01 RunFailedState pic x value "N".
        88 RunHasFailed value "Y".
    01 RunRawState pic x value "N".
        88 RunIsRawMode value "Y".
    01 RunRecipientCount pic 9(5) value zero.
    01 RunOutputName pic x(100) value spaces.
    01 DeliveryFileName pic x(200) value spaces.
    01 CopyNumber pic 9(2) value zero.
    01 DeliveryState pic x value "N".
        88 DeliveryWasMade value "Y".

    01 BannerLine pic x(120) value spaces.
    01 BannerLineLength pic 9(3) value zero.
    01 BannerPosition pic 9(3) value zero.
    01 NewlineByte pic x value x"0A".

    01 DriverRecordCount pic 9(7) value zero.
    01 RunsConsideredCount pic 9(5) value zero.
    01 RunsDeliveredCount pic 9(5) value zero.
    01 DeliveryCount pic 9(5) value zero.
    01 CopiesWrittenCount pic 9(7) value zero.

    01 ReportLineBuffer pic x(120) value spaces.

procedure division.

    move current-date to DistributionTimestamp

    perform ReadRecordedDistCut
    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept StartRunArgument from argument-value
        if test-numval(StartRunArgument) is equal to zero then
            compute StartRunValue = numval(StartRunArgument)
            end-compute
*> A fraction, a minus sign or an eighth digit would otherwise be lost
*> on the way into the run id, and the wrong runs delivered without a
*> word.
            if numval(StartRunArgument) is not equal to StartRunValue
                    or StartRunValue is greater than MaxRunIdentifier then
                display "First run id to distribute must be a whole number from 1 to "
                    MaxRunIdentifier " - " trim(StartRunArgument)
                move 16 to return-code
                stop run
            end-if
            move StartRunValue to StartRunIdentifier
        end-if
    end-if
    if StartRunIdentifier is equal to zero then
        compute StartRunIdentifier = RecordedDistCut + 1
        end-compute
    end-if

    open output DistReportFile
    move spaces to ReportLineBuffer
    string "PRINT DISTRIBUTION  FROM RUN " StartRunIdentifier
        "  RUN " trim(DistributionTimestamp)
        delimited by size into ReportLineBuffer
    end-string
    write DistReportRecord from ReportLineBuffer
    move spaces to DistReportRecord
    write DistReportRecord

    perform LoadDistributionTable

    open input DriverLogFile
    if DriverLogFileNotFound then
        display "DRIVERLOG file not found - nothing to distribute"
        move "NO DRIVERLOG FILE ON HAND - NOTHING DISTRIBUTED" to ReportLineBuffer
        write DistReportRecord from ReportLineBuffer
        close DistReportFile
        move 16 to return-code
        stop run
    end-if

    open extend DistRegisterFile
    if DistRegisterFileNotFound then
        open output DistRegisterFile
    end-if

    move "DELIVERIES" to ReportLineBuffer
    write DistReportRecord from ReportLineBuffer
    move "  RUN ID  PROGRAM  CODE RECIPIENT COPIES DESTINATION" to ReportLineBuffer
    write DistReportRecord from ReportLineBuffer

    read DriverLogFile next record
        at end set AtEndOfDriverLog to true
    end-read
    perform until AtEndOfDriverLog
        add 1 to DriverRecordCount
        if DriverLogRunIdentifier is numeric
                and DriverLogCompletionCode is numeric
                and DriverLogRunIdentifier is greater than zero
                and DriverLogRunIdentifier is not less than StartRunIdentifier then
            perform CheckRunAlreadySeen
            if not RunWasSeen then
                perform DistributeOneRun
            end-if
        end-if
        read DriverLogFile next record
            at end set AtEndOfDriverLog to true
        end-read
    end-perform
    close DriverLogFile
    close DistRegisterFile

    perform WriteUndeliveredSection
    perform WriteDistributionTotals
    perform RecordDistCut
    close DistReportFile

    display "Distribution complete - " RunsConsideredCount " run(s), "
        DeliveryCount " deliver(y/ies), " UndeliveredCount " not delivered"

    if UndeliveredCount is greater than zero
            or RejectedRowCount is greater than zero
            or SkippedRecipientCount is greater than zero
            or SkippedUndeliveredCount is greater than zero then
        move 4 to return-code
    end-if
    stop run
    .

ReadRecordedDistCut section.
    move zero to RecordedDistCut
    open input DistCutFile
    if not DistCutFileNotFound then
        read DistCutFile next record
            at end move zero to DistCutRecord
        end-read
        close DistCutFile
        if DistCutRecord is numeric then
            move DistCutRecord to RecordedDistCut
        end-if
    end-if
    .

*> Only ever rises, so delivering an old night again by run id does
*> not make the next normal run deliver everything since then twice.
RecordDistCut section.
    if HighestRunDistributed is greater than RecordedDistCut then
        open output DistCutFile
        move HighestRunDistributed to DistCutRecord
        write DistCutRecord
        close DistCutFile
        move HighestRunDistributed to RecordedDistCut
    end-if
    move spaces to ReportLineBuffer
    string "HIGHEST RUN DISTRIBUTED ON DISTCUT IS NOW RUN " RecordedDistCut
        delimited by size into ReportLineBuffer
    end-string
    write DistReportRecord from ReportLineBuffer
    .

LoadDistributionTable section.
    open input DistTableFile
    if DistTableFileStatus is not equal to "00" then
        display "Distribution table DISTTABLE could not be opened - status "
            DistTableFileStatus
        move "DISTRIBUTION TABLE DISTTABLE COULD NOT BE OPENED - NOTHING DISTRIBUTED"
            to ReportLineBuffer
        write DistReportRecord from ReportLineBuffer
        close DistReportFile
        move 16 to return-code
        stop run
    end-if
    read DistTableFile next record
        at end set AtEndOfDistTable to true
    end-read
    perform until AtEndOfDistTable
        add 1 to DistTableRowCount
        move spaces to UndeliveredReasonText
        evaluate true
            when DistTableProgramId is equal to spaces
                move "NO CATALOG PROGRAM ID" to UndeliveredReasonText
            when DistTableRecipient is equal to spaces
                move "NO RECIPIENT ID" to UndeliveredReasonText
            when DistTableCopies is not numeric
                move "COPIES NOT NUMERIC" to UndeliveredReasonText
            when DistTableCopies is equal to "00"
                move "COPIES IS ZERO" to UndeliveredReasonText
            when DistTableDestinationType is not equal to "Q"
                    and DistTableDestinationType is not equal to "D"
                move "DESTINATION TYPE IS NOT Q OR D" to UndeliveredReasonText
            when DistTableDestination is equal to spaces
                move "NO DESTINATION" to UndeliveredReasonText
            when DistTableOwnerFlag is not equal to "O"
                    and DistTableOwnerFlag is not equal to space
                move "OWNER FLAG IS NOT O OR BLANK" to UndeliveredReasonText
        end-evaluate
        if UndeliveredReasonText is not equal to spaces then
            add 1 to RejectedRowCount
            move spaces to ReportLineBuffer
            string "DISTTABLE ROW " DistTableRowCount " REJECTED - "
                trim(UndeliveredReasonText) " - " DistTableProgramId
                " " DistTableRecipient
                delimited by size into ReportLineBuffer
            end-string
            write DistReportRecord from ReportLineBuffer
        else
            if RecipientCount is greater than or equal to MaxRecipients then
                add 1 to SkippedRecipientCount
            else
                add 1 to RecipientCount
                move DistTableProgramId to RecipientProgramId(RecipientCount)
                move DistTableRecipient to RecipientId(RecipientCount)
                move DistTableCopies to RecipientCopies(RecipientCount)
                move DistTableDestinationType
                    to RecipientDestinationType(RecipientCount)
                move DistTableDestination to RecipientDestination(RecipientCount)
                move DistTableOwnerFlag to RecipientOwnerFlag(RecipientCount)
            end-if
        end-if
        read DistTableFile next record
            at end set AtEndOfDistTable to true
        end-read
    end-perform
    close DistTableFile
    if RejectedRowCount is greater than zero then
        move spaces to DistReportRecord
        write DistReportRecord
    end-if
    .

*> A SATISFIED entry on a restarted deck repeats the run id of the
*> earlier attempt's run, which is already in DRIVERLOG once - the
*> output goes out once.
CheckRunAlreadySeen section.
    move "N" to RunSeenState
    move 1 to RunsSeenIndex
    perform until RunsSeenIndex is greater than RunsSeenCount or RunWasSeen
        if RunSeenIdentifier(RunsSeenIndex) is equal to DriverLogRunIdentifier then
            set RunWasSeen to true
        else
            add 1 to RunsSeenIndex
        end-if
    end-perform
    if not RunWasSeen
            and RunsSeenCount is less than MaxRunsSeen then
        add 1 to RunsSeenCount
        move DriverLogRunIdentifier to RunSeenIdentifier(RunsSeenCount)
    end-if
    .

DistributeOneRun section.
    add 1 to RunsConsideredCount
    if DriverLogRunIdentifier is greater than HighestRunDistributed then
        move DriverLogRunIdentifier to HighestRunDistributed
    end-if
    move "N" to RunFailedState
    if DriverLogCompletionCode is greater than or equal to 8 then
        set RunHasFailed to true
    end-if
    move "N" to RunRawState
    move spaces to RunOutputName
    if DriverLogOutputMode is equal to "RAW" then
        set RunIsRawMode to true
        string "RAWOUT." DriverLogRunIdentifier
            delimited by size into RunOutputName
        end-string
    else
        string "PRINTOUT." DriverLogRunIdentifier
            delimited by size into RunOutputName
        end-string
    end-if
    move "N" to DeliveryState

    if DriverLogCatalogProgramId is equal to spaces then
        move "HAND-BUILT ENTRY - NO CATALOG PROGRAM ID TO DISTRIBUTE BY"
            to UndeliveredReasonText
        perform RecordRunUndelivered
    else
        open input RunPrintFile
        if RunOutputFileStatus is not equal to "00" then
            move spaces to UndeliveredReasonText
            string trim(RunOutputName) " COULD NOT BE OPENED - STATUS "
                RunOutputFileStatus
                delimited by size into UndeliveredReasonText
            end-string
            perform RecordRunUndelivered
        else
            close RunPrintFile
            move zero to RunRecipientCount
            move 1 to RecipientIndex
            perform until RecipientIndex is greater than RecipientCount
                if RecipientProgramId(RecipientIndex)
                        is equal to DriverLogCatalogProgramId
                        and (RecipientIsOwner(RecipientIndex)
                            or not RunHasFailed) then
                    add 1 to RunRecipientCount
                    perform DeliverToRecipient
                end-if
                add 1 to RecipientIndex
            end-perform
            if RunRecipientCount is equal to zero then
                if RunHasFailed then
                    move "RUN FAILED AND NO OWNER ON THE DISTRIBUTION TABLE"
                        to UndeliveredReasonText
                else
                    move "PROGRAM HAS NO RECIPIENTS ON THE DISTRIBUTION TABLE"
                        to UndeliveredReasonText
                end-if
                perform RecordRunUndelivered
            end-if
        end-if
    end-if
    if DeliveryWasMade then
        add 1 to RunsDeliveredCount
    end-if
    .

*> A print queue file is shared by every run delivered to it, so it is
*> extended; a delivery directory gets a file of its own per recipient
*> and run.
DeliverToRecipient section.
    move spaces to DeliveryFileName
    if RecipientIsPrintQueue(RecipientIndex) then
        move RecipientDestination(RecipientIndex) to DeliveryFileName
    else
        if RunIsRawMode then
            string trim(RecipientDestination(RecipientIndex)) "/"
                trim(RecipientId(RecipientIndex)) ".RAWOUT."
                DriverLogRunIdentifier
                delimited by size into DeliveryFileName
            end-string
        else
            string trim(RecipientDestination(RecipientIndex)) "/"
                trim(RecipientId(RecipientIndex)) ".PRINTOUT."
                DriverLogRunIdentifier
                delimited by size into DeliveryFileName
            end-string
        end-if
    end-if

    if RunIsRawMode then
        if RecipientIsPrintQueue(RecipientIndex) then
            open extend DeliveryRawFile
            if DeliveryFileNotFound then
                open output DeliveryRawFile
            end-if
        else
            open output DeliveryRawFile
        end-if
    else
        if RecipientIsPrintQueue(RecipientIndex) then
            open extend DeliveryPrintFile
            if DeliveryFileNotFound then
                open output DeliveryPrintFile
            end-if
        else
            open output DeliveryPrintFile
        end-if
    end-if

    if DeliveryFileStatus is not equal to "00" then
        move spaces to UndeliveredReasonText
        string "STATUS " DeliveryFileStatus " OPENING DESTINATION "
            trim(DeliveryFileName)
            delimited by size into UndeliveredReasonText
        end-string
        perform RecordRecipientUndelivered
    else
        move 1 to CopyNumber
        perform until CopyNumber is greater than RecipientCopies(RecipientIndex)
            perform WriteBannerPage
            perform CopyRunOutput
            add 1 to CopiesWrittenCount
            add 1 to CopyNumber
        end-perform
        if RunIsRawMode then
            close DeliveryRawFile
        else
            close DeliveryPrintFile
        end-if
        set DeliveryWasMade to true
        add 1 to DeliveryCount
        move "DELIVERED" to RegisterOutcome
        perform WriteRegisterRecord
        move spaces to ReportLineBuffer
        string "  " DriverLogRunIdentifier " " DriverLogCatalogProgramId
            " " DriverLogCompletionCode "  " RecipientId(RecipientIndex)
            "  " RecipientCopies(RecipientIndex)
            "     " RecipientDestinationType(RecipientIndex)
            " " trim(DeliveryFileName)
            delimited by size into ReportLineBuffer
        end-string
        write DistReportRecord from ReportLineBuffer
    end-if
    .

*> The banner goes out in the same form as the output behind it - print
*> records for PRINTOUT, newline-ended lines for a raw byte stream.
WriteBannerPage section.
    move all "*" to BannerLine
    perform WriteBannerLine
    move spaces to BannerLine
    string "  DISTRIBUTION FOR " RecipientId(RecipientIndex)
        "     COPY " CopyNumber " OF " RecipientCopies(RecipientIndex)
        delimited by size into BannerLine
    end-string
    perform WriteBannerLine
    move spaces to BannerLine
    string "  PROGRAM " DriverLogCatalogProgramId "  "
        DriverLogProgramFileName(1:80)
        delimited by size into BannerLine
    end-string
    perform WriteBannerLine
    move spaces to BannerLine
    if RunHasFailed then
        string "  RUN " DriverLogRunIdentifier
            "     COMPLETION CODE " DriverLogCompletionCode
            "     OWNER COPY ONLY - THE RUN DID NOT COMPLETE CLEANLY"
            delimited by size into BannerLine
        end-string
    else
        string "  RUN " DriverLogRunIdentifier
            "     COMPLETION CODE " DriverLogCompletionCode
            delimited by size into BannerLine
        end-string
    end-if
    perform WriteBannerLine
    move spaces to BannerLine
    string "  DISTRIBUTED " DistributionTimestamp
        delimited by size into BannerLine
    end-string
    perform WriteBannerLine
    move all "*" to BannerLine
    perform WriteBannerLine
    move spaces to BannerLine
    perform WriteBannerLine
    .

WriteBannerLine section.
    if RunIsRawMode then
        move length(trim(BannerLine, trailing)) to BannerLineLength
        if BannerLine is equal to spaces then
            move zero to BannerLineLength
        end-if
        move 1 to BannerPosition
        perform until BannerPosition is greater than BannerLineLength
            move BannerLine(BannerPosition:1) to DeliveryRawByte
            write DeliveryRawByte
            add 1 to BannerPosition
        end-perform
        move NewlineByte to DeliveryRawByte
        write DeliveryRawByte
    else
        write DeliveryPrintRecord from BannerLine
    end-if
    .

CopyRunOutput section.
    move "N" to EndOfRunOutput
    if RunIsRawMode then
        open input RunRawFile
        if RunOutputFileStatus is not equal to "00" then
            set AtEndOfRunOutput to true
        else
            read RunRawFile next record
                at end set AtEndOfRunOutput to true
            end-read
        end-if
        perform until AtEndOfRunOutput
            write DeliveryRawByte from RunRawByte
            read RunRawFile next record
                at end set AtEndOfRunOutput to true
            end-read
        end-perform
        close RunRawFile
    else
        open input RunPrintFile
        if RunOutputFileStatus is not equal to "00" then
            set AtEndOfRunOutput to true
        else
            read RunPrintFile next record
                at end set AtEndOfRunOutput to true
            end-read
        end-if
        perform until AtEndOfRunOutput
            write DeliveryPrintRecord from RunPrintRecord
            read RunPrintFile next record
                at end set AtEndOfRunOutput to true
            end-read
        end-perform
        close RunPrintFile
    end-if
    .

RecordRecipientUndelivered section.
    move "UNDELIVERED" to RegisterOutcome
    perform WriteRegisterRecord
    move RecipientId(RecipientIndex) to UndeliveredRecipientId
    perform AddUndeliveredEntry
    .

*> Nothing could go to anybody - the register still gets a line, so it
*> accounts for every run that passed through.
RecordRunUndelivered section.
    move spaces to DistRegisterRecord
    move DistributionTimestamp to RegisterTimestamp
    move DriverLogRunIdentifier to RegisterRunIdentifier
    move DriverLogCatalogProgramId to RegisterProgramId
    move zero to RegisterCopies
    move RunOutputName to RegisterDestination
    move "UNDELIVERED" to RegisterOutcome
    move DriverLogCompletionCode to RegisterCompletionCode
    write DistRegisterRecord
    move spaces to UndeliveredRecipientId
    perform AddUndeliveredEntry
    .

AddUndeliveredEntry section.
    if UndeliveredCount is greater than or equal to MaxUndelivered then
        add 1 to SkippedUndeliveredCount
    else
        add 1 to UndeliveredCount
        move DriverLogRunIdentifier to UndeliveredRunId(UndeliveredCount)
        move DriverLogCatalogProgramId to UndeliveredProgramId(UndeliveredCount)
        move UndeliveredRecipientId to UndeliveredRecipient(UndeliveredCount)
        move UndeliveredReasonText to UndeliveredReason(UndeliveredCount)
    end-if
    .

WriteRegisterRecord section.
    move spaces to DistRegisterRecord
    move DistributionTimestamp to RegisterTimestamp
    move DriverLogRunIdentifier to RegisterRunIdentifier
    move DriverLogCatalogProgramId to RegisterProgramId
    move RecipientId(RecipientIndex) to RegisterRecipient
    move RecipientCopies(RecipientIndex) to RegisterCopies
    move RecipientDestinationType(RecipientIndex) to RegisterDestinationType
    move DeliveryFileName to RegisterDestination
    move DriverLogCompletionCode to RegisterCompletionCode
    write DistRegisterRecord
    .

WriteUndeliveredSection section.
    move spaces to DistReportRecord
    write DistReportRecord
    if UndeliveredCount is equal to zero then
        move "OUTPUT NOT DELIVERED - NONE" to ReportLineBuffer
        write DistReportRecord from ReportLineBuffer
    else
        move "OUTPUT NOT DELIVERED" to ReportLineBuffer
        write DistReportRecord from ReportLineBuffer
        move "  RUN ID  PROGRAM  RECIPIENT REASON" to ReportLineBuffer
        write DistReportRecord from ReportLineBuffer
        move 1 to UndeliveredIndex
        perform until UndeliveredIndex is greater than UndeliveredCount
            move spaces to ReportLineBuffer
            string "  " UndeliveredRunId(UndeliveredIndex)
                " " UndeliveredProgramId(UndeliveredIndex)
                " " UndeliveredRecipient(UndeliveredIndex)
                "  " UndeliveredReason(UndeliveredIndex)
                delimited by size into ReportLineBuffer
            end-string
            write DistReportRecord from ReportLineBuffer
            add 1 to UndeliveredIndex
        end-perform
    end-if
    .

WriteDistributionTotals section.
    move spaces to DistReportRecord
    write DistReportRecord
    move spaces to ReportLineBuffer
    string "DRIVERLOG RECORDS READ " DriverRecordCount
        "   RUNS CONSIDERED " RunsConsideredCount
        "   RUNS DELIVERED " RunsDeliveredCount
        delimited by size into ReportLineBuffer
    end-string
    write DistReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    string "DELIVERIES " DeliveryCount
        "   COPIES WRITTEN " CopiesWrittenCount
        "   NOT DELIVERED " UndeliveredCount
        "   DISTTABLE ROWS REJECTED " RejectedRowCount
        delimited by size into ReportLineBuffer
    end-string
    write DistReportRecord from ReportLineBuffer
    if SkippedRecipientCount is greater than zero
            or SkippedUndeliveredCount is greater than zero then
        move spaces to ReportLineBuffer
        string "TABLE LIMITS REACHED - " SkippedRecipientCount
            " DISTTABLE ROW(S) NOT LOADED, " SkippedUndeliveredCount
            " UNDELIVERED ITEM(S) NOT LISTED"
            delimited by size into ReportLineBuffer
        end-string
        write DistReportRecord from ReportLineBuffer
    end-if
    .

end program BrainfuckDistribute.
