identification division.
program-id. BrainfuckDeckSplit.

*> Modification history
*> 2026-10-15  New program. Splits a driver control deck into a number
*>             of balanced decks, one per parallel driver stream, when
*>             BrainfuckForecast says the deck will not fit the batch
*>             window in one stream - instead of someone splitting it by
*>             hand. Each entry is costed from the same AUDITLOG average
*>             and worst elapsed-time history the forecast uses. Entries
*>             that must run together are first gathered into groups: a
*>             PIPE entry reads the entry before it, and an entry with a
*>             condition step depends on the nearest earlier entry
*>             carrying that step label, so each stays in the same group
*>             (and so the same stream) as the entry it needs. Groups
*>             are then dealt, largest first, to whichever stream has
*>             the least projected time so far, and each stream's deck
*>             is written with its entries in their original deck
*>             order. An entry with no history is balanced as though it
*>             took the average of the entries that have history, so
*>             the unknowns spread across the streams instead of piling
*>             onto one, but like the forecast it adds nothing to the
*>             projections. The decks are written as <deck>.S01,
*>             <deck>.S02 and so on, every one of them even when empty,
*>             so each stream's driver step always finds its deck. The
*>             balancing report on SPLITRPT shows which stream every
*>             entry went to, each stream's projected finish against
*>             the window, and the entries that had no history to go
*>             on. The scheduler's deck (SCHEDDECK by default) is the
*>             default input, so the nightly JCL is the scheduler, this
*>             job, then one BrainfuckDriver step per stream deck run in
*>             parallel. Ends with return code 8 when a stream does not
*>             fit the window on average history, 4 when one fits on
*>             average but not at worst case, and 16 when the deck or
*>             the arguments are unusable.
*> 2026-10-15  A stream count of more than two digits, or with a
*>             fraction or a minus sign, is now rejected with the
*>             1-to-20 message instead of being cut down to its last two
*>             digits or its whole part and split on that.
*> 2026-10-15  A blank control deck argument now takes the SCHEDDECK
*>             default, so the default can be used while still giving a
*>             stream count.
*>
*> Command-line arguments:
*>   1. driver control deck to split (blank for SCHEDDECK, so a
*>      stream count can still be given)
*>   2. number of streams, 1 to 20
*>   3. batch window length in seconds (optional - when omitted or
*>      zero the streams are balanced and projected but not judged
*>      against a window)

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select ControlFile assign to ControlFileName
        organization is sequential
        file status is ControlFileStatus.

    select StreamFile assign to StreamFileName
        organization is sequential
        file status is StreamFileStatus.

    select AuditLogFile assign to "AUDITLOG"
        organization is sequential
        file status is AuditLogFileStatus.

    select SplitReportFile assign to "SPLITRPT"
        organization is sequential
        file status is SplitReportFileStatus.

data division.
file section.
    fd ControlFile.
    01 ControlRecord.
        02 ControlProgramFileName pic x(100).
        02 ControlInputFileName pic x(100).
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

    fd StreamFile.
    01 StreamRecord pic x(382).

    fd AuditLogFile.
    01 AuditLogRecord.
        02 AuditLogProgramFileName pic x(100).
        02 filler pic x.
        02 AuditLogProgramLength pic 9(5).
        02 filler pic x.
        02 AuditLogStartTimestamp pic x(21).
        02 filler pic x.
        02 AuditLogEndTimestamp pic x(21).
        02 filler pic x.
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

    fd SplitReportFile.
    01 SplitReportRecord pic x(120).

working-storage section.
    01 ControlFileName pic x(100) value "SCHEDDECK".
    01 ControlFileStatus pic xx value zeroes.
        88 ControlFileNotFound value "35".
    01 StreamFileName pic x(110) value spaces.
    01 StreamFileStatus pic xx value zeroes.
    01 AuditLogFileStatus pic xx value zeroes.
        88 AuditLogFileNotFound value "35".
    01 SplitReportFileStatus pic xx value zeroes.

    01 CommandLineArgumentCount pic 9 value zero.
    01 StreamCountArgument pic x(9) value spaces.
    01 StreamCountValue pic 9(9) value zero.
    01 WindowArgument pic x(9) value spaces.
    01 WindowSeconds pic 9(9) value zero.

    01 EndOfControlFile pic x value "N".
        88 AtEndOfControlFile value "Y".
    01 EndOfAuditLog pic x value "N".
        88 AtEndOfAuditLog value "Y".

*> Elapsed history per program, gathered exactly as BrainfuckForecast
*> gathers it.
    01 MaxProgramEntries constant 200.
    01 ProgramEntryCount pic 9(3) value zero.
    01 SkippedProgramCount pic 9(5) value zero.
    01 ProgramStatsTable.
        02 ProgramStats occurs 200 times.
            03 StatsProgramName pic x(100).
            03 StatsElapsedRunCount pic 9(5).
            03 StatsTotalElapsed pic 9(12).
            03 StatsWorstElapsed pic 9(9).
    01 ProgramIndex pic 9(3) value zero.
    01 SlotFound pic x value "N".
        88 SlotWasFound value "Y".

    01 ElapsedSeconds pic s9(9) value zero.
    01 ElapsedIsKnown pic x value "N".
        88 RunElapsedIsKnown value "Y".

*> The deck, held whole so every entry can be written to its stream's
*> deck in its original order once the groups have been dealt.
    01 MaxDeckEntries constant 5000.
    01 EntryCount pic 9(5) value zero.
    01 SkippedEntryCount pic 9(5) value zero.
    01 NoHistoryCount pic 9(5) value zero.
    01 KnownHistoryCount pic 9(5) value zero.
    01 DeckEntryTable.
        02 DeckEntry occurs 5000 times.
            03 EntryControlRecord pic x(382).
            03 EntryProgramName pic x(100).
            03 EntryStepLabel pic x(8).
            03 EntryAverageElapsed pic 9(9).
            03 EntryWorstElapsed pic 9(9).
            03 EntryHistoryState pic x.
                88 EntryHasHistory value "Y".
            03 EntryGroup pic 9(5).
    01 EntryIndex pic 9(5) value zero.
    01 SearchIndex pic 9(5) value zero.
    01 AverageElapsed pic 9(9) value zero.
    01 KnownAverageTotal pic 9(12) value zero.
    01 UnknownEntryCost pic 9(9) value zero.

    01 GroupCount pic 9(5) value zero.
    01 GroupTable.
        02 GroupEntry occurs 5000 times.
            03 GroupBalanceCost pic 9(12).
            03 GroupStream pic 99.
    01 GroupIndex pic 9(5) value zero.
    01 BestGroupIndex pic 9(5) value zero.
    01 AbsorbedGroup pic 9(5) value zero.
    01 SurvivingGroup pic 9(5) value zero.
    01 GroupsDealt pic 9(5) value zero.

    01 MaxStreams constant 20.
    01 StreamCount pic 99 value zero.
    01 StreamTable.
        02 StreamEntry occurs 20 times.
            03 StreamBalanceLoad pic 9(12).
            03 StreamProjectedAverage pic 9(12).
            03 StreamProjectedWorst pic 9(12).
            03 StreamEntryCount pic 9(5).
            03 StreamNoHistoryCount pic 9(5).
    01 StreamIndex pic 99 value zero.
    01 LightestStream pic 99 value zero.
    01 StreamSuffix pic 99 value zero.

    01 SplitRunTimestamp pic x(21) value spaces.
    01 SecondsPastMidnight pic 9(9) value zero.
    01 ProjectedEndSeconds pic 9(12) value zero.
    01 ProjectedEndDays pic 9(3) value zero.
    01 ProjectedEndHour pic 99 value zero.
    01 ProjectedEndMinute pic 99 value zero.
    01 ProjectedEndSecond pic 99 value zero.
    01 ProjectedRemainder pic 9(9) value zero.
    01 FinishText pic x(40) value spaces.

    01 WorstVerdict pic 9 value zero.
        88 EveryStreamFits value 0.
        88 SomeStreamOverrunsAtWorst value 1.
        88 SomeStreamOverrunsOnAverage value 2.
    01 DependencyProblemCount pic 9(5) value zero.

    01 ReportLineBuffer pic x(120) value spaces.

procedure division.

    move current-date to SplitRunTimestamp

    accept CommandLineArgumentCount from argument-number
    if CommandLineArgumentCount is greater than or equal to 1 then
        accept ControlFileName from argument-value
        if ControlFileName is equal to spaces then
            move "SCHEDDECK" to ControlFileName
        end-if
    end-if
    if CommandLineArgumentCount is greater than or equal to 2 then
        accept StreamCountArgument from argument-value
        if test-numval(StreamCountArgument) is equal to zero then
            compute StreamCountValue = numval(StreamCountArgument)
            end-compute
*> A fraction or a minus sign does not survive the move into a whole
*> unsigned count, so either leaves the count unusable.
            if numval(StreamCountArgument) is not equal to StreamCountValue then
                move zero to StreamCountValue
            end-if
        end-if
    end-if
    if CommandLineArgumentCount is greater than or equal to 3 then
        accept WindowArgument from argument-value
        if test-numval(WindowArgument) is equal to zero then
            compute WindowSeconds = numval(WindowArgument)
            end-compute
        end-if
    end-if
    if StreamCountValue is equal to zero
            or StreamCountValue is greater than MaxStreams then
        display "Supply the control deck and a stream count from 1 to "
            MaxStreams
        move 16 to return-code
        stop run
    end-if
    move StreamCountValue to StreamCount

    perform LoadAuditHistory

    open output SplitReportFile
    move spaces to ReportLineBuffer
    string "DECK SPLIT  RUN " trim(SplitRunTimestamp)
        "  DECK " trim(ControlFileName)
        "  STREAMS " StreamCount
        delimited by size into ReportLineBuffer
    end-string
    write SplitReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    if WindowSeconds is greater than zero then
        string "WINDOW " WindowSeconds " SECOND(S), PROJECTED FROM NOW"
            delimited by size into ReportLineBuffer
        end-string
    else
        move "NO WINDOW GIVEN - STREAMS ARE PROJECTED BUT NOT JUDGED"
            to ReportLineBuffer
    end-if
    write SplitReportRecord from ReportLineBuffer
    move spaces to SplitReportRecord
    write SplitReportRecord

    open input ControlFile
    if ControlFileNotFound then
        display "Control file not found - " trim(ControlFileName)
        move "CONTROL FILE NOT ON HAND - NOTHING SPLIT" to ReportLineBuffer
        write SplitReportRecord from ReportLineBuffer
        close SplitReportFile
        move 16 to return-code
        stop run
    end-if
    read ControlFile next record
        at end set AtEndOfControlFile to true
    end-read
    perform until AtEndOfControlFile
        perform LoadOneEntry
        read ControlFile next record
            at end set AtEndOfControlFile to true
        end-read
    end-perform
    close ControlFile

    if SkippedEntryCount is greater than zero then
        display "Control deck has more than " MaxDeckEntries
            " entries - nothing split"
        move spaces to ReportLineBuffer
        string "DECK HAS MORE THAN " MaxDeckEntries
            " ENTRIES - NOTHING SPLIT, RUN IT AS ONE STREAM"
            delimited by size into ReportLineBuffer
        end-string
        write SplitReportRecord from ReportLineBuffer
        close SplitReportFile
        move 16 to return-code
        stop run
    end-if

    perform CostUnknownEntries
    perform GroupDependentEntries
    perform DealGroupsToStreams
    perform WriteStreamDecks
    perform WriteEntryAssignments
    perform WriteStreamProjections
    close SplitReportFile

    display "Deck split - " EntryCount " entr(y/ies) of "
        trim(ControlFileName) " in " GroupCount " group(s) across "
        StreamCount " stream(s), " NoHistoryCount " without history"

    evaluate true
        when SomeStreamOverrunsOnAverage
            display "Split - a stream does NOT fit the window on average history"
            move 8 to return-code
        when SomeStreamOverrunsAtWorst
            display "Split - every stream fits on average but not all at worst case"
            move 4 to return-code
    end-evaluate
    stop run
    .

LoadAuditHistory section.
    open input AuditLogFile
    if AuditLogFileNotFound then
        display "AUDITLOG file not found - no elapsed history to balance from"
        move 16 to return-code
        stop run
    end-if
    read AuditLogFile next record
        at end set AtEndOfAuditLog to true
    end-read
    perform until AtEndOfAuditLog
        perform AccumulateAuditRecord
        read AuditLogFile next record
            at end set AtEndOfAuditLog to true
        end-read
    end-perform
    close AuditLogFile
    .

AccumulateAuditRecord section.
    perform ComputeElapsedSeconds
    if RunElapsedIsKnown then
        move "N" to SlotFound
        move 1 to ProgramIndex
        perform until ProgramIndex is greater than ProgramEntryCount or SlotWasFound
            if StatsProgramName(ProgramIndex) is equal to AuditLogProgramFileName then
                set SlotWasFound to true
            else
                add 1 to ProgramIndex
            end-if
        end-perform
        if not SlotWasFound then
            if ProgramEntryCount is greater than or equal to MaxProgramEntries then
                add 1 to SkippedProgramCount
            else
                add 1 to ProgramEntryCount
                move ProgramEntryCount to ProgramIndex
                move AuditLogProgramFileName to StatsProgramName(ProgramIndex)
                move zero to StatsElapsedRunCount(ProgramIndex)
                move zero to StatsTotalElapsed(ProgramIndex)
                move zero to StatsWorstElapsed(ProgramIndex)
                set SlotWasFound to true
            end-if
        end-if
        if SlotWasFound then
            add 1 to StatsElapsedRunCount(ProgramIndex)
            add ElapsedSeconds to StatsTotalElapsed(ProgramIndex)
            if ElapsedSeconds is greater than StatsWorstElapsed(ProgramIndex) then
                move ElapsedSeconds to StatsWorstElapsed(ProgramIndex)
            end-if
        end-if
    end-if
    .

*> Same elapsed computation as BrainfuckForecast - the streams must be
*> balanced on the numbers the forecast judges the whole deck by.
ComputeElapsedSeconds section.
    move "N" to ElapsedIsKnown
    move zero to ElapsedSeconds
    if AuditLogStartTimestamp(1:14) is numeric
            and AuditLogEndTimestamp(1:14) is numeric then
        compute ElapsedSeconds =
            (integer-of-date(numval(AuditLogEndTimestamp(1:8)))
                - integer-of-date(numval(AuditLogStartTimestamp(1:8)))) * 86400
            + numval(AuditLogEndTimestamp(9:2)) * 3600
            + numval(AuditLogEndTimestamp(11:2)) * 60
            + numval(AuditLogEndTimestamp(13:2))
            - numval(AuditLogStartTimestamp(9:2)) * 3600
            - numval(AuditLogStartTimestamp(11:2)) * 60
            - numval(AuditLogStartTimestamp(13:2))
        end-compute
        if ElapsedSeconds is less than zero then
            move zero to ElapsedSeconds
        end-if
        set RunElapsedIsKnown to true
    end-if
    .

LoadOneEntry section.
    if EntryCount is greater than or equal to MaxDeckEntries then
        add 1 to SkippedEntryCount
    else
        add 1 to EntryCount
        move ControlRecord to EntryControlRecord(EntryCount)
        move ControlProgramFileName to EntryProgramName(EntryCount)
        move ControlStepLabel to EntryStepLabel(EntryCount)
        move zero to EntryAverageElapsed(EntryCount)
        move zero to EntryWorstElapsed(EntryCount)
        move "N" to EntryHistoryState(EntryCount)
        move EntryCount to EntryGroup(EntryCount)
        move "N" to SlotFound
        move 1 to ProgramIndex
        perform until ProgramIndex is greater than ProgramEntryCount or SlotWasFound
            if StatsProgramName(ProgramIndex) is equal to ControlProgramFileName then
                set SlotWasFound to true
            else
                add 1 to ProgramIndex
            end-if
        end-perform
        if SlotWasFound
                and StatsElapsedRunCount(ProgramIndex) is greater than zero then
            compute AverageElapsed = StatsTotalElapsed(ProgramIndex)
                / StatsElapsedRunCount(ProgramIndex)
            end-compute
            move AverageElapsed to EntryAverageElapsed(EntryCount)
            move StatsWorstElapsed(ProgramIndex) to EntryWorstElapsed(EntryCount)
            set EntryHasHistory(EntryCount) to true
            add 1 to KnownHistoryCount
            add AverageElapsed to KnownAverageTotal
        else
            add 1 to NoHistoryCount
        end-if
    end-if
    .

*> Balancing cost for an entry with no history: the mean of the known
*> entries' averages, or one second when nothing in the deck has run
*> before, so unknown entries are still dealt out evenly.
CostUnknownEntries section.
    if KnownHistoryCount is greater than zero then
        compute UnknownEntryCost = KnownAverageTotal / KnownHistoryCount
        end-compute
    end-if
    if UnknownEntryCost is equal to zero then
        move 1 to UnknownEntryCost
    end-if
    .

*> Every entry starts in a group of its own, numbered by its position.
*> A PIPE entry joins the group of the entry before it; an entry with a
*> condition step joins the group of the nearest earlier entry carrying
*> that label, found the way BrainfuckDriver finds it. An entry that
*> does both can bring two groups together, so joining relabels the
*> whole of the later-numbered group.
GroupDependentEntries section.
    move 1 to EntryIndex
    perform until EntryIndex is greater than EntryCount
        move EntryControlRecord(EntryIndex) to ControlRecord
        if ControlInputFileName is equal to "PIPE" then
            if EntryIndex is equal to 1 then
                add 1 to DependencyProblemCount
                move spaces to ReportLineBuffer
                string "ENTRY " EntryIndex " " trim(EntryProgramName(EntryIndex))
                    " - PIPE WITH NO ENTRY BEFORE IT - THE DRIVER WILL REJECT IT"
                    delimited by size into ReportLineBuffer
                end-string
                write SplitReportRecord from ReportLineBuffer
            else
                compute SearchIndex = EntryIndex - 1
                end-compute
                perform JoinEntryGroups
            end-if
        end-if
        if ControlConditionStep is not equal to spaces
                and ControlConditionStep is not equal to low-values then
            compute SearchIndex = EntryIndex - 1
            end-compute
            perform until SearchIndex is equal to zero
                    or EntryStepLabel(SearchIndex) is equal to ControlConditionStep
                subtract 1 from SearchIndex
            end-perform
            if SearchIndex is equal to zero then
                add 1 to DependencyProblemCount
                move spaces to ReportLineBuffer
                string "ENTRY " EntryIndex " " trim(EntryProgramName(EntryIndex))
                    " - NO EARLIER ENTRY HAS STEP LABEL " ControlConditionStep
                    " - THE DRIVER WILL REJECT IT"
                    delimited by size into ReportLineBuffer
                end-string
                write SplitReportRecord from ReportLineBuffer
            else
                perform JoinEntryGroups
            end-if
        end-if
        add 1 to EntryIndex
    end-perform
    if DependencyProblemCount is greater than zero then
        move spaces to SplitReportRecord
        write SplitReportRecord
    end-if
    .

JoinEntryGroups section.
    if EntryGroup(SearchIndex) is not equal to EntryGroup(EntryIndex) then
        if EntryGroup(SearchIndex) is less than EntryGroup(EntryIndex) then
            move EntryGroup(SearchIndex) to SurvivingGroup
            move EntryGroup(EntryIndex) to AbsorbedGroup
        else
            move EntryGroup(EntryIndex) to SurvivingGroup
            move EntryGroup(SearchIndex) to AbsorbedGroup
        end-if
        move 1 to GroupIndex
        perform until GroupIndex is greater than EntryIndex
            if EntryGroup(GroupIndex) is equal to AbsorbedGroup then
                move SurvivingGroup to EntryGroup(GroupIndex)
            end-if
            add 1 to GroupIndex
        end-perform
    end-if
    .

*> Largest group first, each to the stream with the least balancing
*> load so far - the lowest-numbered stream on a tie. Group numbers are
*> entry positions, so the group table is indexed the same way and an
*> absorbed group simply carries no cost.
DealGroupsToStreams section.
    move 1 to GroupIndex
    perform until GroupIndex is greater than EntryCount
        move zero to GroupBalanceCost(GroupIndex)
        move zero to GroupStream(GroupIndex)
        add 1 to GroupIndex
    end-perform
    move 1 to EntryIndex
    perform until EntryIndex is greater than EntryCount
        move EntryGroup(EntryIndex) to GroupIndex
        if GroupIndex is equal to EntryIndex then
            add 1 to GroupCount
        end-if
        if EntryHasHistory(EntryIndex) then
            add EntryAverageElapsed(EntryIndex) to GroupBalanceCost(GroupIndex)
        else
            add UnknownEntryCost to GroupBalanceCost(GroupIndex)
        end-if
        add 1 to EntryIndex
    end-perform
    move 1 to StreamIndex
    perform until StreamIndex is greater than StreamCount
        move zero to StreamBalanceLoad(StreamIndex)
        move zero to StreamProjectedAverage(StreamIndex)
        move zero to StreamProjectedWorst(StreamIndex)
        move zero to StreamEntryCount(StreamIndex)
        move zero to StreamNoHistoryCount(StreamIndex)
        add 1 to StreamIndex
    end-perform
    move zero to GroupsDealt
    perform until GroupsDealt is greater than or equal to GroupCount
        move zero to BestGroupIndex
        move 1 to GroupIndex
        perform until GroupIndex is greater than EntryCount
            if EntryGroup(GroupIndex) is equal to GroupIndex
                    and GroupStream(GroupIndex) is equal to zero then
                if BestGroupIndex is equal to zero
                        or GroupBalanceCost(GroupIndex)
                            is greater than GroupBalanceCost(BestGroupIndex) then
                    move GroupIndex to BestGroupIndex
                end-if
            end-if
            add 1 to GroupIndex
        end-perform
        move 1 to LightestStream
        move 2 to StreamIndex
        perform until StreamIndex is greater than StreamCount
            if StreamBalanceLoad(StreamIndex)
                    is less than StreamBalanceLoad(LightestStream) then
                move StreamIndex to LightestStream
            end-if
            add 1 to StreamIndex
        end-perform
        move LightestStream to GroupStream(BestGroupIndex)
        add GroupBalanceCost(BestGroupIndex)
            to StreamBalanceLoad(LightestStream)
        add 1 to GroupsDealt
    end-perform
    .

*> One pass of the deck per stream keeps every stream's entries in
*> their original order, which is what holds a PIPE entry directly
*> after the entry it reads and a conditioned entry after its step.
WriteStreamDecks section.
    move 1 to StreamIndex
    perform until StreamIndex is greater than StreamCount
        move StreamIndex to StreamSuffix
        move spaces to StreamFileName
        string trim(ControlFileName) ".S" StreamSuffix
            delimited by size into StreamFileName
        end-string
        open output StreamFile
        move 1 to EntryIndex
        perform until EntryIndex is greater than EntryCount
            if GroupStream(EntryGroup(EntryIndex)) is equal to StreamIndex then
                write StreamRecord from EntryControlRecord(EntryIndex)
                add 1 to StreamEntryCount(StreamIndex)
                if EntryHasHistory(EntryIndex) then
                    add EntryAverageElapsed(EntryIndex)
                        to StreamProjectedAverage(StreamIndex)
                    add EntryWorstElapsed(EntryIndex)
                        to StreamProjectedWorst(StreamIndex)
                else
                    add 1 to StreamNoHistoryCount(StreamIndex)
                end-if
            end-if
            add 1 to EntryIndex
        end-perform
        close StreamFile
        add 1 to StreamIndex
    end-perform
    .

WriteEntryAssignments section.
    move "ENTRY ASSIGNMENTS" to ReportLineBuffer
    write SplitReportRecord from ReportLineBuffer
    move 1 to EntryIndex
    perform until EntryIndex is greater than EntryCount
        move spaces to ReportLineBuffer
        if EntryHasHistory(EntryIndex) then
            string "ENTRY " EntryIndex " STREAM "
                GroupStream(EntryGroup(EntryIndex))
                " GROUP " EntryGroup(EntryIndex)
                " " trim(EntryProgramName(EntryIndex))
                " - AVG " EntryAverageElapsed(EntryIndex)
                " WORST " EntryWorstElapsed(EntryIndex)
                delimited by size into ReportLineBuffer
            end-string
        else
            string "ENTRY " EntryIndex " STREAM "
                GroupStream(EntryGroup(EntryIndex))
                " GROUP " EntryGroup(EntryIndex)
                " " trim(EntryProgramName(EntryIndex))
                " - NO RUN HISTORY, BALANCED AT " UnknownEntryCost
                delimited by size into ReportLineBuffer
            end-string
        end-if
        write SplitReportRecord from ReportLineBuffer
        add 1 to EntryIndex
    end-perform
    .

WriteStreamProjections section.
    move spaces to SplitReportRecord
    write SplitReportRecord
    move "STREAM PROJECTIONS" to ReportLineBuffer
    write SplitReportRecord from ReportLineBuffer
    compute SecondsPastMidnight =
        numval(SplitRunTimestamp(9:2)) * 3600
        + numval(SplitRunTimestamp(11:2)) * 60
        + numval(SplitRunTimestamp(13:2))
    end-compute
    move 1 to StreamIndex
    perform until StreamIndex is greater than StreamCount
        perform WriteOneStreamProjection
        add 1 to StreamIndex
    end-perform
    move spaces to SplitReportRecord
    write SplitReportRecord
    move spaces to ReportLineBuffer
    string "ENTRIES " EntryCount
        "   GROUPS " GroupCount
        "   WITHOUT HISTORY " NoHistoryCount
        "   DEPENDENCY PROBLEMS " DependencyProblemCount
        delimited by size into ReportLineBuffer
    end-string
    write SplitReportRecord from ReportLineBuffer
    if NoHistoryCount is greater than zero then
        move spaces to ReportLineBuffer
        string "CAUTION - " NoHistoryCount
            " ENTR(Y/IES) HAVE NO HISTORY AND ARE NOT IN THE PROJECTIONS"
            delimited by size into ReportLineBuffer
        end-string
        write SplitReportRecord from ReportLineBuffer
    end-if
    if SkippedProgramCount is greater than zero then
        move spaces to ReportLineBuffer
        string "TABLE LIMITS REACHED - " SkippedProgramCount
            " PROGRAM(S) OF HISTORY NOT LOADED"
            delimited by size into ReportLineBuffer
        end-string
        write SplitReportRecord from ReportLineBuffer
    end-if
    .

*> The finish is projected from now on average history, worked the
*> same way as BrainfuckForecast's projected end.
WriteOneStreamProjection section.
    compute ProjectedEndSeconds = SecondsPastMidnight
        + StreamProjectedAverage(StreamIndex)
    end-compute
    compute ProjectedEndDays = ProjectedEndSeconds / 86400
    end-compute
    compute ProjectedRemainder = ProjectedEndSeconds
        - ProjectedEndDays * 86400
    end-compute
    compute ProjectedEndHour = ProjectedRemainder / 3600
    end-compute
    compute ProjectedRemainder = ProjectedRemainder
        - ProjectedEndHour * 3600
    end-compute
    compute ProjectedEndMinute = ProjectedRemainder / 60
    end-compute
    compute ProjectedEndSecond = ProjectedRemainder
        - ProjectedEndMinute * 60
    end-compute
    move spaces to FinishText
    if ProjectedEndDays is greater than zero then
        string ProjectedEndHour ":" ProjectedEndMinute ":" ProjectedEndSecond
            " PLUS " ProjectedEndDays " DAY(S)"
            delimited by size into FinishText
        end-string
    else
        string ProjectedEndHour ":" ProjectedEndMinute ":" ProjectedEndSecond
            " TODAY"
            delimited by size into FinishText
        end-string
    end-if
    move StreamIndex to StreamSuffix
    move spaces to ReportLineBuffer
    string "STREAM " StreamSuffix " " trim(ControlFileName) ".S" StreamSuffix
        "  ENTRIES " StreamEntryCount(StreamIndex)
        "  AVG " StreamProjectedAverage(StreamIndex)
        "  WORST " StreamProjectedWorst(StreamIndex)
        "  FINISH " trim(FinishText)
        delimited by size into ReportLineBuffer
    end-string
    write SplitReportRecord from ReportLineBuffer
    move spaces to ReportLineBuffer
    evaluate true
        when WindowSeconds is equal to zero
            continue
        when StreamProjectedAverage(StreamIndex) is greater than WindowSeconds
            move 2 to WorstVerdict
            move "  DOES NOT FIT THE WINDOW ON AVERAGE HISTORY - ADD A STREAM OR TRIM"
                to ReportLineBuffer
        when StreamProjectedWorst(StreamIndex) is greater than WindowSeconds
            if not SomeStreamOverrunsOnAverage then
                move 1 to WorstVerdict
            end-if
            move "  FITS ON AVERAGE BUT NOT AT WORST-CASE HISTORY - WATCH IT"
                to ReportLineBuffer
        when other
            move "  FITS THE WINDOW" to ReportLineBuffer
    end-evaluate
    if ReportLineBuffer is not equal to spaces then
        write SplitReportRecord from ReportLineBuffer
    end-if
    if StreamNoHistoryCount(StreamIndex) is greater than zero then
        move spaces to ReportLineBuffer
        string "  " StreamNoHistoryCount(StreamIndex)
            " ENTR(Y/IES) WITHOUT HISTORY NOT IN THIS PROJECTION"
            delimited by size into ReportLineBuffer
        end-string
        write SplitReportRecord from ReportLineBuffer
    end-if
    .

end program BrainfuckDeckSplit.
