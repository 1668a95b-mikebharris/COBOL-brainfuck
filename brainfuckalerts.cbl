identification division.
program-id. BrainfuckAlerts.

*> Modification history
*> 2026-10-15  New program. The operator alert screen: after signing on
*>             (see BrainfuckSignOn), the morning shift works the alert
*>             queue on ALERTS that BrainfuckAlertPost fills from the
*>             driver, reconcile, scheduler, catalog check, wrap
*>             analysis and forecast jobs. The menu lists the alerts
*>             still open (open or acknowledged, not closed) most
*>             severe first, or longest open first, each with its age,
*>             how many times it has been posted and who last
*>             acknowledged it; acknowledges an alert with a note, so
*>             the rest of the shift knows someone is on it; and closes
*>             one with a note once the problem is dealt with. A closed
*>             alert drops off the lists and is archived off by
*>             BrainfuckArchive; if the problem comes back, the next
*>             post raises a new alert. Any operator on the authority
*>             file may acknowledge and close alerts - the note records
*>             who did.
*> 2026-10-15  An acknowledge or close now holds the exclusive ALERTSEQ
*>             lock while it reads and rewrites the alert, as
*>             BrainfuckAlertPost does for a post, so a repeat folded in
*>             by a batch job at the same moment can no longer be lost
*>             or undo the operator's action.
*>
*> ALERTS is opened only for the moment each menu action needs it, not
*> for the whole session, so a screen left signed on never holds up the
*> batch jobs posting to it. An acknowledge or close takes the same
*> exclusive ALERTSEQ lock as BrainfuckAlertPost for that moment, so a
*> post folding a repeat into the alert cannot overwrite the operator's
*> change, nor the change the repeat.

environment division.
configuration section.
    repository.
        function all intrinsic.

input-output section.
file-control.
    select AlertFile assign to "ALERTS"
        organization is indexed
        access mode is dynamic
        record key is AlertId
        alternate record key is AlertDedupeKey with duplicates
        file status is AlertFileStatus.

    select AlertSequenceFile assign to "ALERTSEQ"
        organization is sequential
        lock mode is exclusive
        file status is AlertSequenceFileStatus.

data division.
file section.
    fd AlertFile.
    01 AlertRecord.
        02 AlertId pic 9(7).
        02 filler pic x.
        02 AlertSeverity pic 9.
        02 filler pic x.
        02 AlertStatus pic x.
            88 AlertIsOpen value "O".
            88 AlertIsAcknowledged value "A".
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

    fd AlertSequenceFile.
    01 AlertSequenceRecord pic 9(7).

working-storage section.
    01 AlertFileStatus pic xx value zeroes.
        88 AlertFileNotFound value "35".
        88 AlertRecordNotFound value "23".
        88 EndOfAlertFile value "10".
    01 AlertSequenceFileStatus pic xx value zeroes.
        88 AlertSequenceFileNotFound value "35".
        88 AlertSequenceFileLocked value "61".
    01 MaxAlertSequenceRetries constant 100000.
    01 AlertSequenceRetryCount pic 9(6) usage binary value zero.
    01 AlertSequenceLockState pic x value "N".
        88 AlertSequenceLocked value "Y".

    01 QuitRequested pic x value "N".
        88 OperatorQuit value "Y".
    01 MenuChoice pic x value space.
    01 AlertIdEntry pic x(7) value spaces.
    01 ActionNoteEntry pic x(60) value spaces.
    01 ActionState pic x value "A".
        88 AcknowledgingAlert value "A".
        88 ClosingAlert value "C".
    01 ListOrder pic x value "S".
        88 ListBySeverity value "S".
        88 ListByAge value "A".

    01 OperatorId pic x(8) value spaces.
    01 OperatorAuthority.
        02 OperatorName pic x(30) value spaces.
        02 OperatorMayRun pic x value "N".
        02 OperatorMayAdd pic x value "N".
        02 OperatorMayChange pic x value "N".
        02 OperatorMayDelete pic x value "N".
    01 SignOnCompletionCode pic 9(3) value zero.
    01 SignOnAttempts pic 9 value zero.
    01 MaxSignOnAttempts constant 3.

*> Open alerts for one listing, held in the order they are to be shown
*> with the same insertion as BrainfuckReconcile's audit table.
    01 MaxListedAlerts constant 2000.
    01 ListedAlertCount pic 9(5) value zero.
    01 SkippedAlertCount pic 9(5) value zero.
    01 ListedAlertTable.
        02 ListedAlert occurs 2000 times.
            03 ListedOrderKey pic x(30).
            03 ListedAlertRecord pic x(336).
    01 ListOrderKey pic x(30) value spaces.
    01 InsertIndex pic 9(5) value zero.
    01 ShiftIndex pic 9(5) value zero.
    01 ListIndex pic 9(5) value zero.

    01 ScreenTimestamp pic x(21) value spaces.
    01 AgeSeconds pic s9(11) value zero.
    01 AgeDays pic 9(4) value zero.
    01 AgeHours pic 99 value zero.
    01 AgeMinutes pic 99 value zero.
    01 SeverityName pic x(7) value spaces.
    01 StatusName pic x(12) value spaces.

procedure division.

    perform SignOnOperator
    perform until OperatorQuit
        perform DisplayMenu
        accept MenuChoice
        evaluate MenuChoice
            when "1"
                set ListBySeverity to true
                perform ListOpenAlerts
            when "2"
                set ListByAge to true
                perform ListOpenAlerts
            when "3"
                set AcknowledgingAlert to true
                perform ActionOneAlert
            when "4"
                set ClosingAlert to true
                perform ActionOneAlert
            when "5"
                set OperatorQuit to true
            when other
                display "Please choose 1, 2, 3, 4 or 5"
        end-evaluate
    end-perform
    stop run
    .

*> The same sign-on as the catalog menu, so the note on every
*> acknowledgement and close names an operator on the authority file.
SignOnOperator section.
    move 99 to SignOnCompletionCode
    move zero to SignOnAttempts
    perform until SignOnCompletionCode is equal to zero
            or SignOnAttempts is greater than or equal to MaxSignOnAttempts
        add 1 to SignOnAttempts
        display "Operator id: " with no advancing
        accept OperatorId
        call "BrainfuckSignOn" using OperatorId OperatorAuthority
            SignOnCompletionCode
        end-call
        cancel "BrainfuckSignOn"
        evaluate SignOnCompletionCode
            when zero
                display "Signed on as " trim(OperatorId) " - " trim(OperatorName)
            when 16
                display "Sign-on is not available - see the operator authority file"
                move 16 to return-code
                stop run
            when other
                display "Operator id " trim(OperatorId) " is not on the authority file"
        end-evaluate
    end-perform
    if SignOnCompletionCode is not equal to zero then
        display "Sign-on refused"
        move 16 to return-code
        stop run
    end-if
    .

DisplayMenu section.
    display " "
    display "Operator alert queue - operator " trim(OperatorId)
    display "  1. List open alerts, most severe first"
    display "  2. List open alerts, longest open first"
    display "  3. Acknowledge an alert"
    display "  4. Close an alert"
    display "  5. Exit"
    display "Choice: " with no advancing
    .

ListOpenAlerts section.
    move zero to ListedAlertCount
    move zero to SkippedAlertCount
    move current-date to ScreenTimestamp
    open input AlertFile
    if AlertFileNotFound then
        display "No alerts have been posted"
    else
        if AlertFileStatus is not equal to "00" then
            display "ALERTS file could not be opened - file status "
                AlertFileStatus
        else
            read AlertFile next record
                at end set EndOfAlertFile to true
            end-read
            perform until EndOfAlertFile
                if not AlertIsClosed then
                    perform InsertListedAlert
                end-if
                read AlertFile next record
                    at end set EndOfAlertFile to true
                end-read
            end-perform
            close AlertFile
            perform ShowListedAlerts
        end-if
    end-if
    .

*> Most severe first orders on severity, then age; longest open first
*> orders on age alone. The raised timestamp sorts as it reads, and
*> the alert id breaks ties between alerts raised in the same moment.
InsertListedAlert section.
    move spaces to ListOrderKey
    if ListBySeverity then
        string AlertSeverity AlertRaisedTimestamp(1:16) AlertId
            delimited by size into ListOrderKey
        end-string
    else
        string AlertRaisedTimestamp(1:16) AlertId
            delimited by size into ListOrderKey
        end-string
    end-if
    if ListedAlertCount is greater than or equal to MaxListedAlerts then
        add 1 to SkippedAlertCount
    else
        move ListedAlertCount to InsertIndex
        perform until InsertIndex is equal to zero
                or ListedOrderKey(InsertIndex) is less than or equal to ListOrderKey
            subtract 1 from InsertIndex
        end-perform
        add 1 to InsertIndex
        move ListedAlertCount to ShiftIndex
        perform until ShiftIndex is less than InsertIndex
            move ListedAlert(ShiftIndex) to ListedAlert(ShiftIndex + 1)
            subtract 1 from ShiftIndex
        end-perform
        add 1 to ListedAlertCount
        move ListOrderKey to ListedOrderKey(InsertIndex)
        move AlertRecord to ListedAlertRecord(InsertIndex)
    end-if
    .

ShowListedAlerts section.
    if ListedAlertCount is equal to zero then
        display "No open alerts"
    end-if
    move 1 to ListIndex
    perform until ListIndex is greater than ListedAlertCount
        move ListedAlertRecord(ListIndex) to AlertRecord
        perform ShowOneAlert
        add 1 to ListIndex
    end-perform
    if SkippedAlertCount is greater than zero then
        display "And " SkippedAlertCount " more open alert(s) not listed"
    end-if
    .

ShowOneAlert section.
    perform ComputeAlertAge
    evaluate AlertSeverity
        when 1
            move "URGENT" to SeverityName
        when 2
            move "WARNING" to SeverityName
        when other
            move "NOTICE" to SeverityName
    end-evaluate
    if AlertIsAcknowledged then
        move "ACKNOWLEDGED" to StatusName
    else
        move "OPEN" to StatusName
    end-if
    display "Alert " AlertId "  " SeverityName "  " StatusName
        "  open " AgeDays "d " AgeHours "h " AgeMinutes "m"
        "  posted " AlertRepeatCount " time(s)"
    display "    " trim(AlertMessage)
    display "    from " trim(AlertSourceProgram)
        "  run " AlertRunIdentifier "  catalog id " AlertCatalogProgramId
        "  last posted " AlertLastSeenTimestamp(1:14)
    if AlertIsAcknowledged then
        display "    acknowledged by " trim(AlertActionOperator)
            " at " AlertActionTimestamp(1:14) " - " trim(AlertActionNote)
    end-if
    .

*> Age from the moment the alert was first raised to the moment the
*> list was taken, worked the same way BrainfuckOpsReport works elapsed
*> time from the audit timestamps.
ComputeAlertAge section.
    move zero to AgeSeconds
    if AlertRaisedTimestamp(1:14) is numeric then
        compute AgeSeconds =
            (integer-of-date(numval(ScreenTimestamp(1:8)))
                - integer-of-date(numval(AlertRaisedTimestamp(1:8)))) * 86400
            + numval(ScreenTimestamp(9:2)) * 3600
            + numval(ScreenTimestamp(11:2)) * 60
            + numval(ScreenTimestamp(13:2))
            - numval(AlertRaisedTimestamp(9:2)) * 3600
            - numval(AlertRaisedTimestamp(11:2)) * 60
            - numval(AlertRaisedTimestamp(13:2))
        end-compute
        if AgeSeconds is less than zero then
            move zero to AgeSeconds
        end-if
    end-if
    compute AgeDays = AgeSeconds / 86400
    end-compute
    compute AgeHours = (AgeSeconds - AgeDays * 86400) / 3600
    end-compute
    compute AgeMinutes = (AgeSeconds - AgeDays * 86400 - AgeHours * 3600) / 60
    end-compute
    .

*> Acknowledge and close are the same transaction with a different
*> status: read the alert afresh, stamp who, when and why, rewrite.
ActionOneAlert section.
    display "Alert id: " with no advancing
    accept AlertIdEntry
    if test-numval(AlertIdEntry) is not equal to zero then
        display "Alert id must be digits"
    else
        display "Note: " with no advancing
        accept ActionNoteEntry
        if ActionNoteEntry is equal to spaces then
            display "A note is needed to say what was done - alert not changed"
        else
            perform RecordAlertAction
        end-if
    end-if
    .

*> A batch job posting under the lock lets go as soon as its post is
*> written, so a retry gets through almost at once.
RecordAlertAction section.
    perform ObtainAlertSequenceLock
    if not AlertSequenceLocked then
        display "Alerts are being posted - alert not changed, try again"
    else
        perform UpdateAlertRecord
        close AlertSequenceFile
    end-if
    .

ObtainAlertSequenceLock section.
    move "N" to AlertSequenceLockState
    move zero to AlertSequenceRetryCount
    perform AttemptAlertSequenceLock
    perform until AlertSequenceLocked
            or AlertSequenceRetryCount is greater than or equal to MaxAlertSequenceRetries
        add 1 to AlertSequenceRetryCount
        perform AttemptAlertSequenceLock
    end-perform
    .

AttemptAlertSequenceLock section.
    open i-o AlertSequenceFile
    evaluate true
        when AlertSequenceFileNotFound
*> Nothing has been posted yet - seed the file the way
*> BrainfuckAlertPost does, so the next attempt can take the lock.
            open output AlertSequenceFile
            move zero to AlertSequenceRecord
            write AlertSequenceRecord
            close AlertSequenceFile
        when AlertSequenceFileLocked
            continue
        when AlertSequenceFileStatus is equal to "00"
            set AlertSequenceLocked to true
        when other
            continue
    end-evaluate
    .

UpdateAlertRecord section.
    open i-o AlertFile
    if AlertFileNotFound then
        display "No alerts have been posted"
    else
        if AlertFileStatus is not equal to "00" then
            display "ALERTS file could not be opened - file status "
                AlertFileStatus
        else
            compute AlertId = numval(AlertIdEntry)
            end-compute
            read AlertFile record
                invalid key display "No alert with that id"
            end-read
            if not AlertRecordNotFound then
                if AlertIsClosed then
                    display "Alert " AlertId " is already closed"
                else
                    move OperatorId to AlertActionOperator
                    move current-date to AlertActionTimestamp
                    move ActionNoteEntry to AlertActionNote
                    if ClosingAlert then
                        move "C" to AlertStatus
                    else
                        move "A" to AlertStatus
                    end-if
                    rewrite AlertRecord
                        invalid key
                            display "Alert " AlertId
                                " could not be updated - status "
                                AlertFileStatus
                        not invalid key
                            if ClosingAlert then
                                display "Alert " AlertId " closed"
                            else
                                display "Alert " AlertId " acknowledged"
                            end-if
                    end-rewrite
                end-if
            end-if
            close AlertFile
        end-if
    end-if
    .

end program BrainfuckAlerts.
