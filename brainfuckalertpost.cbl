identification division.
program-id. BrainfuckAlertPost.

*> Modification history
*> 2026-10-15  New program. Posts one operator alert to the shared
*>             alert file, ALERTS, for a problem the morning shift has
*>             to act on - a budget exhaustion or compare mismatch in
*>             the driver, a gap or resumable checkpoint found by the
*>             reconcile, an overdue scheduled entry, a broken catalog
*>             entry, a probable wrap regression, a deck that will not
*>             fit the batch window - so the shift works from one queue
*>             on the BrainfuckAlerts screen instead of a dozen reports
*>             and a return code. The caller names the underlying
*>             problem with a problem key (for example
*>             "OVERDUE HELLO"); while an alert for the same source
*>             program and problem key is still open or acknowledged, a
*>             repeat post does not raise a second alert but folds into
*>             the first - its repeat count and last-seen time go up,
*>             the message and run id follow the latest post, and the
*>             severity rises if the repeat is more severe. Once the
*>             alert is closed, the next post of the same problem
*>             raises a new one. Completion code 0 means a new alert
*>             was raised, 4 that the post was folded into an open
*>             alert, and 16 that it could not be posted - the caller
*>             carries on regardless, since its own report still holds
*>             the finding.
*>
*> Alert record layout (ALERTS, indexed on the alert id, with the
*> source program and problem key together as a duplicates-allowed
*> alternate key):
*>   1-7      alert id, issued from ALERTSEQ
*>   9        severity - 1 URGENT, 2 WARNING, 3 NOTICE
*>   11       status - O open, A acknowledged, C closed
*>   13-36    source program that posted it
*>   37-96    problem key
*>   98-104   run id the alert concerns, zero if none
*>   106-113  catalog program id the alert concerns, blank if none
*>   115-194  message
*>   196-216  timestamp first raised
*>   218-238  timestamp last posted
*>   240-244  times posted
*>   246-253  operator who last acknowledged or closed it
*>   255-275  timestamp of that acknowledgement or close
*>   277-336  the operator's note
*>
*> ALERTSEQ holds the last alert id issued. It is opened under an
*> exclusive lock for the whole post, the way BrainfuckEngine issues
*> run ids from RUNSEQ, so two jobs posting the same problem at the
*> same moment cannot both miss the other's alert and raise two.

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
    01 AlertSequenceFileStatus pic xx value zeroes.
        88 AlertSequenceFileNotFound value "35".
        88 AlertSequenceFileLocked value "61".
    01 MaxAlertSequenceRetries constant 100000.
    01 AlertSequenceRetryCount pic 9(6) usage binary value zero.
    01 AlertSequenceLockState pic x value "N".
        88 AlertSequenceLocked value "Y".

    01 SoughtDedupeKey pic x(84) value spaces.
    01 DuplicateScanState pic x value "S".
        88 DuplicateScanEnded value "E".
        88 OpenAlertWasFound value "F".
    01 NewAlertId pic 9(7) value zero.
    01 PostTimestamp pic x(21) value spaces.

linkage section.
    01 LinkAlertSeverity pic 9.
    01 LinkAlertSourceProgram pic x(24).
    01 LinkAlertProblemKey pic x(60).
    01 LinkAlertRunIdentifier pic 9(7).
    01 LinkAlertCatalogProgramId pic x(8).
    01 LinkAlertMessage pic x(80).
    01 LinkAlertPostCode pic 9(3).

procedure division using LinkAlertSeverity LinkAlertSourceProgram
        LinkAlertProblemKey LinkAlertRunIdentifier LinkAlertCatalogProgramId
        LinkAlertMessage LinkAlertPostCode.

    move 16 to LinkAlertPostCode
    move current-date to PostTimestamp

    perform ObtainAlertSequenceLock
    if not AlertSequenceLocked then
        display "Could not obtain the ALERTSEQ lock - alert not posted - "
            trim(LinkAlertProblemKey)
        goback
    end-if

    open i-o AlertFile
    if AlertFileNotFound then
        open output AlertFile
        close AlertFile
        open i-o AlertFile
    end-if
    if AlertFileStatus is not equal to "00" then
        display "Alert file ALERTS could not be opened - status "
            AlertFileStatus " - alert not posted - "
            trim(LinkAlertProblemKey)
    else
        perform FindOpenAlert
        if OpenAlertWasFound then
            perform FoldRepeatAlert
        else
            perform RaiseNewAlert
        end-if
        close AlertFile
    end-if
    close AlertSequenceFile
    goback
    .

*> A locked status means another job is posting; a retry gets through
*> as soon as it has finished.
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
*> First alert ever posted on this system - seed the file with a zero
*> record so every later post is a read and a rewrite under the lock.
            open output AlertSequenceFile
            move zero to AlertSequenceRecord
            write AlertSequenceRecord
            close AlertSequenceFile
        when AlertSequenceFileLocked
            continue
        when AlertSequenceFileStatus is equal to "00"
            read AlertSequenceFile next record
                at end move zero to AlertSequenceRecord
            end-read
            set AlertSequenceLocked to true
        when other
            continue
    end-evaluate
    .

*> Every alert ever posted for the problem shares the alternate key;
*> only one of them can be other than closed, since a repeat is folded
*> into it rather than raised.
FindOpenAlert section.
    move "S" to DuplicateScanState
    move LinkAlertSourceProgram to AlertSourceProgram
    move LinkAlertProblemKey to AlertProblemKey
    move AlertDedupeKey to SoughtDedupeKey
    start AlertFile key is equal to AlertDedupeKey
        invalid key set DuplicateScanEnded to true
    end-start
    perform until DuplicateScanEnded or OpenAlertWasFound
        read AlertFile next record
            at end set DuplicateScanEnded to true
        end-read
        evaluate true
            when DuplicateScanEnded
                continue
            when AlertDedupeKey is not equal to SoughtDedupeKey
                set DuplicateScanEnded to true
            when not AlertIsClosed
                set OpenAlertWasFound to true
        end-evaluate
    end-perform
    .

FoldRepeatAlert section.
    move PostTimestamp to AlertLastSeenTimestamp
    if AlertRepeatCount is less than 99999 then
        add 1 to AlertRepeatCount
    end-if
    if LinkAlertSeverity is less than AlertSeverity then
        move LinkAlertSeverity to AlertSeverity
    end-if
    if LinkAlertRunIdentifier is greater than zero then
        move LinkAlertRunIdentifier to AlertRunIdentifier
    end-if
    move LinkAlertMessage to AlertMessage
    rewrite AlertRecord
        invalid key
            display "Alert " AlertId " could not be updated - status "
                AlertFileStatus
        not invalid key
            move 4 to LinkAlertPostCode
    end-rewrite
    .

RaiseNewAlert section.
    add 1 to AlertSequenceRecord giving NewAlertId
    move spaces to AlertRecord
    move NewAlertId to AlertId
    move LinkAlertSeverity to AlertSeverity
    move "O" to AlertStatus
    move LinkAlertSourceProgram to AlertSourceProgram
    move LinkAlertProblemKey to AlertProblemKey
    move LinkAlertRunIdentifier to AlertRunIdentifier
    move LinkAlertCatalogProgramId to AlertCatalogProgramId
    move LinkAlertMessage to AlertMessage
    move PostTimestamp to AlertRaisedTimestamp
    move PostTimestamp to AlertLastSeenTimestamp
    move 1 to AlertRepeatCount
    write AlertRecord
        invalid key
            display "Alert " NewAlertId " could not be written - status "
                AlertFileStatus " - alert not posted - "
                trim(LinkAlertProblemKey)
        not invalid key
            move NewAlertId to AlertSequenceRecord
            rewrite AlertSequenceRecord
            move zero to LinkAlertPostCode
    end-write
    .

end program BrainfuckAlertPost.
