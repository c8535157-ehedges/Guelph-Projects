identification division.

program-id. primesSel.

environment division.

input-output section.

file-control.

*> Nightly selection from REQFILE, the standing range-request queue
*> primesReq maintains. Every request that has come due is written to
*> tonight's RANGEFIL in exactly the layout primesTwo has always read
*> - bounds, requester, date - with the queue id in columns 35-42 so
*> the sieve's summary page can be posted back by primesPst, and is
*> marked scheduled on the queue. Nobody keys RANGEFIL by hand any
*> more for an ask that is already on the queue.

select requestQueueFile assign to REQFILE
    organization is indexed
    access is dynamic
    record key is rqId
    file status is requestQueueStatus.

select rangeFile assign to RANGEFIL
    organization is line sequential
    file status is rangeStatus.

select selReportFile assign to SELLIST
    organization is line sequential.

data division.

file section.

fd requestQueueFile.

*> Same layout as primesReq - see there.

01 requestRecord.
    02 rqId pic X(8).
    02 rqRequester pic X(8).
    02 rqLow pic 9(9).
    02 rqHigh pic 9(9).
    02 rqFrequency pic X.
        88 rqOneTime value 'O'.
        88 rqWeekly value 'W'.
        88 rqMonthly value 'M'.
    02 rqStatus pic X.
        88 rqIsOpen value 'O'.
        88 rqIsScheduled value 'S'.
        88 rqIsCompleted value 'C'.
        88 rqIsRejected value 'R'.
    02 rqNextDueDate pic 9(8).
    02 rqCycleDay pic 9(2).
    02 rqScheduledDate pic 9(8).
    02 rqCompletedDate pic 9(8).
    02 rqPrimesFound pic 9(9).
    02 rqRunCount pic 9(5).
    02 rqRejectCount pic 9(3).
    02 rqRejectReason pic X(30).
    02 rqAddedDate pic 9(8).
    02 rqChangedDate pic 9(8).
    02 filler pic X(25).

fd rangeFile.

*> The RANGEFIL record primesTwo reads - see its rangeBounds.

01 rangeRecord.
    02 rangeLow pic 9(9).
    02 rangeHigh pic 9(9).
    02 rangeRequester pic X(8).
    02 rangeRequestDate pic 9(8).
    02 rangeRequestId pic X(8).
    02 filler pic X(38).

fd selReportFile.

01 selWriteLine.
    05 selLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  requestQueueStatus pic X(2) value SPACES.
77  rangeStatus pic X(2) value SPACES.

77  queueAvailableSwitch pic 9 value 0.
    88 queueAvailable value 1.
    88 queueNotAvailable value 0.

77  requestDueSwitch pic 9 value 0.
    88 requestDue value 1.
    88 requestNotDue value 0.

77  rescheduledSwitch pic 9 value 0.
    88 requestRescheduled value 1.

77  todayDate pic 9(8) value 0.

*> primesTwo holds at most 50 range requests a submission and leaves
*> anything beyond that unread; selection stops at the same number,
*> so a request is never marked scheduled that the sieve will not
*> reach. The rest wait, still due, for tomorrow night.

77  selectMax pic 9(3) usage is computational value 50.

77  queueReadCount pic 9(9) usage is computational value 0.
77  dueCount pic 9(9) usage is computational value 0.
77  selectedCount pic 9(9) usage is computational value 0.
77  rescheduledCount pic 9(9) usage is computational value 0.
77  deferredCount pic 9(9) usage is computational value 0.
77  failedCount pic 9(9) usage is computational value 0.

*> What the queue record said before it was marked scheduled, put
*> back when RANGEFIL will not take the request.

77  savedStatus pic X value SPACE.
77  savedScheduledDate pic 9(8) value 0.

01  selTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'RANGE REQUEST SELECTION'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  selDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SELECTED FOR RUN DATE: '.
    02 selRunDate pic 9(8).

01  selDetailMsg.
    02 filler pic X value SPACE.
    02 selOutcome pic X(8).
    02 filler pic X value SPACE.
    02 selRequestId pic X(8).
    02 filler pic X value SPACE.
    02 selRequester pic X(8).
    02 filler pic X value SPACE.
    02 selLow pic Z(8)9.
    02 filler pic X(4) value ' TO '.
    02 selHigh pic Z(8)9.
    02 filler pic X(6) value '  DUE '.
    02 selDueDate pic 9(8).
    02 filler pic X value SPACE.
    02 selNote pic X(30).

01  selSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'SELECTION TOTALS'.

01  selReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS ON FILE     : '.
    02 selReadCount pic Z(8)9.

01  selDueMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS DUE         : '.
    02 selDueCount pic Z(8)9.

01  selSelectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'WRITTEN TO RANGEFIL  : '.
    02 selSelectedCount pic Z(8)9.

01  selRescheduledMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RESCHEDULED          : '.
    02 selRescheduledCount pic Z(8)9.

01  selDeferredMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DEFERRED - FILE FULL : '.
    02 selDeferredCount pic Z(8)9.

01  selFailedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NOT SELECTED - ERROR : '.
    02 selFailedCount pic Z(8)9.

procedure division.

    open output selReportFile.

    write selWriteLine from selTitleLine after advancing 0 lines.
    write selWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    move todayDate to selRunDate.
    write selWriteLine from selDateMsg after advancing 1 line.
    write selWriteLine from underScores after advancing 1 line.

    move 0 to queueAvailableSwitch.

    open i-o requestQueueFile.

    if requestQueueStatus = '00' then
        move 1 to queueAvailableSwitch
    else
        display 'PRIMESSEL - REQUEST QUEUE NOT AVAILABLE, STATUS: '
            requestQueueStatus
    end-if.

    if queueAvailable then

        open output rangeFile

        perform selectDueRequests

        close rangeFile
        close requestQueueFile

        perform writeSelSummary

*> Nothing due tonight ends 4, which the job stream tests to skip
*> the sieve and the posting - primesTwo given an empty RANGEFIL
*> would take the night for an ordinary list run. A request the
*> queue or RANGEFIL would not take ends 8 when others were selected
*> - the sieve still runs for those - and 12 when none were, which
*> skips the sieve the same way.

        if failedCount > 0 then
            if selectedCount = 0 then
                move 12 to return-code
            else
                move 8 to return-code
            end-if
        else
            if selectedCount = 0 then
                move 4 to return-code
            end-if
        end-if

    else

        move 16 to return-code

    end-if.

    close selReportFile.

stop run.

selectDueRequests.

    move low-values to rqId.

    start requestQueueFile key is not less than rqId
        invalid key move 1 to eofSwitch
        not invalid key move 0 to eofSwitch
    end-start.

    if eofSwitch = 0 then
        perform readNextRequest
    end-if.

    perform selectOneRequest until eofSwitch = 1.

selectOneRequest.

    add 1 to queueReadCount.

    perform checkRequestDue.

    if requestDue then

        add 1 to dueCount

        move rqId to selRequestId
        move rqRequester to selRequester
        move rqLow to selLow
        move rqHigh to selHigh
        move rqNextDueDate to selDueDate
        move spaces to selNote

        if selectedCount < selectMax then
            perform scheduleRequest
        else
            add 1 to deferredCount
            move 'DEFERRED' to selOutcome
            move 'RANGEFIL FULL - STAYS DUE' to selNote
            write selWriteLine from selDetailMsg after advancing 1 line
        end-if

    end-if.

    perform readNextRequest.

checkRequestDue.

*> Due tonight means: an open request whose due date has come; a
*> weekly or monthly request, whatever its last outcome, whose next
*> date has come round; or a request scheduled on an earlier night
*> that never had a result posted - that night's sieve or posting did
*> not finish, so it goes out again rather than sit scheduled for
*> ever. A one-time request that completed or was rejected is done
*> until primesReq changes it.

    move 0 to requestDueSwitch.
    move 0 to rescheduledSwitch.

    if rqIsOpen and rqNextDueDate <= todayDate then
        move 1 to requestDueSwitch
    end-if.

    if rqIsScheduled and rqScheduledDate < todayDate then
        move 1 to requestDueSwitch
        move 1 to rescheduledSwitch
    end-if.

    if (rqIsCompleted or rqIsRejected)
            and not rqOneTime
            and rqNextDueDate <= todayDate then
        move 1 to requestDueSwitch
    end-if.

scheduleRequest.

*> The queue is marked first and RANGEFIL written only once it has
*> taken the mark, so tonight's sieve never runs a request the queue
*> does not show as scheduled - primesPst would refuse to post it and
*> the next night would select it again. A RANGEFIL write that fails
*> puts the queue record back as it was, so a request marked
*> scheduled always has its RANGEFIL record behind it.

    move rqStatus to savedStatus.
    move rqScheduledDate to savedScheduledDate.

    move 'S' to rqStatus.
    move todayDate to rqScheduledDate.

    rewrite requestRecord
        invalid key continue
    end-rewrite.

    if requestQueueStatus not = '00' then

        move 'QUEUE NOT UPDATED, STATUS ' to selNote
        move requestQueueStatus to selNote (27:2)
        perform refuseRequest

    else

        move spaces to rangeRecord
        move rqLow to rangeLow
        move rqHigh to rangeHigh
        move rqRequester to rangeRequester
        move rqNextDueDate to rangeRequestDate
        move rqId to rangeRequestId

        write rangeRecord

        if rangeStatus = '00' then
            perform acceptRequest
        else
            move 'RANGEFIL NOT WRITTEN, STATUS ' to selNote
            move rangeStatus to selNote (29:2)
            perform unmarkRequest
            perform refuseRequest
        end-if

    end-if.

acceptRequest.

    add 1 to selectedCount.

    move 'SELECTED' to selOutcome.

    if requestRescheduled then
        add 1 to rescheduledCount
        move 'NO RESULT POSTED - RESCHEDULED' to selNote
    end-if.

    write selWriteLine from selDetailMsg after advancing 1 line.

unmarkRequest.

*> Should the queue refuse the record back too, it is left scheduled
*> with nothing on RANGEFIL - checkRequestDue picks that up again
*> tomorrow night - and the console says so.

    move savedStatus to rqStatus.
    move savedScheduledDate to rqScheduledDate.

    rewrite requestRecord
        invalid key continue
    end-rewrite.

    if requestQueueStatus not = '00' then
        display 'PRIMESSEL - REQUEST ' rqId
            ' LEFT SCHEDULED WITHOUT RANGEFIL, STATUS: '
            requestQueueStatus
    end-if.

refuseRequest.

*> Not selected - still due, and selected again on a later night.

    add 1 to failedCount.

    move 'FAILED' to selOutcome.

    display 'PRIMESSEL - REQUEST ' rqId ' NOT SELECTED - ' selNote.

    write selWriteLine from selDetailMsg after advancing 1 line.

readNextRequest.

    read requestQueueFile next
        at end move 1 to eofSwitch
    end-read.

    if requestQueueStatus not = '00' then
        move 1 to eofSwitch
    end-if.

writeSelSummary.

    write selWriteLine from underScores after advancing 1 line.
    write selWriteLine from selSummaryHeading after advancing 1 line.

    move queueReadCount to selReadCount.
    write selWriteLine from selReadMsg after advancing 1 line.

    move dueCount to selDueCount.
    write selWriteLine from selDueMsg after advancing 1 line.

    move selectedCount to selSelectedCount.
    write selWriteLine from selSelectedMsg after advancing 1 line.

    move rescheduledCount to selRescheduledCount.
    write selWriteLine from selRescheduledMsg after advancing 1 line.

    move deferredCount to selDeferredCount.
    write selWriteLine from selDeferredMsg after advancing 1 line.

    move failedCount to selFailedCount.
    write selWriteLine from selFailedMsg after advancing 1 line.
