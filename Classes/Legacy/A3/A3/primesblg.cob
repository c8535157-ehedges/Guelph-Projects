identification division.

program-id. primesBlg.

environment division.

input-output section.

file-control.

*> Backlog report over REQFILE, the standing range-request queue -
*> the requests that need somebody's attention rather than the whole
*> queue, which primesReq lists. Two kinds: overdue, meaning due and
*> still not run (left off a full RANGEFIL, or scheduled on a night
*> whose result never came back), and rejected, with the ones the
*> sieve has turned down more than once called out so a request that
*> fails every month stops failing quietly.

select requestQueueFile assign to REQFILE
    organization is indexed
    access is dynamic
    record key is rqId
    file status is requestQueueStatus.

select blgReportFile assign to BLGLIST
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

fd blgReportFile.

01 blgWriteLine.
    05 blgLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  requestQueueStatus pic X(2) value SPACES.

77  todayDate pic 9(8) value 0.
77  todayDays pic S9(9) usage is computational value 0.

*> A request rejected this many times since it last completed is a
*> repeat offender.

77  repeatRejectLimit pic 9(3) usage is computational value 2.

77  queueReadCount pic 9(9) usage is computational value 0.
77  overdueCount pic 9(9) usage is computational value 0.
77  noResultCount pic 9(9) usage is computational value 0.
77  rejectedCount pic 9(9) usage is computational value 0.
77  repeatRejectCount pic 9(9) usage is computational value 0.

*> Day-number conversion for the days-overdue column - the same
*> shifted-calendar arithmetic as primesAud.

77  convDate pic 9(8) value 0.
77  convDays pic S9(9) usage is computational value 0.
77  convYear pic S9(9) usage is computational value 0.
77  convMonth pic S9(9) usage is computational value 0.
77  convDay pic S9(9) usage is computational value 0.
77  convLeap4 pic S9(9) usage is computational value 0.
77  convLeap100 pic S9(9) usage is computational value 0.
77  convLeap400 pic S9(9) usage is computational value 0.
77  convMonthWork pic S9(9) usage is computational value 0.

01  blgTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'RANGE REQUEST BACKLOG'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  blgDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BACKLOG AS OF        : '.
    02 blgReportDate pic 9(8).

01  overdueHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'OVERDUE REQUESTS'.

01  rejectedHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'REJECTED REQUESTS'.

01  overdueDetailMsg.
    02 filler pic X value SPACE.
    02 overdueRequestId pic X(8).
    02 filler pic X value SPACE.
    02 overdueRequester pic X(8).
    02 filler pic X value SPACE.
    02 overdueLow pic Z(8)9.
    02 filler pic X(4) value ' TO '.
    02 overdueHigh pic Z(8)9.
    02 filler pic X(6) value '  DUE '.
    02 overdueDueDate pic 9(8).
    02 filler pic X value SPACE.
    02 overdueDays pic Z(4)9.
    02 filler pic X(6) value ' DAYS '.
    02 overdueNote pic X(30).

01  rejectedDetailMsg.
    02 filler pic X value SPACE.
    02 rejectedRequestId pic X(8).
    02 filler pic X value SPACE.
    02 rejectedRequester pic X(8).
    02 filler pic X value SPACE.
    02 rejectedLastRun pic 9(8).
    02 filler pic X value SPACE.
    02 rejectedTimes pic ZZ9.
    02 filler pic X(7) value ' TIMES '.
    02 rejectedReason pic X(30).
    02 filler pic X value SPACE.
    02 rejectedRepeatNote pic X(8).

01  blgSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'BACKLOG TOTALS'.

01  blgReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS ON FILE     : '.
    02 blgReadCount pic Z(8)9.

01  blgOverdueMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'OVERDUE              : '.
    02 blgOverdueCount pic Z(8)9.

01  blgNoResultMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NO RESULT POSTED     : '.
    02 blgNoResultCount pic Z(8)9.

01  blgRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECTED             : '.
    02 blgRejectedCount pic Z(8)9.

01  blgRepeatMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECTED REPEATEDLY  : '.
    02 blgRepeatCount pic Z(8)9.

procedure division.

    open output blgReportFile.

    write blgWriteLine from blgTitleLine after advancing 0 lines.
    write blgWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    move todayDate to blgReportDate.
    write blgWriteLine from blgDateMsg after advancing 1 line.

    move todayDate to convDate.
    perform convertDateToDays.
    move convDays to todayDays.

    open input requestQueueFile.

    if requestQueueStatus not = '00' then

        display 'PRIMESBLG - REQUEST QUEUE NOT AVAILABLE, STATUS: '
            requestQueueStatus
        move 16 to return-code

    else

*> Two passes over the queue, one per section, so each section comes
*> out in id order without holding the queue in a table.

        write blgWriteLine from underScores after advancing 1 line
        write blgWriteLine from overdueHeading after advancing 1 line
        write blgWriteLine from underScores after advancing 1 line

        perform startQueueBrowse
        perform checkOverdueRequest until eofSwitch = 1

        write blgWriteLine from underScores after advancing 1 line
        write blgWriteLine from rejectedHeading after advancing 1 line
        write blgWriteLine from underScores after advancing 1 line

        perform startQueueBrowse
        perform checkRejectedRequest until eofSwitch = 1

        close requestQueueFile

        perform writeBlgSummary

*> Anything on either list ends the run 4 - a backlog is something
*> to act on, not to file.

        if overdueCount > 0 or noResultCount > 0
                or repeatRejectCount > 0 then
            move 4 to return-code
        end-if

    end-if.

    close blgReportFile.

stop run.

startQueueBrowse.

    move low-values to rqId.

    start requestQueueFile key is not less than rqId
        invalid key move 1 to eofSwitch
        not invalid key move 0 to eofSwitch
    end-start.

    if eofSwitch = 0 then
        perform readNextRequest
    end-if.

checkOverdueRequest.

*> Overdue: due on or before today and not yet picked up - open, or
*> a weekly or monthly request whose next date has come round. Run
*> after the night's selection, anything still in that state was
*> left off a full RANGEFIL. A request still scheduled had no result
*> posted; its days count from the night it was scheduled.

    add 1 to queueReadCount.

    move spaces to overdueNote.

    if rqIsScheduled then

        add 1 to noResultCount
        move rqScheduledDate to convDate
        move 'SCHEDULED - NO RESULT POSTED' to overdueNote
        perform writeOverdueLine

    else

        if rqNextDueDate <= todayDate
                and (rqIsOpen or not rqOneTime) then
            add 1 to overdueCount
            move rqNextDueDate to convDate
            perform writeOverdueLine
        end-if

    end-if.

    perform readNextRequest.

writeOverdueLine.

    perform convertDateToDays.

    move rqId to overdueRequestId.
    move rqRequester to overdueRequester.
    move rqLow to overdueLow.
    move rqHigh to overdueHigh.
    move rqNextDueDate to overdueDueDate.
    compute overdueDays = todayDays - convDays.

    write blgWriteLine from overdueDetailMsg after advancing 1 line.

checkRejectedRequest.

    if rqIsRejected then

        add 1 to rejectedCount

        move rqId to rejectedRequestId
        move rqRequester to rejectedRequester
        move rqCompletedDate to rejectedLastRun
        move rqRejectCount to rejectedTimes
        move rqRejectReason to rejectedReason
        move spaces to rejectedRepeatNote

        if rqRejectCount >= repeatRejectLimit then
            add 1 to repeatRejectCount
            move 'REPEATED' to rejectedRepeatNote
        end-if

        write blgWriteLine from rejectedDetailMsg
            after advancing 1 line

    end-if.

    perform readNextRequest.

readNextRequest.

    read requestQueueFile next
        at end move 1 to eofSwitch
    end-read.

    if requestQueueStatus not = '00' then
        move 1 to eofSwitch
    end-if.

writeBlgSummary.

    write blgWriteLine from underScores after advancing 1 line.
    write blgWriteLine from blgSummaryHeading after advancing 1 line.

    move queueReadCount to blgReadCount.
    write blgWriteLine from blgReadMsg after advancing 1 line.

    move overdueCount to blgOverdueCount.
    write blgWriteLine from blgOverdueMsg after advancing 1 line.

    move noResultCount to blgNoResultCount.
    write blgWriteLine from blgNoResultMsg after advancing 1 line.

    move rejectedCount to blgRejectedCount.
    write blgWriteLine from blgRejectedMsg after advancing 1 line.

    move repeatRejectCount to blgRepeatCount.
    write blgWriteLine from blgRepeatMsg after advancing 1 line.

convertDateToDays.

*> Turns convDate (yyyymmdd) into a day number. The usual shifted-
*> calendar arithmetic: January and February count as months 13 and
*> 14 of the prior year, which pushes the leap day to the end of the
*> counting year so the year/4 - year/100 + year/400 correction is
*> exact for every month. Each division lands in its own integer
*> field before the final sum - COMPUTE would carry the fractions
*> through the whole expression and only truncate the total.

    divide convDate by 10000 giving convYear remainder convMonth.
    divide convMonth by 100 giving convMonth remainder convDay.

    if convMonth < 3 then
        subtract 1 from convYear
        add 12 to convMonth
    end-if.

    divide convYear by 4 giving convLeap4.
    divide convYear by 100 giving convLeap100.
    divide convYear by 400 giving convLeap400.

    compute convMonthWork = 153 * convMonth + 8.
    divide convMonthWork by 5 giving convMonthWork.

    compute convDays = 365 * convYear
        + convLeap4 - convLeap100 + convLeap400
        + convMonthWork + convDay.
