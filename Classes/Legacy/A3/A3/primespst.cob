identification division.

program-id. primesPst.

environment division.

input-output section.

file-control.

*> Posts the outcome of tonight's range sieve back to REQFILE, the
*> standing range-request queue. The sieve's directory report ends
*> with a summary page - one line per request, primes found or the
*> reason it was rejected - and every line that carries a queue id
*> (primesSel put it on RANGEFIL) is matched to its request: status,
*> completion date and primes-found count go onto the queue, and a
*> weekly or monthly request is moved on to its next due date. So
*> "did last Tuesday's request run?" is answered by the queue itself.

select directoryFile assign to DIRFILE
    organization is line sequential
    file status is directoryStatus.

select requestQueueFile assign to REQFILE
    organization is indexed
    access is dynamic
    record key is rqId
    file status is requestQueueStatus.

select pstReportFile assign to PSTLIST
    organization is line sequential.

data division.

file section.

fd directoryFile.

01 directoryFileRecord pic X(100).

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

fd pstReportFile.

01 pstWriteLine.
    05 pstLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  directoryStatus pic X(2) value SPACES.
77  requestQueueStatus pic X(2) value SPACES.

77  summaryPageSwitch pic 9 value 0.
    88 onSummaryPage value 1.

77  titleTally pic 9(4) usage is computational value 0.

77  todayDate pic 9(8) value 0.

77  summaryLineCount pic 9(9) usage is computational value 0.
77  noIdCount pic 9(9) usage is computational value 0.
77  postedCompletedCount pic 9(9) usage is computational value 0.
77  postedRejectedCount pic 9(9) usage is computational value 0.
77  notPostedCount pic 9(9) usage is computational value 0.

*> One request line off the sieve's summary page, as primesTwo's
*> dirRequestLineMsg and dirRequestLineBadMsg lay it out: request
*> number, requester and queue id in the same columns either way,
*> then either the primes found or the rejection reason.

01  summaryLine.
    02 filler pic X.
    02 summaryTag pic X(8).
    02 summaryRequestNumber pic X(3).
    02 filler pic X(2).
    02 summaryRequester pic X(8).
    02 filler pic X(2).
    02 summaryRequestId pic X(8).
    02 summaryOutcome pic X(16).
    02 summaryPrimesText pic X(9).
    02 summaryPrimes redefines summaryPrimesText pic 9(9).
    02 filler pic X(43).

01  summaryRejectLine redefines summaryLine.
    02 filler pic X(32).
    02 summaryRejectTag pic X(13).
    02 summaryRejectReason pic X(30).
    02 filler pic X(25).

01  dueDateGroup.
    02 dueDate pic 9(8) value 0.
    02 dueDateParts redefines dueDate.
        03 dueYear pic 9(4).
        03 dueMonth pic 9(2).
        03 dueDay pic 9(2).

77  daysInMonth pic 9(2) usage is computational value 31.
77  checkWork pic S9(9) usage is computational value 0.
77  checkQuotient pic S9(9) usage is computational value 0.

01  pstTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'RANGE REQUEST POSTING'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  pstDetailMsg.
    02 filler pic X value SPACE.
    02 pstRequestId pic X(8).
    02 filler pic X value SPACE.
    02 pstRequester pic X(8).
    02 filler pic X value SPACE.
    02 pstOutcome pic X(10).
    02 filler pic X value SPACE.
    02 pstPrimesFound pic Z(8)9.
    02 filler pic X value SPACE.
    02 pstNextDueText pic X(10).
    02 pstNextDueDate pic Z(8).
    02 filler pic X value SPACE.
    02 pstNote pic X(30).

01  pstSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'POSTING TOTALS'.

01  pstLinesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SUMMARY LINES READ   : '.
    02 pstLinesCount pic Z(8)9.

01  pstNoIdMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NOT FROM THE QUEUE   : '.
    02 pstNoIdCount pic Z(8)9.

01  pstCompletedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'POSTED COMPLETED     : '.
    02 pstCompletedCount pic Z(8)9.

01  pstRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'POSTED REJECTED      : '.
    02 pstRejectedCount pic Z(8)9.

01  pstNotPostedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NOT POSTED           : '.
    02 pstNotPostedCount pic Z(8)9.

procedure division.

    open output pstReportFile.

    write pstWriteLine from pstTitleLine after advancing 0 lines.
    write pstWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    open input directoryFile.

    if directoryStatus not = '00' then

        display 'PRIMESPST - DIRECTORY REPORT NOT AVAILABLE, STATUS: '
            directoryStatus
        move 16 to return-code

    else

        open i-o requestQueueFile

        if requestQueueStatus not = '00' then

            display 'PRIMESPST - REQUEST QUEUE NOT AVAILABLE, STATUS: '
                requestQueueStatus
            move 16 to return-code

        else

            move 0 to eofSwitch
            move 0 to summaryPageSwitch

            read directoryFile into summaryLine
                at end move 1 to eofSwitch
            end-read

            perform postOneLine until eofSwitch = 1

            close requestQueueFile

            perform writePstSummary

*> A summary line that could not be posted leaves a request somewhere
*> nobody expects it - end 4 so the listing gets read.

            if notPostedCount > 0 then
                move 4 to return-code
            end-if

        end-if

        close directoryFile

    end-if.

    close pstReportFile.

stop run.

postOneLine.

*> Everything before the summary page - the per-request sections and
*> their primes - is passed over; the page starts at its title.

    if onSummaryPage then

        if summaryTag = 'REQUEST ' then
            perform postSummaryLine
        end-if

    else

        move 0 to titleTally
        inspect summaryLine tallying titleTally
            for all 'RANGE REQUEST SUMMARY'

        if titleTally > 0 then
            move 1 to summaryPageSwitch
        end-if

    end-if.

    read directoryFile into summaryLine at end move 1 to eofSwitch.

postSummaryLine.

    add 1 to summaryLineCount.

*> A request keyed onto RANGEFIL by hand has no queue id - it ran,
*> but there is nothing on the queue to post it to.

    if summaryRequestId = spaces then

        add 1 to noIdCount

    else

        move summaryRequestId to pstRequestId
        move summaryRequester to pstRequester
        move spaces to pstOutcome
        move 0 to pstPrimesFound
        move spaces to pstNextDueText
        move 0 to pstNextDueDate
        move spaces to pstNote

        move summaryRequestId to rqId

        read requestQueueFile
            invalid key continue
        end-read

        if requestQueueStatus not = '00' then

            add 1 to notPostedCount
            move 'NOT POSTED' to pstOutcome
            move 'REQUEST ID NOT ON QUEUE' to pstNote

        else

*> Only a request still waiting on tonight's result takes it - a
*> second posting of the same directory report, or one from a
*> request changed since it was selected, changes nothing.

            if not rqIsScheduled then

                add 1 to notPostedCount
                move 'NOT POSTED' to pstOutcome
                move 'REQUEST NOT SCHEDULED' to pstNote

            else

                perform postRequestOutcome

            end-if

        end-if

        write pstWriteLine from pstDetailMsg after advancing 1 line

    end-if.

postRequestOutcome.

    move todayDate to rqCompletedDate.
    move spaces to rqRejectReason.

    if summaryOutcome = '  PRIMES FOUND: ' then

        inspect summaryPrimesText replacing leading spaces by zeros

        move 'C' to rqStatus
        move summaryPrimes to rqPrimesFound
        add 1 to rqRunCount
        move 0 to rqRejectCount

        move 'COMPLETED' to pstOutcome
        move rqPrimesFound to pstPrimesFound

    else

        move 'R' to rqStatus
        move 0 to rqPrimesFound
        add 1 to rqRejectCount
        move summaryRejectReason to rqRejectReason

        move 'REJECTED' to pstOutcome
        move rqRejectReason to pstNote

    end-if.

*> A standing request moves on to its next date past tonight, however
*> many cycles it fell behind - one run catches it up, it is not
*> sieved again for each date it missed.

    if not rqOneTime then

        move rqNextDueDate to dueDate

        perform advanceDueDate until dueDate > todayDate

        move dueDate to rqNextDueDate
        move 'NEXT DUE: ' to pstNextDueText
        move rqNextDueDate to pstNextDueDate

    end-if.

    rewrite requestRecord
        invalid key continue
    end-rewrite.

    if requestQueueStatus = '00' then
        if rqIsCompleted then
            add 1 to postedCompletedCount
        else
            add 1 to postedRejectedCount
        end-if
    else
        add 1 to notPostedCount
        move 'NOT POSTED' to pstOutcome
        move 'REWRITE FAILED, STATUS ' to pstNote
        move requestQueueStatus to pstNote (24:2)
    end-if.

advanceDueDate.

*> A week on, or a month on to the request's own day of the month -
*> the last day of a shorter month when its day is not in it.

    if rqWeekly then

        perform advanceDueDay 7 times

    else

        add 1 to dueMonth

        if dueMonth > 12 then
            move 1 to dueMonth
            add 1 to dueYear
        end-if

        perform setDaysInMonth

        if rqCycleDay > daysInMonth then
            move daysInMonth to dueDay
        else
            move rqCycleDay to dueDay
        end-if

    end-if.

advanceDueDay.

    add 1 to dueDay.

    perform setDaysInMonth.

    if dueDay > daysInMonth then
        move 1 to dueDay
        add 1 to dueMonth
        if dueMonth > 12 then
            move 1 to dueMonth
            add 1 to dueYear
        end-if
    end-if.

setDaysInMonth.

*> Month lengths, with the leap test for February.

    if dueMonth = 4 or dueMonth = 6
            or dueMonth = 9 or dueMonth = 11 then

        move 30 to daysInMonth

    else

        if dueMonth = 2 then

            divide dueYear by 4 giving checkQuotient
                remainder checkWork

            move 28 to daysInMonth

            if checkWork = 0 then

                divide dueYear by 100 giving checkQuotient
                    remainder checkWork

                if checkWork not = 0 then
                    move 29 to daysInMonth
                else
                    divide dueYear by 400 giving checkQuotient
                        remainder checkWork
                    if checkWork = 0 then
                        move 29 to daysInMonth
                    end-if
                end-if

            end-if

        else

            move 31 to daysInMonth

        end-if

    end-if.

writePstSummary.

    write pstWriteLine from underScores after advancing 1 line.
    write pstWriteLine from pstSummaryHeading after advancing 1 line.

    move summaryLineCount to pstLinesCount.
    write pstWriteLine from pstLinesMsg after advancing 1 line.

    move noIdCount to pstNoIdCount.
    write pstWriteLine from pstNoIdMsg after advancing 1 line.

    move postedCompletedCount to pstCompletedCount.
    write pstWriteLine from pstCompletedMsg after advancing 1 line.

    move postedRejectedCount to pstRejectedCount.
    write pstWriteLine from pstRejectedMsg after advancing 1 line.

    move notPostedCount to pstNotPostedCount.
    write pstWriteLine from pstNotPostedMsg after advancing 1 line.
