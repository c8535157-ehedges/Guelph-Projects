identification division.

program-id. primesReq.

environment division.

input-output section.

file-control.

*> Intake and maintenance for REQFILE, the standing range-request
*> queue. Analytics used to have every "primes between x and y" ask
*> keyed onto RANGEFIL by hand each time it was wanted, the same
*> ranges every month, with nothing left afterwards to say whether a
*> given ask had run, been rejected, or never been keyed at all. Each
*> request now goes on the queue once - id, requester, bounds, how
*> often it is wanted and when it is first due - and primesSel builds
*> each night's RANGEFIL from whatever is due, primesPst posts every
*> outcome back, and primesBlg reports what is overdue or keeps being
*> rejected. This program applies the add/change/delete cards and
*> then lists the whole queue, so every run leaves a paper copy of
*> every standing ask and where it stands.

select optional requestQueueFile assign to REQFILE
    organization is indexed
    access is dynamic
    record key is rqId
    file status is requestQueueStatus.

*> The maintenance cards for this run - one action per card. Omit the
*> DD and the run is a listing only.

select optional reqTranFile assign to REQTRAN
    organization is line sequential
    file status is reqTranStatus.

select reqReportFile assign to REQREPT
    organization is line sequential.

data division.

file section.

fd requestQueueFile.

*> One record per standing request. rqFrequency is how often it is
*> wanted - O once, W weekly, M monthly - and rqStatus where it stands:
*> O open (waiting for its due date), S scheduled (on tonight's
*> RANGEFIL, result not yet posted), C completed, R rejected by the
*> sieve. rqCycleDay is the day of the month a monthly request falls
*> due, kept apart from the next due date so a request first due on
*> the 31st comes back on the 31st after a short month.
*> rqRejectCount counts rejections since the request last completed.

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

fd reqTranFile.

01 reqTranFileRecord pic X(80).

fd reqReportFile.

01 reqWriteLine.
    05 reqLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  requestQueueStatus pic X(2) value SPACES.
77  reqTranStatus pic X(2) value SPACES.

77  queueAvailableSwitch pic 9 value 0.
    88 queueAvailable value 1.
    88 queueNotAvailable value 0.

77  tranAcceptedSwitch pic 9 value 0.
    88 tranAccepted value 1.
    88 tranNotAccepted value 0.

77  todayDate pic 9(8) value 0.

77  tranReadCount pic 9(9) usage is computational value 0.
77  addedCount pic 9(9) usage is computational value 0.
77  changedCount pic 9(9) usage is computational value 0.
77  deletedCount pic 9(9) usage is computational value 0.
77  tranRejectCount pic 9(9) usage is computational value 0.

77  listedCount pic 9(9) usage is computational value 0.
77  listedOpenCount pic 9(9) usage is computational value 0.
77  listedScheduledCount pic 9(9) usage is computational value 0.
77  listedCompletedCount pic 9(9) usage is computational value 0.
77  listedRejectedCount pic 9(9) usage is computational value 0.

77  tranRejectReason pic X(30) value SPACES.

*> One maintenance card: the action word in columns 1-8, the request
*> id in 9-16, the requester in 18-25, the low and high bounds in
*> 27-35 and 37-45 (nine digits each, zero-filled, exactly as RANGEFIL
*> carries them), the frequency in 47, and the first due date in
*> 49-56. On an ADD a blank frequency means once and a blank due date
*> means tonight; on a CHANGE a blank field leaves what is on file
*> alone; on a DELETE only the id means anything.

01  reqTranCard.
    02 tranAction pic X(8).
    02 tranRequestId pic X(8).
    02 filler pic X.
    02 tranRequester pic X(8).
    02 filler pic X.
    02 tranLowText pic X(9).
    02 tranLow redefines tranLowText pic 9(9).
    02 filler pic X.
    02 tranHighText pic X(9).
    02 tranHigh redefines tranHighText pic 9(9).
    02 filler pic X.
    02 tranFrequency pic X.
        88 tranFrequencyValid values 'O' 'W' 'M'.
    02 filler pic X.
    02 tranDueDateText pic X(8).
    02 tranDueDate redefines tranDueDateText pic 9(8).
    02 filler pic X(24).

01  tranDueDateParts.
    02 tranDueYear pic 9(4).
    02 tranDueMonth pic 9(2).
    02 tranDueDay pic 9(2).

77  daysInMonth pic 9(2) usage is computational value 31.
77  checkYear pic 9(4) usage is computational value 0.
77  checkMonth pic 9(2) usage is computational value 0.
77  checkWork pic S9(9) usage is computational value 0.
77  checkQuotient pic S9(9) usage is computational value 0.

01  reqTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'RANGE REQUEST QUEUE'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  tranHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'MAINTENANCE CARDS'.

01  tranDoneMsg.
    02 filler pic X value SPACE.
    02 tranDoneAction pic X(8).
    02 filler pic X value SPACE.
    02 tranDoneRequestId pic X(8).
    02 filler pic X(3) value ' - '.
    02 tranDoneRequester pic X(8).
    02 filler pic X value SPACE.
    02 tranDoneLow pic Z(8)9.
    02 filler pic X(4) value ' TO '.
    02 tranDoneHigh pic Z(8)9.

01  tranRejectMsg.
    02 filler pic X value SPACE.
    02 tranRejectCard pic X(56).
    02 filler pic X(12) value ' REJECTED - '.
    02 tranRejectText pic X(30).

01  listHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'REQUESTS ON FILE'.

01  listColumnHeading.
    02 filler pic X(10) value ' ID'.
    02 filler pic X(9) value 'REQUESTR'.
    02 filler pic X(20) value '      LOW      HIGH'.
    02 filler pic X(9) value 'FREQ'.
    02 filler pic X(10) value 'STATUS'.
    02 filler pic X(9) value 'NEXT DUE'.
    02 filler pic X(9) value 'LAST RUN'.
    02 filler pic X(10) value '   PRIMES'.
    02 filler pic X(3) value 'REJ'.

01  listDetailMsg.
    02 filler pic X value SPACE.
    02 listRequestId pic X(8).
    02 filler pic X value SPACE.
    02 listRequester pic X(8).
    02 filler pic X value SPACE.
    02 listLow pic Z(8)9.
    02 filler pic X value SPACE.
    02 listHigh pic Z(8)9.
    02 filler pic X value SPACE.
    02 listFrequency pic X(8).
    02 filler pic X value SPACE.
    02 listStatus pic X(9).
    02 filler pic X value SPACE.
    02 listNextDue pic 9(8).
    02 filler pic X value SPACE.
    02 listLastRun pic 9(8).
    02 filler pic X value SPACE.
    02 listPrimesFound pic Z(8)9.
    02 filler pic X value SPACE.
    02 listRejectCount pic ZZ9.

01  reqSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'MAINTENANCE TOTALS'.

01  reqTranReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS READ           : '.
    02 reqTranReadCount pic Z(8)9.

01  reqAddedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS ADDED       : '.
    02 reqAddedCount pic Z(8)9.

01  reqChangedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS CHANGED     : '.
    02 reqChangedCount pic Z(8)9.

01  reqDeletedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS DELETED     : '.
    02 reqDeletedCount pic Z(8)9.

01  reqRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS REJECTED       : '.
    02 reqRejectedCount pic Z(8)9.

01  reqListedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REQUESTS ON FILE     : '.
    02 reqListedCount pic Z(8)9.

01  reqOpenMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'OPEN                 : '.
    02 reqOpenCount pic Z(8)9.

01  reqScheduledMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SCHEDULED            : '.
    02 reqScheduledCount pic Z(8)9.

01  reqCompletedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'COMPLETED            : '.
    02 reqCompletedCount pic Z(8)9.

01  reqRejectedOnFileMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECTED             : '.
    02 reqRejectedOnFileCount pic Z(8)9.

procedure division.

    open output reqReportFile.

    write reqWriteLine from reqTitleLine after advancing 0 lines.
    write reqWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    perform openRequestQueue.

    if queueAvailable then

        perform applyMaintenanceCards
        perform writeQueueListing
        perform writeReqSummary

        close requestQueueFile

*> A rejected card leaves everything else applied - the listing shows
*> what is on file now - but the run ends 4 so nobody files the
*> report without looking at why.

        if tranRejectCount > 0 then
            move 4 to return-code
        end-if

    else

*> Without the queue there is nothing to maintain or list - end
*> badly enough that operations cannot mistake it for a clean run.

        move 16 to return-code

    end-if.

    close reqReportFile.

stop run.

openRequestQueue.

*> OPEN I-O so the cards can add, rewrite and delete. SELECT OPTIONAL
*> lets the very first run load a freshly defined, still-empty
*> cluster; status 05 is that first open.

    move 0 to queueAvailableSwitch.

    open i-o requestQueueFile.

    if requestQueueStatus = '00' or requestQueueStatus = '05' then
        move 1 to queueAvailableSwitch
    else
        display 'PRIMESREQ - REQUEST QUEUE NOT AVAILABLE, STATUS: '
            requestQueueStatus
    end-if.

applyMaintenanceCards.

    write reqWriteLine from tranHeading after advancing 1 line.
    write reqWriteLine from underScores after advancing 1 line.

    open input reqTranFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if reqTranStatus = '00' or reqTranStatus = '05' then

        if reqTranStatus = '00' then

            move 0 to eofSwitch

            read reqTranFile into reqTranCard
                at end move 1 to eofSwitch
            end-read

            perform applyOneCard until eofSwitch = 1

        end-if

        close reqTranFile

    end-if.

applyOneCard.

    add 1 to tranReadCount.

    move 0 to tranAcceptedSwitch.
    move spaces to tranRejectReason.

    if tranRequestId = spaces then
        move 'REQUEST ID MISSING' to tranRejectReason
    end-if.

    if tranRejectReason = spaces then

        if tranAction = 'ADD' then
            perform addRequest
        else
            if tranAction = 'CHANGE' then
                perform changeRequest
            else
                if tranAction = 'DELETE' then
                    perform deleteRequest
                else
                    move 'ACTION NOT RECOGNIZED' to tranRejectReason
                end-if
            end-if
        end-if

    end-if.

    if tranNotAccepted then
        add 1 to tranRejectCount
        move reqTranCard to tranRejectCard
        move tranRejectReason to tranRejectText
        write reqWriteLine from tranRejectMsg after advancing 1 line
    end-if.

    read reqTranFile into reqTranCard at end move 1 to eofSwitch.

addRequest.

*> A new request needs everything the sieve will need - a requester
*> to answer to and two bounds it will accept - so nothing goes on
*> the queue that would only be rejected on the night.

    move tranRequestId to rqId.

    read requestQueueFile
        invalid key continue
    end-read.

    if requestQueueStatus = '00' then
        move 'REQUEST ID ALREADY ON FILE' to tranRejectReason
    else
        if tranRequester = spaces then
            move 'REQUESTER MISSING' to tranRejectReason
        else
            if tranLowText is not numeric
                    or tranHighText is not numeric then
                move 'BOUNDS NOT NUMERIC OR TOO LONG'
                    to tranRejectReason
            else
                if tranLow > tranHigh then
                    move 'LOW BOUND EXCEEDS HIGH BOUND'
                        to tranRejectReason
                end-if
            end-if
        end-if
    end-if.

    if tranRejectReason = spaces
            and tranFrequency not = space
            and not tranFrequencyValid then
        move 'FREQUENCY NOT O, W OR M' to tranRejectReason
    end-if.

    if tranRejectReason = spaces
            and tranDueDateText not = spaces then
        perform checkTranDueDate
    end-if.

    if tranRejectReason = spaces then

        move spaces to requestRecord
        move tranRequestId to rqId
        move tranRequester to rqRequester
        move tranLow to rqLow
        move tranHigh to rqHigh

        move 'O' to rqFrequency
        if tranFrequency not = space then
            move tranFrequency to rqFrequency
        end-if

        move 'O' to rqStatus

        if tranDueDateText = spaces then
            move todayDate to rqNextDueDate
        else
            move tranDueDate to rqNextDueDate
        end-if

        move rqNextDueDate to tranDueDateParts
        move tranDueDay to rqCycleDay

        move 0 to rqScheduledDate
        move 0 to rqCompletedDate
        move 0 to rqPrimesFound
        move 0 to rqRunCount
        move 0 to rqRejectCount
        move todayDate to rqAddedDate
        move todayDate to rqChangedDate

        write requestRecord
            invalid key continue
        end-write

        if requestQueueStatus = '00' then
            move 1 to tranAcceptedSwitch
            add 1 to addedCount
            perform writeTranDoneLine
        else
            move 'WRITE FAILED, STATUS ' to tranRejectReason
            move requestQueueStatus to tranRejectReason (22:2)
        end-if

    end-if.

changeRequest.

*> Only the fields punched on the card change; a blank field leaves
*> what is on file alone. A request on tonight's RANGEFIL is left
*> alone until its result is posted, or the posting would land on a
*> request that no longer matches what was sieved. Any accepted
*> change puts the request back to open, so a corrected or re-dated
*> one-time request is picked up again on its due date.

    move tranRequestId to rqId.

    read requestQueueFile
        invalid key continue
    end-read.

    if requestQueueStatus not = '00' then

        move 'REQUEST ID NOT ON FILE' to tranRejectReason

    else

        if rqIsScheduled then
            move 'SCHEDULED - RESULT NOT POSTED' to tranRejectReason
        end-if

        if tranRejectReason = spaces
                and tranRequester not = spaces then
            move tranRequester to rqRequester
        end-if

        if tranRejectReason = spaces
                and tranLowText not = spaces then
            if tranLowText is numeric then
                move tranLow to rqLow
            else
                move 'BOUNDS NOT NUMERIC OR TOO LONG'
                    to tranRejectReason
            end-if
        end-if

        if tranRejectReason = spaces
                and tranHighText not = spaces then
            if tranHighText is numeric then
                move tranHigh to rqHigh
            else
                move 'BOUNDS NOT NUMERIC OR TOO LONG'
                    to tranRejectReason
            end-if
        end-if

        if tranRejectReason = spaces and rqLow > rqHigh then
            move 'LOW BOUND EXCEEDS HIGH BOUND' to tranRejectReason
        end-if

        if tranRejectReason = spaces
                and tranFrequency not = space then
            if tranFrequencyValid then
                move tranFrequency to rqFrequency
            else
                move 'FREQUENCY NOT O, W OR M' to tranRejectReason
            end-if
        end-if

        if tranRejectReason = spaces
                and tranDueDateText not = spaces then
            perform checkTranDueDate
            if tranRejectReason = spaces then
                move tranDueDate to rqNextDueDate
                move tranDueDay to rqCycleDay
            end-if
        end-if

        if tranRejectReason = spaces then

            move 'O' to rqStatus
            move spaces to rqRejectReason
            move todayDate to rqChangedDate

            rewrite requestRecord
                invalid key continue
            end-rewrite

            if requestQueueStatus = '00' then
                move 1 to tranAcceptedSwitch
                add 1 to changedCount
                perform writeTranDoneLine
            else
                move 'REWRITE FAILED, STATUS ' to tranRejectReason
                move requestQueueStatus to tranRejectReason (24:2)
            end-if

        end-if

    end-if.

deleteRequest.

*> A request that is no longer wanted simply comes off - the
*> directory reports it already produced are its history. Not while
*> it is on tonight's RANGEFIL, though, for the same reason as a
*> change.

    move tranRequestId to rqId.

    read requestQueueFile
        invalid key continue
    end-read.

    if requestQueueStatus not = '00' then

        move 'REQUEST ID NOT ON FILE' to tranRejectReason

    else

        if rqIsScheduled then

            move 'SCHEDULED - RESULT NOT POSTED' to tranRejectReason

        else

            delete requestQueueFile
                invalid key continue
            end-delete

            if requestQueueStatus = '00' then
                move 1 to tranAcceptedSwitch
                add 1 to deletedCount
                perform writeTranDoneLine
            else
                move 'DELETE FAILED, STATUS ' to tranRejectReason
                move requestQueueStatus to tranRejectReason (23:2)
            end-if

        end-if

    end-if.

checkTranDueDate.

*> The due date has to be a real calendar date, or primesSel could
*> never tell whether the request had come due.

    if tranDueDateText is not numeric then

        move 'DUE DATE NOT NUMERIC' to tranRejectReason

    else

        move tranDueDate to tranDueDateParts

        if tranDueMonth < 1 or tranDueMonth > 12 then

            move 'DUE MONTH NOT 01-12' to tranRejectReason

        else

            move tranDueYear to checkYear
            move tranDueMonth to checkMonth
            perform setDaysInMonth

            if tranDueDay < 1 or tranDueDay > daysInMonth then
                move 'DUE DAY NOT IN MONTH' to tranRejectReason
            end-if

        end-if

    end-if.

writeTranDoneLine.

    move tranAction to tranDoneAction.
    move rqId to tranDoneRequestId.
    move rqRequester to tranDoneRequester.
    move rqLow to tranDoneLow.
    move rqHigh to tranDoneHigh.
    write reqWriteLine from tranDoneMsg after advancing 1 line.

writeQueueListing.

*> The whole queue in id order, as it stands after tonight's cards -
*> the one place anyone asking "did my range run?" can look.

    write reqWriteLine from underScores after advancing 1 line.
    write reqWriteLine from listHeading after advancing 1 line.
    write reqWriteLine from underScores after advancing 1 line.
    write reqWriteLine from listColumnHeading after advancing 1 line.

    move low-values to rqId.

    start requestQueueFile key is not less than rqId
        invalid key move 1 to eofSwitch
        not invalid key move 0 to eofSwitch
    end-start.

    if eofSwitch = 0 then
        perform readNextRequest
    end-if.

    perform listOneRequest until eofSwitch = 1.

listOneRequest.

    add 1 to listedCount.

    move rqId to listRequestId.
    move rqRequester to listRequester.
    move rqLow to listLow.
    move rqHigh to listHigh.
    move rqNextDueDate to listNextDue.
    move rqCompletedDate to listLastRun.
    move rqPrimesFound to listPrimesFound.
    move rqRejectCount to listRejectCount.

    if rqWeekly then
        move 'WEEKLY' to listFrequency
    else
        if rqMonthly then
            move 'MONTHLY' to listFrequency
        else
            move 'ONE-TIME' to listFrequency
        end-if
    end-if.

    if rqIsScheduled then
        move 'SCHEDULED' to listStatus
        add 1 to listedScheduledCount
    else
        if rqIsCompleted then
            move 'COMPLETED' to listStatus
            add 1 to listedCompletedCount
        else
            if rqIsRejected then
                move 'REJECTED' to listStatus
                add 1 to listedRejectedCount
            else
                move 'OPEN' to listStatus
                add 1 to listedOpenCount
            end-if
        end-if
    end-if.

    write reqWriteLine from listDetailMsg after advancing 1 line.

    perform readNextRequest.

readNextRequest.

    read requestQueueFile next
        at end move 1 to eofSwitch
    end-read.

    if requestQueueStatus not = '00' then
        move 1 to eofSwitch
    end-if.

writeReqSummary.

    write reqWriteLine from underScores after advancing 1 line.
    write reqWriteLine from reqSummaryHeading after advancing 1 line.

    move tranReadCount to reqTranReadCount.
    write reqWriteLine from reqTranReadMsg after advancing 1 line.

    move addedCount to reqAddedCount.
    write reqWriteLine from reqAddedMsg after advancing 1 line.

    move changedCount to reqChangedCount.
    write reqWriteLine from reqChangedMsg after advancing 1 line.

    move deletedCount to reqDeletedCount.
    write reqWriteLine from reqDeletedMsg after advancing 1 line.

    move tranRejectCount to reqRejectedCount.
    write reqWriteLine from reqRejectedMsg after advancing 1 line.

    move listedCount to reqListedCount.
    write reqWriteLine from reqListedMsg after advancing 1 line.

    move listedOpenCount to reqOpenCount.
    write reqWriteLine from reqOpenMsg after advancing 1 line.

    move listedScheduledCount to reqScheduledCount.
    write reqWriteLine from reqScheduledMsg after advancing 1 line.

    move listedCompletedCount to reqCompletedCount.
    write reqWriteLine from reqCompletedMsg after advancing 1 line.

    move listedRejectedCount to reqRejectedOnFileCount.
    write reqWriteLine from reqRejectedOnFileMsg after advancing 1 line.

setDaysInMonth.

*> Month lengths, with the leap test for February.

    if checkMonth = 4 or checkMonth = 6
            or checkMonth = 9 or checkMonth = 11 then

        move 30 to daysInMonth

    else

        if checkMonth = 2 then

            divide checkYear by 4 giving checkQuotient
                remainder checkWork

            move 28 to daysInMonth

            if checkWork = 0 then

                divide checkYear by 100 giving checkQuotient
                    remainder checkWork

                if checkWork not = 0 then
                    move 29 to daysInMonth
                else
                    divide checkYear by 400 giving checkQuotient
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
