identification division.

program-id. primesDpt.

environment division.

input-output section.

file-control.

*> Maintenance and listing for DPTFILE, the keyed department reference
*> master behind the three-character source code carried in columns
*> 11-13 of every 'D' record. Until now that code was whatever the
*> card or the EDTPARM default said and nothing checked it; primesEdt
*> and primesFix now look every card's code up here and list the ones
*> that are not on file or no longer active. This program applies the
*> add/change/deactivate cards operations keys against the master and
*> then lists the whole file, so every run leaves a paper copy of what
*> the desks look like today.

select optional deptFile assign to DPTFILE
    organization is indexed
    access is dynamic
    record key is deptCode
    file status is deptStatus.

*> The maintenance cards for this run - one action per card. Omit the
*> DD and the run is a listing only.

select optional dptTranFile assign to DPTTRAN
    organization is line sequential
    file status is dptTranStatus.

select dptReportFile assign to DPTREPT
    organization is line sequential.

data division.

file section.

fd deptFile.

01 deptRecord.
    02 deptCode pic X(3).
    02 deptName pic X(30).
    02 deptContact pic X(20).
    02 deptActiveFlag pic X.
        88 deptIsActive value 'A'.
        88 deptIsInactive value 'I'.
    02 deptEffectiveFrom pic 9(8).
    02 deptEffectiveTo pic 9(8).
    02 deptAddedDate pic 9(8).
    02 deptChangedDate pic 9(8).
    02 filler pic X(14).

fd dptTranFile.

01 dptTranFileRecord pic X(80).

fd dptReportFile.

01 dptWriteLine.
    05 dptLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  deptStatus pic X(2) value SPACES.
77  dptTranStatus pic X(2) value SPACES.

77  deptAvailableSwitch pic 9 value 0.
    88 deptAvailable value 1.
    88 deptNotAvailable value 0.

77  tranAcceptedSwitch pic 9 value 0.
    88 tranAccepted value 1.
    88 tranNotAccepted value 0.

77  todayDate pic 9(8) value 0.

77  tranReadCount pic 9(9) usage is computational value 0.
77  addedCount pic 9(9) usage is computational value 0.
77  changedCount pic 9(9) usage is computational value 0.
77  deactivatedCount pic 9(9) usage is computational value 0.
77  tranRejectCount pic 9(9) usage is computational value 0.

77  listedCount pic 9(9) usage is computational value 0.
77  listedActiveCount pic 9(9) usage is computational value 0.
77  listedInactiveCount pic 9(9) usage is computational value 0.

77  tranRejectReason pic X(30) value SPACES.

*> One maintenance card: the action word in columns 1-8, the code in
*> 9-11, then name, contact, and the effective-from/effective-to
*> dates. On a CHANGE a blank field leaves what is on file alone; on
*> a DEACT only the code (and, optionally, the effective-to date the
*> code stops being good) means anything.

01  dptTranCard.
    02 tranAction pic X(8).
    02 tranCode pic X(3).
    02 filler pic X.
    02 tranName pic X(30).
    02 tranContact pic X(20).
    02 tranEffectiveFromText pic X(8).
    02 tranEffectiveToText pic X(8).
    02 filler pic X(2).

01  dptTranDates redefines dptTranCard.
    02 filler pic X(62).
    02 tranEffectiveFrom pic 9(8).
    02 tranEffectiveTo pic 9(8).
    02 filler pic X(2).

01  dptTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(31) value 'DEPARTMENT MASTER MAINTENANCE'.

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
    02 tranDoneCode pic X(3).
    02 filler pic X(3) value ' - '.
    02 tranDoneText pic X(30).

01  tranRejectMsg.
    02 filler pic X value SPACE.
    02 tranRejectCard pic X(20).
    02 filler pic X(12) value ' REJECTED - '.
    02 tranRejectText pic X(30).

01  listHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'DEPARTMENTS ON FILE'.

01  listColumnHeading.
    02 filler pic X(5) value ' CODE'.
    02 filler pic X(31) value ' NAME'.
    02 filler pic X(21) value ' CONTACT'.
    02 filler pic X(7) value ' STATUS'.
    02 filler pic X(18) value ' EFFECTIVE FROM/TO'.

01  listDetailMsg.
    02 filler pic X value SPACE.
    02 listCode pic X(3).
    02 filler pic X(2) value SPACES.
    02 listName pic X(30).
    02 filler pic X value SPACE.
    02 listContact pic X(20).
    02 filler pic X value SPACE.
    02 listStatus pic X(8).
    02 listEffectiveFrom pic 9(8).
    02 filler pic X value SPACE.
    02 listEffectiveTo pic 9(8).
    02 filler pic X value SPACE.
    02 listNotEffective pic X(15).

01  dptSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'MAINTENANCE TOTALS'.

01  dptTranReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS READ           : '.
    02 dptTranReadCount pic Z(8)9.

01  dptAddedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CODES ADDED          : '.
    02 dptAddedCount pic Z(8)9.

01  dptChangedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CODES CHANGED        : '.
    02 dptChangedCount pic Z(8)9.

01  dptDeactivatedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CODES DEACTIVATED    : '.
    02 dptDeactivatedCount pic Z(8)9.

01  dptRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS REJECTED       : '.
    02 dptRejectedCount pic Z(8)9.

01  dptListedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CODES ON FILE        : '.
    02 dptListedCount pic Z(8)9.

01  dptActiveMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ACTIVE               : '.
    02 dptActiveCount pic Z(8)9.

01  dptInactiveMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'INACTIVE             : '.
    02 dptInactiveCount pic Z(8)9.

procedure division.

    open output dptReportFile.

    write dptWriteLine from dptTitleLine after advancing 0 lines.
    write dptWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    perform openDeptFile.

    if deptAvailable then

        perform applyMaintenanceCards
        perform writeDeptListing
        perform writeDptSummary

        close deptFile

*> A rejected card leaves everything else applied - the listing shows
*> what is on file now - but the run ends 4 so nobody files the
*> report without looking at why.

        if tranRejectCount > 0 then
            move 4 to return-code
        end-if

    else

*> Without the master there is nothing to maintain or list - end badly
*> enough that operations cannot mistake it for a clean run.

        move 16 to return-code

    end-if.

    close dptReportFile.

stop run.

openDeptFile.

*> OPEN I-O so the cards can add and rewrite. SELECT OPTIONAL lets the
*> very first run load a freshly defined, still-empty cluster; status
*> 05 is that first open.

    move 0 to deptAvailableSwitch.

    open i-o deptFile.

    if deptStatus = '00' or deptStatus = '05' then
        move 1 to deptAvailableSwitch
    else
        display 'PRIMESDPT - DEPARTMENT MASTER NOT AVAILABLE, STATUS: '
            deptStatus
    end-if.

applyMaintenanceCards.

    write dptWriteLine from tranHeading after advancing 1 line.
    write dptWriteLine from underScores after advancing 1 line.

    open input dptTranFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if dptTranStatus = '00' or dptTranStatus = '05' then

        if dptTranStatus = '00' then

            move 0 to eofSwitch

            read dptTranFile into dptTranCard
                at end move 1 to eofSwitch
            end-read

            perform applyOneCard until eofSwitch = 1

        end-if

        close dptTranFile

    end-if.

applyOneCard.

    add 1 to tranReadCount.

    move 0 to tranAcceptedSwitch.
    move spaces to tranRejectReason.

    if tranCode = spaces then

        move 'DEPARTMENT CODE MISSING' to tranRejectReason

    else

        if tranAction = 'ADD' then
            perform addDepartment
        else
            if tranAction = 'CHANGE' then
                perform changeDepartment
            else
                if tranAction = 'DEACT' then
                    perform deactivateDepartment
                else
                    move 'ACTION NOT RECOGNIZED' to tranRejectReason
                end-if
            end-if
        end-if

    end-if.

    if tranNotAccepted then
        add 1 to tranRejectCount
        move dptTranCard to tranRejectCard
        move tranRejectReason to tranRejectText
        write dptWriteLine from tranRejectMsg after advancing 1 line
    end-if.

    read dptTranFile into dptTranCard at end move 1 to eofSwitch.

addDepartment.

*> A new code needs at least a name - a code nobody can put a desk to
*> is exactly the problem this file exists to stop. Effective-from
*> defaults to today, effective-to to open-ended.

    move tranCode to deptCode.

    read deptFile
        invalid key continue
    end-read.

    if deptStatus = '00' then

        move 'CODE ALREADY ON FILE' to tranRejectReason

    else

        if tranName = spaces then

            move 'DEPARTMENT NAME MISSING' to tranRejectReason

        else

            move spaces to deptRecord
            move tranCode to deptCode
            move tranName to deptName
            move tranContact to deptContact
            move 'A' to deptActiveFlag
            move todayDate to deptEffectiveFrom
            move 99999999 to deptEffectiveTo
            move todayDate to deptAddedDate
            move todayDate to deptChangedDate

            perform takeEffectiveDates

            if tranRejectReason = spaces then

                write deptRecord
                    invalid key continue
                end-write

                if deptStatus = '00' then
                    move 1 to tranAcceptedSwitch
                    add 1 to addedCount
                    move deptName to tranDoneText
                    perform writeTranDoneLine
                else
                    move 'WRITE FAILED, STATUS ' to tranRejectReason
                    move deptStatus to tranRejectReason (22:2)
                end-if

            end-if

        end-if

    end-if.

changeDepartment.

*> Only the fields punched on the card change; a blank field leaves
*> what is on file alone. The active flag is not a CHANGE field - a
*> code comes off with DEACT, so the two never get confused.

    move tranCode to deptCode.

    read deptFile
        invalid key continue
    end-read.

    if deptStatus not = '00' then

        move 'CODE NOT ON FILE' to tranRejectReason

    else

        if tranName not = spaces then
            move tranName to deptName
        end-if

        if tranContact not = spaces then
            move tranContact to deptContact
        end-if

        perform takeEffectiveDates

        if tranRejectReason = spaces then

            move todayDate to deptChangedDate

            rewrite deptRecord
                invalid key continue
            end-rewrite

            if deptStatus = '00' then
                move 1 to tranAcceptedSwitch
                add 1 to changedCount
                move deptName to tranDoneText
                perform writeTranDoneLine
            else
                move 'REWRITE FAILED, STATUS ' to tranRejectReason
                move deptStatus to tranRejectReason (24:2)
            end-if

        end-if

    end-if.

deactivateDepartment.

*> The record stays on file - old PRIMES2EXT generations still carry
*> the code and the monthly statements still need its name - but it
*> is flagged inactive, and its effective-to date closes today unless
*> the card names the day it stops being good. A date that is punched
*> has to be a date, and either way the window has to run forwards,
*> the same as on a CHANGE - a code not yet in effect needs the day
*> punched.

    move tranCode to deptCode.

    read deptFile
        invalid key continue
    end-read.

    if deptStatus not = '00' then

        move 'CODE NOT ON FILE' to tranRejectReason

    else

        if deptIsInactive then

            move 'CODE ALREADY INACTIVE' to tranRejectReason

        else

            move 'I' to deptActiveFlag

            if tranEffectiveToText not = spaces then
                if tranEffectiveTo is numeric then
                    move tranEffectiveTo to deptEffectiveTo
                else
                    move 'EFFECTIVE-TO NOT NUMERIC' to tranRejectReason
                end-if
            else
                move todayDate to deptEffectiveTo
            end-if

            if tranRejectReason = spaces
                    and deptEffectiveTo < deptEffectiveFrom then
                move 'EFFECTIVE-TO BEFORE FROM' to tranRejectReason
            end-if

            if tranRejectReason = spaces then

                move todayDate to deptChangedDate

                rewrite deptRecord
                    invalid key continue
                end-rewrite

                if deptStatus = '00' then
                    move 1 to tranAcceptedSwitch
                    add 1 to deactivatedCount
                    move deptName to tranDoneText
                    perform writeTranDoneLine
                else
                    move 'REWRITE FAILED, STATUS ' to tranRejectReason
                    move deptStatus to tranRejectReason (24:2)
                end-if

            end-if

        end-if

    end-if.

takeEffectiveDates.

*> Either date may be left blank; a date that is punched has to be a
*> date, and the window it leaves has to run forwards.

    if tranEffectiveFromText not = spaces then
        if tranEffectiveFrom is numeric then
            move tranEffectiveFrom to deptEffectiveFrom
        else
            move 'EFFECTIVE-FROM NOT NUMERIC' to tranRejectReason
        end-if
    end-if.

    if tranEffectiveToText not = spaces then
        if tranEffectiveTo is numeric then
            move tranEffectiveTo to deptEffectiveTo
        else
            move 'EFFECTIVE-TO NOT NUMERIC' to tranRejectReason
        end-if
    end-if.

    if tranRejectReason = spaces
            and deptEffectiveTo < deptEffectiveFrom then
        move 'EFFECTIVE-TO BEFORE FROM' to tranRejectReason
    end-if.

writeTranDoneLine.

    move tranAction to tranDoneAction.
    move tranCode to tranDoneCode.
    write dptWriteLine from tranDoneMsg after advancing 1 line.

writeDeptListing.

*> The whole file in code order, as it stands after tonight's cards.
*> A code that is flagged active but outside its effective window is
*> marked, since primesEdt and primesFix will treat it as inactive.

    write dptWriteLine from underScores after advancing 1 line.
    write dptWriteLine from listHeading after advancing 1 line.
    write dptWriteLine from underScores after advancing 1 line.
    write dptWriteLine from listColumnHeading after advancing 1 line.

    move low-values to deptCode.

    start deptFile key is not less than deptCode
        invalid key move 1 to eofSwitch
        not invalid key move 0 to eofSwitch
    end-start.

    if eofSwitch = 0 then
        perform readNextDeptRecord
    end-if.

    perform listOneDepartment until eofSwitch = 1.

listOneDepartment.

    add 1 to listedCount.

    move deptCode to listCode.
    move deptName to listName.
    move deptContact to listContact.
    move deptEffectiveFrom to listEffectiveFrom.
    move deptEffectiveTo to listEffectiveTo.
    move spaces to listNotEffective.

    if deptIsActive then

        move 'ACTIVE' to listStatus

        if deptEffectiveFrom > todayDate
                or deptEffectiveTo < todayDate then
            move '* NOT EFFECTIVE' to listNotEffective
            add 1 to listedInactiveCount
        else
            add 1 to listedActiveCount
        end-if

    else

        move 'INACTIVE' to listStatus
        add 1 to listedInactiveCount

    end-if.

    write dptWriteLine from listDetailMsg after advancing 1 line.

    perform readNextDeptRecord.

readNextDeptRecord.

    read deptFile next
        at end move 1 to eofSwitch
    end-read.

    if deptStatus not = '00' then
        move 1 to eofSwitch
    end-if.

writeDptSummary.

    write dptWriteLine from underScores after advancing 1 line.
    write dptWriteLine from dptSummaryHeading after advancing 1 line.

    move tranReadCount to dptTranReadCount.
    write dptWriteLine from dptTranReadMsg after advancing 1 line.

    move addedCount to dptAddedCount.
    write dptWriteLine from dptAddedMsg after advancing 1 line.

    move changedCount to dptChangedCount.
    write dptWriteLine from dptChangedMsg after advancing 1 line.

    move deactivatedCount to dptDeactivatedCount.
    write dptWriteLine from dptDeactivatedMsg after advancing 1 line.

    move tranRejectCount to dptRejectedCount.
    write dptWriteLine from dptRejectedMsg after advancing 1 line.

    move listedCount to dptListedCount.
    write dptWriteLine from dptListedMsg after advancing 1 line.

    move listedActiveCount to dptActiveCount.
    write dptWriteLine from dptActiveMsg after advancing 1 line.

    move listedInactiveCount to dptInactiveCount.
    write dptWriteLine from dptInactiveMsg after advancing 1 line.
