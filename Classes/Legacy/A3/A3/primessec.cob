identification division.

program-id. primesSec.

environment division.

input-output section.

file-control.

*> Weekly security report over SECLOG, the log every program that
*> checks AUTHFILE writes to - primesMnt for the console SHOW and
*> DELETE, PURGE and CENSUS, primesFix for reject correction, primesTwo,
*> primesSpl and primesMrg for the RERUNOK override. Every refused
*> attempt and every privileged action granted in the week, grouped
*> by operator, so whoever reviews access sees one operator's week in
*> one place.

select securityLogFile assign to SECLOG
    organization is line sequential
    file status is securityLogStatus.

*> One optional control card with the week-ending date (yyyymmdd) in
*> columns 1-8, for reprinting an earlier week. Omit it and the week
*> ends today - the seven days up to and including the run date.

select optional secParmFile assign to SECPARM
    organization is line sequential
    file status is secParmStatus.

select sortFile assign to SORTWORK.

select secReportFile assign to SECLIST
    organization is line sequential.

data division.

file section.

fd securityLogFile.

*> Same layout as primesMnt - see there.

01 securityLogRecord.
    02 secDate pic 9(8).
    02 secTime pic 9(8).
    02 secJobId pic X(8).
    02 secProgram pic X(10).
    02 secOperator pic X(20).
    02 secFunction pic X(8).
    02 secOutcome pic X.
        88 secIsGranted value 'G'.
        88 secIsRefused value 'R'.
    02 secTarget pic X(16).
    02 secReason pic X(30).
    02 filler pic X(11).

fd secParmFile.

01 secParmFileRecord pic X(80).

sd sortFile.

01 sortEntry.
    02 sortDate pic 9(8).
    02 sortTime pic 9(8).
    02 sortJobId pic X(8).
    02 sortProgram pic X(10).
    02 sortOperator pic X(20).
    02 sortFunction pic X(8).
    02 sortOutcome pic X.
        88 sortIsGranted value 'G'.
        88 sortIsRefused value 'R'.
    02 sortTarget pic X(16).
    02 sortReason pic X(30).
    02 filler pic X(11).

fd secReportFile.

01 secWriteLine.
    05 secLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  securityLogStatus pic X(2) value SPACES.
77  secParmStatus pic X(2) value SPACES.

77  securityLogAvailableSwitch pic 9 value 0.
    88 securityLogAvailable value 1.
    88 securityLogNotAvailable value 0.

77  weekEndDate pic 9(8) value 0.
77  weekEndDays pic S9(9) usage is computational value 0.
77  weekStartDays pic S9(9) usage is computational value 0.

01  secParmRecord.
    02 secParmWeekEnd pic X(8).
    02 filler pic X(72).

01  secParmNumeric redefines secParmRecord.
    02 secParmWeekEndDate pic 9(8).
    02 filler pic X(72).

77  logReadCount pic 9(9) usage is computational value 0.
77  weekEntryCount pic 9(9) usage is computational value 0.
77  refusedCount pic 9(9) usage is computational value 0.
77  grantedCount pic 9(9) usage is computational value 0.
77  operatorCount pic 9(9) usage is computational value 0.

*> Control break on the operator as the sorted week comes back.

77  currentOperator pic X(20) value SPACES.
77  operatorRefusedCount pic 9(9) usage is computational value 0.
77  operatorGrantedCount pic 9(9) usage is computational value 0.

*> Day-number conversion for the week window - the same shifted-
*> calendar arithmetic as primesAud.

77  convDate pic 9(8) value 0.
77  convDays pic S9(9) usage is computational value 0.
77  convYear pic S9(9) usage is computational value 0.
77  convMonth pic S9(9) usage is computational value 0.
77  convDay pic S9(9) usage is computational value 0.
77  convLeap4 pic S9(9) usage is computational value 0.
77  convLeap100 pic S9(9) usage is computational value 0.
77  convLeap400 pic S9(9) usage is computational value 0.
77  convMonthWork pic S9(9) usage is computational value 0.

01  secTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'WEEKLY SECURITY REPORT'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  secWeekMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SEVEN DAYS ENDING    : '.
    02 secWeekEndDisplay pic 9(8).

01  operatorHeading.
    02 filler pic X value SPACE.
    02 filler pic X(10) value 'OPERATOR: '.
    02 operatorHeadingId pic X(20).
    02 operatorHeadingNote pic X(24).

01  columnHeading.
    02 filler pic X(36) value
       ' DATE     TIME   JOB      PROGRAM  '.
    02 filler pic X(64) value
       'FUNCTION OUTCOME TARGET           REASON'.

01  secDetailMsg.
    02 filler pic X value SPACE.
    02 detailDate pic 9(8).
    02 filler pic X value SPACE.
    02 detailTime pic X(6).
    02 filler pic X value SPACE.
    02 detailJobId pic X(8).
    02 filler pic X value SPACE.
    02 detailProgram pic X(9).
    02 filler pic X value SPACE.
    02 detailFunction pic X(8).
    02 filler pic X value SPACE.
    02 detailOutcome pic X(7).
    02 filler pic X value SPACE.
    02 detailTarget pic X(16).
    02 filler pic X value SPACE.
    02 detailReason pic X(30).

01  operatorTotalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(10) value 'REFUSED: '.
    02 operatorTotalRefused pic Z(8)9.
    02 filler pic X(12) value '   GRANTED: '.
    02 operatorTotalGranted pic Z(8)9.

01  secSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'SECURITY TOTALS'.

01  secReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'LOG ENTRIES READ     : '.
    02 secReadCount pic Z(8)9.

01  secWeekEntriesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ENTRIES THIS WEEK    : '.
    02 secWeekEntriesCount pic Z(8)9.

01  secRefusedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REFUSED ATTEMPTS     : '.
    02 secRefusedCount pic Z(8)9.

01  secGrantedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PRIVILEGED ACTIONS   : '.
    02 secGrantedCount pic Z(8)9.

01  secOperatorsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'OPERATORS            : '.
    02 secOperatorsCount pic Z(8)9.

procedure division.

    open output secReportFile.

    write secWriteLine from secTitleLine after advancing 0 lines.
    write secWriteLine from underScores after advancing 1 line.

    perform loadSecParm.

    move weekEndDate to secWeekEndDisplay.
    write secWriteLine from secWeekMsg after advancing 1 line.

    move weekEndDate to convDate.
    perform convertDateToDays.
    move convDays to weekEndDays.
    compute weekStartDays = weekEndDays - 6.

    move 0 to securityLogAvailableSwitch.

    open input securityLogFile.

    if securityLogStatus = '00' then
        move 1 to securityLogAvailableSwitch
    else
        display 'PRIMESSEC - SECURITY LOG NOT AVAILABLE, STATUS: '
            securityLogStatus
    end-if.

    if securityLogAvailable then

*> The input procedure keeps the week's entries; the output procedure
*> takes them back by operator, then date and time, and prints each
*> operator's week under its own heading.

        sort sortFile
            on ascending key sortOperator sortDate sortTime
            input procedure is selectWeekEntries
            output procedure is printOperatorWeeks

        close securityLogFile

        perform writeSecSummary

*> A refused attempt in the week ends the run 4 - someone tried to do
*> something they may not, and that is for somebody to follow up.

        if refusedCount > 0 then
            move 4 to return-code
        end-if

    else

        move 16 to return-code

    end-if.

    close secReportFile.

stop run.

loadSecParm.

*> SECPARM is an optional one-card DD with the week-ending date. A
*> date that is not numeric is reported and the week ends today.

    accept weekEndDate from date YYYYMMDD.

    open input secParmFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if secParmStatus = '00' or secParmStatus = '05' then

        if secParmStatus = '00' then

            read secParmFile into secParmRecord

            if secParmStatus = '00' then

                if secParmWeekEnd is numeric
                        and secParmWeekEndDate > 0 then
                    move secParmWeekEndDate to weekEndDate
                else
                    display 'PRIMESSEC - SECPARM WEEK-ENDING DATE '
                        secParmWeekEnd ' NOT NUMERIC, WEEK ENDS TODAY'
                end-if

            end-if

        end-if

        close secParmFile

    end-if.

selectWeekEntries.

    move 0 to eofSwitch.

    perform readSecurityLog.

    perform selectOneEntry until eofSwitch = 1.

selectOneEntry.

    add 1 to logReadCount.

    move secDate to convDate.
    perform convertDateToDays.

    if convDays >= weekStartDays and convDays <= weekEndDays then

        add 1 to weekEntryCount

        if secIsRefused then
            add 1 to refusedCount
        else
            add 1 to grantedCount
        end-if

        release sortEntry from securityLogRecord

    end-if.

    perform readSecurityLog.

readSecurityLog.

    read securityLogFile
        at end move 1 to eofSwitch
    end-read.

    if securityLogStatus not = '00' then
        move 1 to eofSwitch
    end-if.

printOperatorWeeks.

    move 0 to eofSwitch.

    return sortFile at end move 1 to eofSwitch.

    perform printOneEntry until eofSwitch = 1.

    if operatorCount > 0 then
        perform writeOperatorTotal
    end-if.

printOneEntry.

    if operatorCount = 0 or sortOperator not = currentOperator then
        perform startOperatorGroup
    end-if.

    move sortDate to detailDate.
    move sortTime (1:6) to detailTime.
    move sortJobId to detailJobId.
    move sortProgram to detailProgram.
    move sortFunction to detailFunction.
    move sortTarget to detailTarget.

    if sortIsRefused then
        add 1 to operatorRefusedCount
        move 'REFUSED' to detailOutcome
        move sortReason to detailReason
    else
        add 1 to operatorGrantedCount
        move 'GRANTED' to detailOutcome
        move spaces to detailReason
    end-if.

    write secWriteLine from secDetailMsg after advancing 1 line.

    return sortFile at end move 1 to eofSwitch.

startOperatorGroup.

*> Closes off the operator before, if there was one, and heads up the
*> next. An entry with no operator at all - a job run without RUNINFO
*> - sorts first and is called out as such.

    if operatorCount > 0 then
        perform writeOperatorTotal
    end-if.

    add 1 to operatorCount.
    move sortOperator to currentOperator.
    move 0 to operatorRefusedCount.
    move 0 to operatorGrantedCount.

    move sortOperator to operatorHeadingId.

    if sortOperator = spaces then
        move 'NONE ON RUNINFO' to operatorHeadingNote
    else
        move spaces to operatorHeadingNote
    end-if.

    write secWriteLine from underScores after advancing 1 line.
    write secWriteLine from operatorHeading after advancing 1 line.
    write secWriteLine from columnHeading after advancing 1 line.

writeOperatorTotal.

    move operatorRefusedCount to operatorTotalRefused.
    move operatorGrantedCount to operatorTotalGranted.
    write secWriteLine from operatorTotalMsg after advancing 1 line.

writeSecSummary.

    write secWriteLine from underScores after advancing 1 line.
    write secWriteLine from secSummaryHeading after advancing 1 line.

    move logReadCount to secReadCount.
    write secWriteLine from secReadMsg after advancing 1 line.

    move weekEntryCount to secWeekEntriesCount.
    write secWriteLine from secWeekEntriesMsg after advancing 1 line.

    move refusedCount to secRefusedCount.
    write secWriteLine from secRefusedMsg after advancing 1 line.

    move grantedCount to secGrantedCount.
    write secWriteLine from secGrantedMsg after advancing 1 line.

    move operatorCount to secOperatorsCount.
    write secWriteLine from secOperatorsMsg after advancing 1 line.

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
