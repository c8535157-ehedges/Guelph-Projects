*> resubmission file primesTwo can take like any other primes.dat -
*> count and hash total punched automatically, the same as PRIMESEDT
*> does for the daily deck. Rejects nobody corrected are reported
*> with their age in business days so nothing just rolls into GDG
*> history and disappears.

select rejInFile assign to REJFILE
    organization is line sequential.
    organization is line sequential
    file status is fixParmStatus.

*> The department reference master. Every correction that finds its
*> reject has that reject's source code looked up here, and a code
*> that is not on file or no longer active is listed on FIXLIST, so
*> the corrected card goes back to a desk that actually exists.
*> Optional: without the DD the codes go through unchecked.

select optional deptFile assign to DPTFILE
    organization is indexed
    access is random
    record key is deptCode
    file status is deptStatus.

*> The shop processing calendar (see primesCal). A reject's age counts
*> business days only, so a long weekend or a bank holiday does not
*> make it look days staler than it is. Optional: without the DD the
*> weekday rule decides, Monday to Friday.

select optional calendarFile assign to CALFILE
    organization is indexed
    access is random
    record key is calDate
    file status is calendarStatus.

*> Optional job id/operator card, the same one PRIMES2 reads. The
*> resubmission deck goes straight into PRIMES.PRIMES, so the operator
*> must be one AUTHFILE lets correct rejects - see primesMnt for the
*> authorization table and SECLOG, the security log every check is
*> written to. No operator, no table, or an operator not on it, and
*> nothing is read or written.

select optional runInfoFile assign to RUNINFO
    organization is line sequential
    file status is runInfoStatus.

select optional authorityFile assign to AUTHFILE
    organization is line sequential
    file status is authorityStatus.

select optional securityLogFile assign to SECLOG
    organization is line sequential
    file status is securityLogStatus.

select resubmitFile assign to NEWFILE
    organization is line sequential.


01 fixParmFileRecord pic X(80).

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

fd calendarFile.

01 calendarRecord.
    02 calDate pic 9(8).
    02 calDayType pic X.
        88 calIsBusinessDay value 'B'.
        88 calIsHoliday value 'H'.
        88 calIsNonBusiness value 'N'.
    02 calMonthEndFlag pic X.
        88 calIsMonthEndClose value 'Y'.
    02 calDescription pic X(30).
    02 calAddedDate pic 9(8).
    02 calChangedDate pic 9(8).
    02 filler pic X(24).

fd runInfoFile.

01 runInfoFileRecord pic X(80).

fd authorityFile.

01 authorityFileRecord pic X(80).

*> Same layout as primesMnt - see there.

fd securityLogFile.

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

fd resubmitFile.

01 resubmitFileRecord pic X(80).
    88 matchFound value 1.
    88 matchNotFound value 0.

77  deptStatus pic X(2) value SPACES.

77  deptAvailableSwitch pic 9 value 0.
    88 deptAvailable value 1.
    88 deptNotAvailable value 0.

77  unknownCodeCount  pic 9(9) usage is computational value 0.
77  inactiveCodeCount pic 9(9) usage is computational value 0.

*> The rejects off the generation, held for matching. A full reject
*> file bigger than the table is a sign something much worse than a
*> bad deck happened upstream.
77  rejectRunDate pic 9(8) value 0.
77  todayDate pic 9(8) value 0.
77  rejectAgeDays pic S9(9) usage is computational value 0.
77  ageDayCount pic S9(9) usage is computational value 0.

77  calendarStatus pic X(2) value SPACES.

77  calendarAvailableSwitch pic 9 value 0.
    88 calendarAvailable value 1.
    88 calendarNotAvailable value 0.

*> The day being counted while a reject is aged, walked forward one
*> date at a time from the reject's run date, and what the calendar -
*> or, for a date it does not carry, the weekday rule - says it was.

01  processingDateGroup.
    02 processingDate pic 9(8) value 0.
    02 processingDateParts redefines processingDate.
        03 processingYear pic 9(4).
        03 processingMonth pic 9(2).
        03 processingDay pic 9(2).

77  processingDayType pic X value SPACE.
    88 processingIsBusinessDay value 'B'.
    88 processingIsHoliday value 'H'.
    88 processingIsNonBusiness value 'N'.

77  weekdayNumber pic 9(1) value 0.
77  daysInMonth pic 9(2) usage is computational value 31.

*> Day-number conversion working fields - see convertDateToDays. The
*> same field pair is reused for both dates; ordinary COMPUTE
    02 controlSource pic X(3).
    02 filler pic X(67).

77  runInfoStatus pic X(2) value SPACES.
77  fixJobId pic X(8) value SPACES.
77  fixOperator pic X(20) value SPACES.

01  runInfoRecord.
    02 runInfoJobId pic X(8).
    02 runInfoOperator pic X(20).
    02 filler pic X(52).

*> Operator authorization - same AUTHFILE layout and the same lookup
*> as primesMnt; this program needs only the reject-correction flag.

77  authorityStatus pic X(2) value SPACES.
77  securityLogStatus pic X(2) value SPACES.

77  authorityFoundSwitch pic 9 value 0.
    88 authorityFound value 1.
    88 authorityNotFound value 0.
77  securityLogOpenSwitch pic 9 value 0.
    88 securityLogOpen value 1.
    88 securityLogNotOpen value 0.
77  functionGrantedSwitch pic 9 value 0.
    88 functionGranted value 1.
    88 functionRefused value 0.

77  operatorRefusalText pic X(30) value SPACES.
77  checkFunction pic X(8) value SPACES.
77  refusalReason pic X(30) value SPACES.

01  authorityRecord.
    02 authOperator pic X(20).
    02 filler pic X.
    02 authShowFlag pic X.
        88 authShowGranted value 'Y'.
    02 authDeleteFlag pic X.
        88 authDeleteGranted value 'Y'.
    02 authPurgeFlag pic X.
        88 authPurgeGranted value 'Y'.
    02 authCensusFlag pic X.
        88 authCensusGranted value 'Y'.
    02 authCorrectFlag pic X.
        88 authCorrectGranted value 'Y'.
    02 authRerunFlag pic X.
        88 authRerunGranted value 'Y'.
    02 filler pic X(53).

01  fixTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(29) value 'REJECT CORRECTION RUN LISTING'.
    02 filler pic X(26) value ' REPLACEMENT NOT USABLE - '.
    02 badCorrValue pic X(9).

01  sourceCodeMsg.
    02 filler pic X value SPACE.
    02 sourceCodeValue pic X(9).
    02 filler pic X(13) value ' SOURCE CODE '.
    02 sourceCodeShown pic X(3).
    02 filler pic X value SPACE.
    02 sourceCodeState pic X(11).

01  outstandingHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'REJECTS STILL OUTSTANDING'.
    02 outstandingReason pic X(20).
    02 filler pic X(7) value ' AGE : '.
    02 outstandingAge pic Z(5)9.
    02 filler pic X(9) value ' BUS DAYS'.
    02 filler pic X(6) value ' SRC: '.
    02 outstandingSource pic X(3).

    02 filler pic X(24) value 'STILL OUTSTANDING    : '.
    02 fixOutstandingCount pic Z(8)9.

01  fixUnknownMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'UNKNOWN SOURCE CODES : '.
    02 fixUnknownCount pic Z(8)9.

01  fixInactiveMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'INACTIVE SOURCE CODES: '.
    02 fixInactiveCount pic Z(8)9.

01  refusedMsg.
    02 filler pic X(11) value ' REFUSED - '.
    02 refusedFunction pic X(8).
    02 filler pic X(12) value ' - OPERATOR '.
    02 refusedOperator pic X(20).
    02 filler pic X value SPACE.
    02 refusedReason pic X(30).

procedure division.

    open output fixListFile.
    write fixWriteLine from fixTitleLine after advancing 0 lines.
    write fixWriteLine from underScores after advancing 1 line.

*> The operator is cleared before anything is read. A refused run
*> reads no rejects, opens no NEWFILE and ends 24, which the job
*> stream holds the copy into PRIMES.PRIMES on.

    perform loadRunInfo.
    perform loadOperatorAuthority.
    perform openSecurityLog.
    perform checkOperatorAuthority.

    if functionGranted then

        perform loadFixParm
        perform computeRejectAge
        perform loadRejectTable
        perform openDeptFile
        perform applyCorrectionCards
        perform writeResubmitFile
        perform reportOutstandingRejects
        perform writeFixSummary

        if deptAvailable then
            close deptFile
        end-if

    end-if.

    if securityLogOpen then
        close securityLogFile
    end-if.

    close fixListFile.

stop run.

loadRunInfo.

*> RUNINFO is optional - but without it there is no operator to look
*> up on AUTHFILE, and the run is refused.

    open input runInfoFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if runInfoStatus = '00' or runInfoStatus = '05' then

        if runInfoStatus = '00' then

            read runInfoFile into runInfoRecord

            if runInfoStatus = '00' then
                move runInfoJobId to fixJobId
                move runInfoOperator to fixOperator
            end-if

        end-if

        close runInfoFile

    end-if.

loadOperatorAuthority.

*> Looks the RUNINFO operator up on AUTHFILE, the same way primesMnt
*> does: no operator, no table, or an operator not on it leaves
*> authorityFound off and the reason in operatorRefusalText.

    move 0 to authorityFoundSwitch.
    move spaces to operatorRefusalText.

    if fixOperator = spaces then

        move 'NO OPERATOR ON RUNINFO' to operatorRefusalText

    else

        open input authorityFile

        if authorityStatus = '00' then

            move 'OPERATOR NOT ON AUTHFILE' to operatorRefusalText

            move 0 to eofSwitch
            perform readAuthorityRecord
            perform matchAuthorityRecord
                until eofSwitch = 1 or authorityFound

            close authorityFile

        else

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

            if authorityStatus = '05' then
                close authorityFile
            end-if

            move 'AUTHFILE NOT AVAILABLE' to operatorRefusalText

        end-if

    end-if.

    if authorityFound then
        move spaces to operatorRefusalText
    else
        move spaces to authorityRecord
    end-if.

    move 0 to eofSwitch.

matchAuthorityRecord.

    if authOperator = fixOperator then
        move 1 to authorityFoundSwitch
    else
        perform readAuthorityRecord
    end-if.

readAuthorityRecord.

    read authorityFile into authorityRecord
        at end move 1 to eofSwitch
    end-read.

    if authorityStatus not = '00' then
        move 1 to eofSwitch
    end-if.

openSecurityLog.

*> SECLOG is appended to, never rewritten. Status 05 is the optional
*> file not there yet - OPEN EXTEND creates it in place. Anything else
*> leaves the log closed, and the correction is refused rather than
*> run where nobody could trace it.

    move 0 to securityLogOpenSwitch.

    open extend securityLogFile.

    if securityLogStatus = '00' or securityLogStatus = '05' then
        move 1 to securityLogOpenSwitch
    else
        display 'PRIMESFIX - SECURITY LOG NOT AVAILABLE, STATUS: '
            securityLogStatus
    end-if.

checkOperatorAuthority.

*> Reject correction is granted by the CORRECT flag alone. The decision
*> goes on SECLOG either way; a refusal is echoed to FIXLIST and the
*> console and ends the run 24.

    move 'CORRECT' to checkFunction.
    move 0 to functionGrantedSwitch.
    move operatorRefusalText to refusalReason.

    if authorityFound then
        if authCorrectGranted then
            move 1 to functionGrantedSwitch
        else
            move 'FUNCTION NOT GRANTED' to refusalReason
        end-if
    end-if.

    if functionGranted and securityLogNotOpen then
        move 0 to functionGrantedSwitch
        move 'SECURITY LOG NOT AVAILABLE' to refusalReason
    end-if.

    if securityLogOpen then
        perform writeSecurityLogRecord
    end-if.

    if functionRefused then
        move checkFunction to refusedFunction
        move fixOperator to refusedOperator
        move refusalReason to refusedReason
        display 'PRIMESFIX -' refusedMsg
        write fixWriteLine from refusedMsg after advancing 1 line
        move 24 to return-code
    end-if.

writeSecurityLogRecord.

    move spaces to securityLogRecord.
    accept secDate from date YYYYMMDD.
    accept secTime from time.
    move fixJobId to secJobId.
    move 'PRIMESFIX' to secProgram.
    move fixOperator to secOperator.
    move checkFunction to secFunction.

    if functionGranted then
        move 'G' to secOutcome
    else
        move 'R' to secOutcome
        move refusalReason to secReason
    end-if.

    write securityLogRecord.

*> A grant that did not reach the log is taken back.

    if securityLogStatus not = '00' then
        display 'PRIMESFIX - SECURITY LOG WRITE FAILED, STATUS: '
            securityLogStatus
        if functionGranted then
            move 0 to functionGrantedSwitch
            move 'SECURITY LOG WRITE FAILED' to refusalReason
        end-if
    end-if.

loadFixParm.

*> FIXPARM is an optional one-card DD with the reject generation's
*> original run date; without it every age below shows as zero
*> business days.

    accept todayDate from date YYYYMMDD.
    move todayDate to rejectRunDate.

    read rejInFile into rejLineImage at end move 1 to eofSwitch.

openDeptFile.

*> DPTFILE is optional. Status 05 is the optional file simply not
*> being there - close it again and let the codes through unchecked,
*> saying so once rather than once per correction.

    move 0 to deptAvailableSwitch.

    open input deptFile.

    if deptStatus = '00' then
        move 1 to deptAvailableSwitch
    else
        if deptStatus = '05' then
            close deptFile
        end-if
        display 'PRIMESFIX - DEPARTMENT MASTER NOT AVAILABLE, '
            'SOURCE CODES NOT CHECKED'
    end-if.

computeRejectAge.

*> Every reject on the generation shares its run date, so the age is
*> worked out once: each day after the run date up to and including
*> today that was a business day counts one. The reject's own day
*> does not count - a reject from this morning is no days old.

    move 0 to rejectAgeDays.

    perform openCalendarFile.

    compute ageDayCount = todayDateDays - rejectDateDays.

    if ageDayCount > 0 then
        move rejectRunDate to processingDate
        perform ageOneDay ageDayCount times
    end-if.

    if calendarAvailable then
        close calendarFile
    end-if.

ageOneDay.

    perform advanceProcessingDate.
    perform lookUpProcessingDay.

    if processingIsBusinessDay then
        add 1 to rejectAgeDays
    end-if.

advanceProcessingDate.

    add 1 to processingDay.

    perform setDaysInMonth.

    if processingDay > daysInMonth then
        move 1 to processingDay
        add 1 to processingMonth
        if processingMonth > 12 then
            move 1 to processingMonth
            add 1 to processingYear
        end-if
    end-if.

openCalendarFile.

*> CALFILE is optional. Status 05 is the optional file simply not
*> being there - close it again and let the weekday rule decide,
*> saying so once rather than once per day.

    move 0 to calendarAvailableSwitch.

    open input calendarFile.

    if calendarStatus = '00' then
        move 1 to calendarAvailableSwitch
    else
        if calendarStatus = '05' then
            close calendarFile
        end-if
        display 'PRIMESFIX - PROCESSING CALENDAR NOT AVAILABLE, '
            'WEEKDAY RULE USED'
    end-if.

lookUpProcessingDay.

*> The weekday rule first - day number modulo 7: 0 is Sunday, 1
*> Monday, ... 6 Saturday - then the calendar's entry for the date,
*> if operations has marked it, overrides it.

    move processingDate to convDate.
    perform convertDateToDays.
    divide convDays by 7 giving convMonthWork remainder weekdayNumber.

    if weekdayNumber >= 1 and weekdayNumber <= 5 then
        move 'B' to processingDayType
    else
        move 'N' to processingDayType
    end-if.

    if calendarAvailable then

        move processingDate to calDate

        read calendarFile
            invalid key continue
        end-read

        if calendarStatus = '00' then
            move calDayType to processingDayType
        end-if

    end-if.

setDaysInMonth.

*> Month lengths, with the leap test for February - the same
*> divisibility rule the day-number conversion leans on.

    if processingMonth = 4 or processingMonth = 6
            or processingMonth = 9 or processingMonth = 11 then

        move 30 to daysInMonth

    else

        if processingMonth = 2 then

            divide processingYear by 4 giving convLeap4
                remainder convMonthWork

            move 28 to daysInMonth

            if convMonthWork = 0 then

                divide processingYear by 100 giving convLeap100
                    remainder convMonthWork

                if convMonthWork not = 0 then
                    move 29 to daysInMonth
                else
                    divide processingYear by 400 giving convLeap400
                        remainder convMonthWork
                    if convMonthWork = 0 then
                        move 29 to daysInMonth
                    end-if
                end-if

            end-if

        else

            move 31 to daysInMonth

        end-if

    end-if.

applyCorrectionCards.

*> Each correction card names the rejected value as it shows on the

    else

        perform checkSourceCode

        if corrReplacementValue is numeric
                and corrReplacementValue > 1 then


    read correctionFile into corrCard at end move 1 to eofSwitch.

checkSourceCode.

*> Looks the matched reject's source code up on the department master.
*> A code that is missing, not on file, flagged inactive, or outside
*> its effective dates is listed under the correction it belongs to.
*> The correction still stands - the number is still owed an answer -
*> but the line tells the section head the desk needs putting right.

    if deptAvailable then

        move rejValueText (rejectIndex) to sourceCodeValue
        move rejSourceText (rejectIndex) to sourceCodeShown

        if rejSourceText (rejectIndex) = spaces then

            add 1 to unknownCodeCount
            move 'MISSING' to sourceCodeState
            write fixWriteLine from sourceCodeMsg after advancing 1 line

        else

            move rejSourceText (rejectIndex) to deptCode

            read deptFile
                invalid key continue
            end-read

            if deptStatus not = '00' then

                add 1 to unknownCodeCount
                move 'NOT ON FILE' to sourceCodeState
                write fixWriteLine from sourceCodeMsg
                    after advancing 1 line

            else

                if deptIsInactive
                        or deptEffectiveFrom > todayDate
                        or deptEffectiveTo < todayDate then
                    add 1 to inactiveCodeCount
                    move 'INACTIVE' to sourceCodeState
                    write fixWriteLine from sourceCodeMsg
                        after advancing 1 line
                end-if

            end-if

        end-if

    end-if.

writeResubmitFile.

*> The controlled H/D/T resubmission deck, count and hash punched the
    write fixWriteLine from underScores after advancing 1 line.
    write fixWriteLine from outstandingHeading after advancing 1 line.

    move 0 to rejectIndex.

    perform reportOneOutstanding rejectLoadCount times.
    move outstandingCount to fixOutstandingCount.
    write fixWriteLine from fixOutstandingMsg after advancing 1 line.

    move unknownCodeCount to fixUnknownCount.
    write fixWriteLine from fixUnknownMsg after advancing 1 line.

    move inactiveCodeCount to fixInactiveCount.
    write fixWriteLine from fixInactiveMsg after advancing 1 line.

convertDateToDays.

*> Turns convDate (yyyymmdd) into a day number so two dates subtract
