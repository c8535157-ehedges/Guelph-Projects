*> week over week, sieve and inquiry runs broken out from list runs,
*> and the jobs/operators that submitted them - the summary the
*> section head asks for, off the log instead of assembled by hand.
*> Whether a day was a business day comes off the shop processing
*> calendar (see primesCal), so a bank holiday is shown as one rather
*> than flagged as a missed run, and the month-end close is marked.

select auditInFile assign to AUDITLOG
    organization is line sequential
select auditReportFile assign to AUDREPT
    organization is line sequential.

*> The shop processing calendar. Optional: without the DD every date
*> falls back to the weekday rule, Monday to Friday, as it always did.

select optional calendarFile assign to CALFILE
    organization is indexed
    access is random
    record key is calDate
    file status is calendarStatus.

data division.

file section.
01 audWriteLine.
    05 audLine pic X(100).

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

working-storage section.

77  eofSwitch pic 9 value 0.
77  auditInStatus pic X(2) value SPACES.
77  audParmStatus pic X(2) value SPACES.
77  calendarStatus pic X(2) value SPACES.

77  calendarAvailableSwitch pic 9 value 0.
    88 calendarAvailable value 1.
    88 calendarNotAvailable value 0.

*> What the calendar - or, for a date it does not carry, the weekday
*> rule - says the day being reported was.

77  processingDate pic 9(8) value 0.
77  processingDayType pic X value SPACE.
    88 processingIsBusinessDay value 'B'.
    88 processingIsHoliday value 'H'.
    88 processingIsNonBusiness value 'N'.
77  processingMonthEndSwitch pic 9 value 0.
    88 processingIsMonthEnd value 1.
    88 processingNotMonthEnd value 0.

77  businessDayCount pic 9(9) usage is computational value 0.
77  missedBusinessDayCount pic 9(9) usage is computational value 0.

77  reportMonth pic 9(6) value 0.

    02 dailyInqCount pic Z(4)9.
    02 filler pic X(2) value SPACES.
    02 dailyFlagText pic X(15).
    02 dailyDayTypeText pic X(8).
    02 dailyCloseText pic X(15).

01  weeklyHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(24) value 'RECORDS READ IN MONTH: '.
    02 modeReadTotal pic Z(11)9.

01  modeBusinessDayMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BUSINESS DAYS        : '.
    02 modeBusinessDayCount pic Z(8)9.

01  modeMissedDayMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BUSINESS DAYS NO LIST: '.
    02 modeMissedDayCount pic Z(8)9.

01  submitterHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(12) value 'SUBMITTED BY'.

    perform readAuditLog.

    perform openCalendarFile.

    perform writeDailySection.
    perform writeWeeklySection.
    perform writeModeSection.
    perform writeSubmitterSection.

    if calendarAvailable then
        close calendarFile
    end-if.

    write audWriteLine from underScores after advancing 1 line.
    move linesSkippedCount to skippedCountDisplay.
    write audWriteLine from skippedMsg after advancing 1 line.
    move dayInqCount (dayIndex) to dailyInqCount.

*> The flag the section head actually scans for: a business day the
*> daily list run never happened on. A holiday is a day the list run
*> was never meant to happen, so it is named instead of flagged.

    move spaces to dailyFlagText.
    move spaces to dailyDayTypeText.
    move spaces to dailyCloseText.

    compute processingDate = reportMonth * 100 + dayIndex.
    perform lookUpProcessingDay.

    if processingIsBusinessDay then
        add 1 to businessDayCount
        if dayListCount (dayIndex) = 0 then
            move '* NO LIST RUN' to dailyFlagText
            add 1 to missedBusinessDayCount
        end-if
    end-if.

    if processingIsHoliday then
        move 'HOLIDAY' to dailyDayTypeText
    end-if.

    if processingIsMonthEnd then
        move 'MONTH-END CLOSE' to dailyCloseText
    end-if.

    write audWriteLine from dailyMsg after advancing 1 line.

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
        display 'PRIMESAUD - PROCESSING CALENDAR NOT AVAILABLE, '
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

    move 0 to processingMonthEndSwitch.

    if calendarAvailable then

        move processingDate to calDate

        read calendarFile
            invalid key continue
        end-read

        if calendarStatus = '00' then
            move calDayType to processingDayType
            if calIsMonthEndClose then
                move 1 to processingMonthEndSwitch
            end-if
        end-if

    end-if.

writeWeeklySection.

    write audWriteLine from underScores after advancing 1 line.
    move totalReadCount to modeReadTotal.
    write audWriteLine from modeReadMsg after advancing 1 line.

    move businessDayCount to modeBusinessDayCount.
    write audWriteLine from modeBusinessDayMsg after advancing 1 line.

    move missedBusinessDayCount to modeMissedDayCount.
    write audWriteLine from modeMissedDayMsg after advancing 1 line.

writeSubmitterSection.

    write audWriteLine from underScores after advancing 1 line.
