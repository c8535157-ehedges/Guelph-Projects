identification division.

program-id. primesCal.

environment division.

input-output section.

file-control.

*> Maintenance and listing for CALFILE, the shop processing calendar.
*> Until now every program that cared about business days took Monday
*> to Friday as the rule, so a bank holiday looked like a missed list
*> run to primesAud and a long weekend put three days on every reject
*> primesFix aged. Operations keys the days that break the rule - the
*> holidays, a Saturday worked, a closure - and marks each month-end
*> close; any date not on file still falls back to the weekday rule.
*> primesTwo, primesSpl, primesAud and primesFix all read it. This
*> program applies the add/change/delete cards against the calendar
*> and then lists the whole file, so every run leaves a paper copy of
*> the days the shop has marked.

select optional calendarFile assign to CALFILE
    organization is indexed
    access is dynamic
    record key is calDate
    file status is calendarStatus.

*> The maintenance cards for this run - one action per card. Omit the
*> DD and the run is a listing only.

select optional calTranFile assign to CALTRAN
    organization is line sequential
    file status is calTranStatus.

select calReportFile assign to CALREPT
    organization is line sequential.

data division.

file section.

fd calendarFile.

*> One record per date that has been marked. calDayType is what the
*> date counts as - B business day, H holiday, N non-business (a
*> closure, or a weekend day keyed for completeness) - and
*> calMonthEndFlag marks the month-end close.

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

fd calTranFile.

01 calTranFileRecord pic X(80).

fd calReportFile.

01 calWriteLine.
    05 calLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  calendarStatus pic X(2) value SPACES.
77  calTranStatus pic X(2) value SPACES.

77  calendarAvailableSwitch pic 9 value 0.
    88 calendarAvailable value 1.
    88 calendarNotAvailable value 0.

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
77  listedHolidayCount pic 9(9) usage is computational value 0.
77  listedMonthEndCount pic 9(9) usage is computational value 0.

77  tranRejectReason pic X(30) value SPACES.

*> One maintenance card: the action word in columns 1-8, the date in
*> 9-16, the day type in 18, the month-end-close flag in 19, and the
*> description in 21-50. On a CHANGE a blank field leaves what is on
*> file alone; on a DELETE only the date means anything, and the date
*> goes back to the weekday rule.

01  calTranCard.
    02 tranAction pic X(8).
    02 tranDateText pic X(8).
    02 filler pic X.
    02 tranDayType pic X.
        88 tranDayTypeValid values 'B' 'H' 'N'.
    02 tranMonthEndFlag pic X.
        88 tranMonthEndValid values 'Y' 'N'.
    02 filler pic X.
    02 tranDescription pic X(30).
    02 filler pic X(30).

01  calTranDate redefines calTranCard.
    02 filler pic X(8).
    02 tranDate pic 9(8).
    02 tranDateParts redefines tranDate.
        03 tranDateYear pic 9(4).
        03 tranDateMonth pic 9(2).
        03 tranDateDay pic 9(2).
    02 filler pic X(64).

*> Day-number conversion for the weekday shown on the listing - the
*> same shifted-calendar arithmetic as primesAud; the day number
*> modulo 7 lands on 0 for Sunday through 6 for Saturday.

77  convDate pic 9(8) value 0.
77  convDays pic S9(9) usage is computational value 0.
77  convYear pic S9(9) usage is computational value 0.
77  convMonth pic S9(9) usage is computational value 0.
77  convDay pic S9(9) usage is computational value 0.
77  convLeap4 pic S9(9) usage is computational value 0.
77  convLeap100 pic S9(9) usage is computational value 0.
77  convLeap400 pic S9(9) usage is computational value 0.
77  convMonthWork pic S9(9) usage is computational value 0.
77  weekdayNumber pic 9(1) value 0.

77  daysInMonth pic 9(2) usage is computational value 31.
77  checkYear pic 9(4) usage is computational value 0.
77  checkMonth pic 9(2) usage is computational value 0.

01  weekdayNameTable.
    02 filler pic X(21) value 'SUNMONTUEWEDTHUFRISAT'.

01  weekdayNames redefines weekdayNameTable.
    02 weekdayName pic X(3) occurs 7 times.

01  calTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(29) value 'PROCESSING CALENDAR'.

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
    02 tranDoneDate pic 9(8).
    02 filler pic X(3) value ' - '.
    02 tranDoneText pic X(30).

01  tranRejectMsg.
    02 filler pic X value SPACE.
    02 tranRejectCard pic X(20).
    02 filler pic X(12) value ' REJECTED - '.
    02 tranRejectText pic X(30).

01  listHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'DAYS MARKED ON FILE'.

01  listColumnHeading.
    02 filler pic X(9) value ' DATE'.
    02 filler pic X(5) value ' DAY'.
    02 filler pic X(13) value ' TYPE'.
    02 filler pic X(17) value ' MONTH-END'.
    02 filler pic X(12) value ' DESCRIPTION'.

01  listDetailMsg.
    02 filler pic X value SPACE.
    02 listDate pic 9(8).
    02 filler pic X value SPACE.
    02 listWeekday pic X(3).
    02 filler pic X value SPACE.
    02 listDayType pic X(12).
    02 filler pic X value SPACE.
    02 listMonthEnd pic X(16).
    02 filler pic X value SPACE.
    02 listDescription pic X(30).
    02 filler pic X value SPACE.
    02 listRuleNote pic X(17).

01  calSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'MAINTENANCE TOTALS'.

01  calTranReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS READ           : '.
    02 calTranReadCount pic Z(8)9.

01  calAddedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DAYS ADDED           : '.
    02 calAddedCount pic Z(8)9.

01  calChangedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DAYS CHANGED         : '.
    02 calChangedCount pic Z(8)9.

01  calDeletedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DAYS DELETED         : '.
    02 calDeletedCount pic Z(8)9.

01  calRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS REJECTED       : '.
    02 calRejectedCount pic Z(8)9.

01  calListedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DAYS ON FILE         : '.
    02 calListedCount pic Z(8)9.

01  calHolidayMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'HOLIDAYS             : '.
    02 calHolidayCount pic Z(8)9.

01  calMonthEndMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'MONTH-END CLOSES     : '.
    02 calMonthEndCount pic Z(8)9.

procedure division.

    open output calReportFile.

    write calWriteLine from calTitleLine after advancing 0 lines.
    write calWriteLine from underScores after advancing 1 line.

    accept todayDate from date YYYYMMDD.

    perform openCalendarFile.

    if calendarAvailable then

        perform applyMaintenanceCards
        perform writeCalendarListing
        perform writeCalSummary

        close calendarFile

*> A rejected card leaves everything else applied - the listing shows
*> what is on file now - but the run ends 4 so nobody files the
*> report without looking at why.

        if tranRejectCount > 0 then
            move 4 to return-code
        end-if

    else

*> Without the calendar there is nothing to maintain or list - end
*> badly enough that operations cannot mistake it for a clean run.

        move 16 to return-code

    end-if.

    close calReportFile.

stop run.

openCalendarFile.

*> OPEN I-O so the cards can add, rewrite and delete. SELECT OPTIONAL
*> lets the very first run load a freshly defined, still-empty
*> cluster; status 05 is that first open.

    move 0 to calendarAvailableSwitch.

    open i-o calendarFile.

    if calendarStatus = '00' or calendarStatus = '05' then
        move 1 to calendarAvailableSwitch
    else
        display 'PRIMESCAL - CALENDAR NOT AVAILABLE, STATUS: '
            calendarStatus
    end-if.

applyMaintenanceCards.

    write calWriteLine from tranHeading after advancing 1 line.
    write calWriteLine from underScores after advancing 1 line.

    open input calTranFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if calTranStatus = '00' or calTranStatus = '05' then

        if calTranStatus = '00' then

            move 0 to eofSwitch

            read calTranFile into calTranCard
                at end move 1 to eofSwitch
            end-read

            perform applyOneCard until eofSwitch = 1

        end-if

        close calTranFile

    end-if.

applyOneCard.

    add 1 to tranReadCount.

    move 0 to tranAcceptedSwitch.
    move spaces to tranRejectReason.

    perform checkTranDate.

    if tranRejectReason = spaces then

        if tranAction = 'ADD' then
            perform addCalendarDay
        else
            if tranAction = 'CHANGE' then
                perform changeCalendarDay
            else
                if tranAction = 'DELETE' then
                    perform deleteCalendarDay
                else
                    move 'ACTION NOT RECOGNIZED' to tranRejectReason
                end-if
            end-if
        end-if

    end-if.

    if tranNotAccepted then
        add 1 to tranRejectCount
        move calTranCard to tranRejectCard
        move tranRejectReason to tranRejectText
        write calWriteLine from tranRejectMsg after advancing 1 line
    end-if.

    read calTranFile into calTranCard at end move 1 to eofSwitch.

checkTranDate.

*> The date is the key - it has to be a real calendar date, or the
*> entry could never be looked up.

    if tranDateText is not numeric then

        move 'DATE NOT NUMERIC' to tranRejectReason

    else

        if tranDateMonth < 1 or tranDateMonth > 12 then

            move 'MONTH NOT 01-12' to tranRejectReason

        else

            move tranDateYear to checkYear
            move tranDateMonth to checkMonth
            perform setDaysInMonth

            if tranDateDay < 1 or tranDateDay > daysInMonth then
                move 'DAY NOT IN MONTH' to tranRejectReason
            end-if

        end-if

    end-if.

addCalendarDay.

*> A new day needs a day type - it is the one thing every reader of
*> the calendar asks. The month-end flag defaults to no.

    move tranDate to calDate.

    read calendarFile
        invalid key continue
    end-read.

    if calendarStatus = '00' then

        move 'DATE ALREADY ON FILE' to tranRejectReason

    else

        if not tranDayTypeValid then

            move 'DAY TYPE NOT B, H OR N' to tranRejectReason

        else

            if tranMonthEndFlag not = space
                    and not tranMonthEndValid then

                move 'MONTH-END FLAG NOT Y OR N' to tranRejectReason

            else

                move spaces to calendarRecord
                move tranDate to calDate
                move tranDayType to calDayType
                move 'N' to calMonthEndFlag
                if tranMonthEndFlag not = space then
                    move tranMonthEndFlag to calMonthEndFlag
                end-if
                move tranDescription to calDescription
                move todayDate to calAddedDate
                move todayDate to calChangedDate

                write calendarRecord
                    invalid key continue
                end-write

                if calendarStatus = '00' then
                    move 1 to tranAcceptedSwitch
                    add 1 to addedCount
                    move calDescription to tranDoneText
                    perform writeTranDoneLine
                else
                    move 'WRITE FAILED, STATUS ' to tranRejectReason
                    move calendarStatus to tranRejectReason (22:2)
                end-if

            end-if

        end-if

    end-if.

changeCalendarDay.

*> Only the fields punched on the card change; a blank field leaves
*> what is on file alone.

    move tranDate to calDate.

    read calendarFile
        invalid key continue
    end-read.

    if calendarStatus not = '00' then

        move 'DATE NOT ON FILE' to tranRejectReason

    else

        if tranDayType not = space then
            if tranDayTypeValid then
                move tranDayType to calDayType
            else
                move 'DAY TYPE NOT B, H OR N' to tranRejectReason
            end-if
        end-if

        if tranMonthEndFlag not = space then
            if tranMonthEndValid then
                move tranMonthEndFlag to calMonthEndFlag
            else
                move 'MONTH-END FLAG NOT Y OR N' to tranRejectReason
            end-if
        end-if

        if tranDescription not = spaces then
            move tranDescription to calDescription
        end-if

        if tranRejectReason = spaces then

            move todayDate to calChangedDate

            rewrite calendarRecord
                invalid key continue
            end-rewrite

            if calendarStatus = '00' then
                move 1 to tranAcceptedSwitch
                add 1 to changedCount
                move calDescription to tranDoneText
                perform writeTranDoneLine
            else
                move 'REWRITE FAILED, STATUS ' to tranRejectReason
                move calendarStatus to tranRejectReason (24:2)
            end-if

        end-if

    end-if.

deleteCalendarDay.

*> Unlike a department code, a calendar day carries no history that
*> older generations depend on - a day keyed by mistake simply comes
*> off, and the date goes back to the weekday rule.

    move tranDate to calDate.

    read calendarFile
        invalid key continue
    end-read.

    if calendarStatus not = '00' then

        move 'DATE NOT ON FILE' to tranRejectReason

    else

        move calDescription to tranDoneText

        delete calendarFile
            invalid key continue
        end-delete

        if calendarStatus = '00' then
            move 1 to tranAcceptedSwitch
            add 1 to deletedCount
            perform writeTranDoneLine
        else
            move 'DELETE FAILED, STATUS ' to tranRejectReason
            move calendarStatus to tranRejectReason (23:2)
        end-if

    end-if.

writeTranDoneLine.

    move tranAction to tranDoneAction.
    move tranDate to tranDoneDate.
    write calWriteLine from tranDoneMsg after advancing 1 line.

writeCalendarListing.

*> The whole file in date order, as it stands after tonight's cards.
*> An entry that only says what the weekday rule would have said
*> anyway is marked, so a calendar that has grown every weekend of the
*> year can be told from one that records the real exceptions.

    write calWriteLine from underScores after advancing 1 line.
    write calWriteLine from listHeading after advancing 1 line.
    write calWriteLine from underScores after advancing 1 line.
    write calWriteLine from listColumnHeading after advancing 1 line.

    move 0 to calDate.

    start calendarFile key is not less than calDate
        invalid key move 1 to eofSwitch
        not invalid key move 0 to eofSwitch
    end-start.

    if eofSwitch = 0 then
        perform readNextCalendarDay
    end-if.

    perform listOneCalendarDay until eofSwitch = 1.

listOneCalendarDay.

    add 1 to listedCount.

    move calDate to listDate.
    move calDescription to listDescription.
    move spaces to listMonthEnd.
    move spaces to listRuleNote.

    move calDate to convDate.
    perform convertDateToDays.
    divide convDays by 7 giving convMonthWork remainder weekdayNumber.
    move weekdayName (weekdayNumber + 1) to listWeekday.

    if calIsBusinessDay then
        move 'BUSINESS DAY' to listDayType
        if weekdayNumber >= 1 and weekdayNumber <= 5
                and not calIsMonthEndClose then
            move '(SAME AS WEEKDAY)' to listRuleNote
        end-if
    else
        if calIsHoliday then
            move 'HOLIDAY' to listDayType
            add 1 to listedHolidayCount
        else
            move 'NON-BUSINESS' to listDayType
            if weekdayNumber = 0 or weekdayNumber = 6 then
                move '(SAME AS WEEKDAY)' to listRuleNote
            end-if
        end-if
    end-if.

    if calIsMonthEndClose then
        move 'MONTH-END CLOSE' to listMonthEnd
        add 1 to listedMonthEndCount
    end-if.

    write calWriteLine from listDetailMsg after advancing 1 line.

    perform readNextCalendarDay.

readNextCalendarDay.

    read calendarFile next
        at end move 1 to eofSwitch
    end-read.

    if calendarStatus not = '00' then
        move 1 to eofSwitch
    end-if.

writeCalSummary.

    write calWriteLine from underScores after advancing 1 line.
    write calWriteLine from calSummaryHeading after advancing 1 line.

    move tranReadCount to calTranReadCount.
    write calWriteLine from calTranReadMsg after advancing 1 line.

    move addedCount to calAddedCount.
    write calWriteLine from calAddedMsg after advancing 1 line.

    move changedCount to calChangedCount.
    write calWriteLine from calChangedMsg after advancing 1 line.

    move deletedCount to calDeletedCount.
    write calWriteLine from calDeletedMsg after advancing 1 line.

    move tranRejectCount to calRejectedCount.
    write calWriteLine from calRejectedMsg after advancing 1 line.

    move listedCount to calListedCount.
    write calWriteLine from calListedMsg after advancing 1 line.

    move listedHolidayCount to calHolidayCount.
    write calWriteLine from calHolidayMsg after advancing 1 line.

    move listedMonthEndCount to calMonthEndCount.
    write calWriteLine from calMonthEndMsg after advancing 1 line.

setDaysInMonth.

*> Month lengths, with the leap test for February - the same
*> divisibility rule the day-number conversion leans on.

    if checkMonth = 4 or checkMonth = 6
            or checkMonth = 9 or checkMonth = 11 then

        move 30 to daysInMonth

    else

        if checkMonth = 2 then

            divide checkYear by 4 giving convLeap4
                remainder convMonthWork

            move 28 to daysInMonth

            if convMonthWork = 0 then

                divide checkYear by 100 giving convLeap100
                    remainder convMonthWork

                if convMonthWork not = 0 then
                    move 29 to daysInMonth
                else
                    divide checkYear by 400 giving convLeap400
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
