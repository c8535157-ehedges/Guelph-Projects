    organization is line sequential
    file status is edtParmStatus.

*> The department reference master - every source code leaving here is
*> looked up on it, and a code that is not on file, or is on file but
*> no longer active, is listed on EDTLIST so the card gets chased back
*> to a desk that actually exists. Optional like primesTwo's MSTFILE:
*> without the DD the codes go through unchecked, as they always did.

select optional deptFile assign to DPTFILE
    organization is indexed
    access is random
    record key is deptCode
    file status is deptStatus.

select sortFile assign to SORTWORK.

*> Scratch home for the sorted, deduplicated data records between the

01 edtParmFileRecord pic X(80).

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

sd sortFile.

01 sortCard.
77  edtParmStatus pic X(2) value SPACES.
77  defaultSourceCode pic X(3) value SPACES.

*> Source-code checking against DPTFILE. The deck is mostly one desk's
*> cards, so the last code looked up and what it came back as are
*> held and a run of the same code costs one read, not one per card.

77  deptStatus pic X(2) value SPACES.
77  todayDate pic 9(8) value 0.

77  deptAvailableSwitch pic 9 value 0.
    88 deptAvailable value 1.
    88 deptNotAvailable value 0.

77  lastCheckedCode pic X(3) value SPACES.
77  lastCheckedSwitch pic 9 value 0.
    88 lastCheckedHeld value 1.
    88 lastCheckedNotHeld value 0.

77  codeStateSwitch pic 9 value 0.
    88 codeIsGood value 0.
    88 codeIsUnknown value 1.
    88 codeIsInactive value 2.

77  unknownCodeCount  pic 9(9) usage is computational value 0.
77  inactiveCodeCount pic 9(9) usage is computational value 0.

01  sourceCodeReason.
    02 filler pic X(12) value 'SOURCE CODE '.
    02 sourceReasonCode pic X(3).
    02 sourceReasonText pic X(15).

01  edtParmRecord.
    02 edtParmSource pic X(3).
    02 filler pic X(77).
01  stagedCard.
    02 stagedRecordType pic X.
    02 stagedNumberText pic X(9).
    02 stagedSourceText pic X(3).
    02 filler pic X(67).

01  stagedCardSigned redefines stagedCard.
    02 filler pic X.
    02 filler pic X(24) value 'TRAILER HASH TOTAL   : '.
    02 editHashTotal pic Z(8)9.

01  editUnknownMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'UNKNOWN SOURCE CODES : '.
    02 editUnknownCount pic Z(8)9.

01  editInactiveMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'INACTIVE SOURCE CODES: '.
    02 editInactiveCount pic Z(8)9.

procedure division.

    open output editListFile.
    write editWriteLine from underScores after advancing 1 line.

    perform loadEdtParm.
    perform openDeptFile.

*> The input procedure drops what should never reach primes.dat at all
*> (blanks and stray H/T control cards) and normalizes bare-number

    perform writeEditSummary.

    if deptAvailable then
        close deptFile
    end-if.

    close editListFile.

stop run.

    end-if.

openDeptFile.

*> DPTFILE is optional. Status 05 is the optional file simply not
*> being there - close it again and let the codes through unchecked,
*> saying so once rather than once per card.

    accept todayDate from date YYYYMMDD.

    move 0 to deptAvailableSwitch.

    open input deptFile.

    if deptStatus = '00' then
        move 1 to deptAvailableSwitch
    else
        if deptStatus = '05' then
            close deptFile
        end-if
        display 'PRIMESEDT - DEPARTMENT MASTER NOT AVAILABLE, '
            'SOURCE CODES NOT CHECKED'
    end-if.

editRawDeck.

*> Reads the raw deck a card at a time, listing everything it cleans

    read rawDeckFile into rawCard at end move 1 to eofSwitch.

checkSourceCode.

*> Looks the card's final source code up on the department master -
*> after the EDTPARM default has been applied, since that is the code
*> the card will carry downstream, and after the duplicates are gone,
*> so a bad code on a card keyed twice is listed once, not per copy.
*> A code that is missing, not on file, flagged inactive, or outside
*> its effective dates is listed with the card. The card itself
*> still goes through: the number still gets its answer tonight, and
*> the listing is what sends the desk code back to data entry to be
*> put right.

    if deptAvailable then

        if lastCheckedNotHeld
                or stagedSourceText not = lastCheckedCode then

            move 0 to codeStateSwitch

            if stagedSourceText = spaces then

                move 1 to codeStateSwitch

            else

                move stagedSourceText to deptCode

                read deptFile
                    invalid key continue
                end-read

                if deptStatus not = '00' then
                    move 1 to codeStateSwitch
                else
                    if deptIsInactive
                            or deptEffectiveFrom > todayDate
                            or deptEffectiveTo < todayDate then
                        move 2 to codeStateSwitch
                    end-if
                end-if

            end-if

            move stagedSourceText to lastCheckedCode
            move 1 to lastCheckedSwitch

        end-if

        if codeIsUnknown then

            add 1 to unknownCodeCount
            move stagedSourceText to sourceReasonCode
            move 'NOT ON FILE' to sourceReasonText
            if stagedSourceText = spaces then
                move 'MISSING' to sourceReasonText
            end-if
            move stagedCard to editDetailCard
            move sourceCodeReason to editDetailReason
            write editWriteLine from editDetailMsg after advancing 1 line

        else

            if codeIsInactive then
                add 1 to inactiveCodeCount
                move stagedSourceText to sourceReasonCode
                move 'INACTIVE' to sourceReasonText
                move stagedCard to editDetailCard
                move sourceCodeReason to editDetailReason
                write editWriteLine from editDetailMsg
                    after advancing 1 line
            end-if

        end-if

    end-if.

collectSortedDeck.

*> Takes the sorted deck back from the sort, dropping any card whose
        write workFileRecord from stagedCard
        add 1 to stagedDataCount

        if stagedRecordType = 'D' then
            perform checkSourceCode
        end-if

*> Hash the value the same way primesTwo's validateInput does - only
*> numeric data values take part, signed, so the trailer punched below
*> agrees with the total primesTwo will accumulate on its side.

    move stagedHashMagnitude to editHashTotal.
    write editWriteLine from editHashMsg after advancing 1 line.

    move unknownCodeCount to editUnknownCount.
    write editWriteLine from editUnknownMsg after advancing 1 line.

    move inactiveCodeCount to editInactiveCount.
    write editWriteLine from editInactiveMsg after advancing 1 line.
