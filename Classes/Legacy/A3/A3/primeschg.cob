identification division.

program-id. primesChg.

environment division.

input-output section.

file-control.

*> Month-end chargeback: bills the night-by-night testing volume back
*> to the desks that submitted it. Reads a month of PRIMES2EXT
*> generations concatenated on one DD - each still bracketed by its
*> own 'H' header and 'T' trailer - and prints one statement per
*> source code: numbers submitted, primes, composites, rejects broken
*> out by reject reason, and the billable units, with numbers the
*> divisor search actually ground through charged at a different rate
*> than numbers PRIMESMST answered. Every generation is footed against
*> its own trailer and the grand totals are tied back to the trailer
*> counts, so finance can trust the statements without recounting.

select extractFile assign to EXTFILE
    organization is line sequential
    file status is extractStatus.

*> One optional control card: the month billed (YYYYMM, columns 1-6)
*> and the three unit rates - computed answers (columns 8-12), master
*> answers (14-18), rejects (20-24), each 999V99. A blank rate takes
*> the shop default.

select optional chgParmFile assign to CHGPARM
    organization is line sequential
    file status is chgParmStatus.

*> The department reference master, for the desk name and contact on
*> each statement. Optional - without it the statements carry codes
*> only.

select optional deptFile assign to DPTFILE
    organization is indexed
    access is random
    record key is deptCode
    file status is deptStatus.

select chgReportFile assign to CHGREPT
    organization is line sequential.

data division.

file section.

fd extractFile.

01 extractDetail.
    02 extRecordType pic X.
        88 extIsHeader value 'H'.
        88 extIsDetail value 'D'.
        88 extIsTrailer value 'T'.
    02 extNumber pic 9(9).
    02 extVerdict pic X.
        88 extIsPrime value 'P'.
        88 extIsComposite value 'C'.
        88 extIsError value 'E'.
    02 extSmallFactor pic 9(9).
    02 extFactorCount pic 9(3).
    02 extReasonCode pic X(20).
    02 extRunDate pic 9(8).
    02 extSourceCode pic X(3).
    02 extAnswerSource pic X.
        88 extComputedHere value 'C'.
        88 extAnsweredByMaster value 'M'.
    02 filler pic X(25).

01 extractControl redefines extractDetail.
    02 filler pic X.
    02 extControlCount pic 9(9).
    02 filler pic X.
    02 extControlHash pic 9(9).
    02 filler pic X(60).

fd chgParmFile.

01 chgParmFileRecord pic X(80).

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

fd chgReportFile.

01 chgWriteLine.
    05 chgLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  extractStatus pic X(2) value SPACES.
77  chgParmStatus pic X(2) value SPACES.
77  deptStatus pic X(2) value SPACES.

77  deptAvailableSwitch pic 9 value 0.
    88 deptAvailable value 1.
    88 deptNotAvailable value 0.

77  reportMonth pic 9(6) value 0.
77  todayDate pic 9(8) value 0.

*> Unit rates - what one answer costs the desk. A number the master
*> already knew costs a read; one the divisor search ground through
*> costs the machine time, so the two are billed apart.

77  computedRate pic 9(3)V99 value 1.00.
77  masterRate pic 9(3)V99 value 0.10.
77  rejectRate pic 9(3)V99 value 0.

01  chgParmRecord.
    02 chgParmMonthText pic X(6).
    02 filler pic X.
    02 chgParmComputedText pic X(5).
    02 filler pic X.
    02 chgParmMasterText pic X(5).
    02 filler pic X.
    02 chgParmRejectText pic X(5).
    02 filler pic X(56).

01  chgParmNumbers redefines chgParmRecord.
    02 chgParmMonth pic 9(6).
    02 filler pic X.
    02 chgParmComputed pic 9(3)V99.
    02 filler pic X.
    02 chgParmMaster pic 9(3)V99.
    02 filler pic X.
    02 chgParmReject pic 9(3)V99.
    02 filler pic X(56).

*> Generation-level footing. Each 'H' opens a generation; its details
*> are counted and hashed the way primesTwo's closeExtractFile built
*> its trailer, and the 'T' closes it. A generation whose header date
*> falls outside the month is read past and counted as skipped.

77  generationOpenSwitch pic 9 value 0.
    88 generationOpen value 1.
    88 generationNotOpen value 0.

77  generationInMonthSwitch pic 9 value 0.
    88 generationInMonth value 1.
    88 generationNotInMonth value 0.

77  generationDate pic 9(8) value 0.
77  generationMonth pic 9(6) value 0.
77  generationDetailCount pic 9(9) usage is computational value 0.
77  generationHashAccum pic 9(18) usage is computational value 0.
77  generationHashQuotient pic 9(18) usage is computational value 0.
77  generationHashMagnitude pic 9(9) usage is computational value 0.

77  generationsReadCount pic 9(5) usage is computational value 0.
77  generationsBilledCount pic 9(5) usage is computational value 0.
77  generationsSkippedCount pic 9(5) usage is computational value 0.
77  generationErrorCount pic 9(5) usage is computational value 0.
77  orphanRecordCount pic 9(9) usage is computational value 0.

77  trailerCountTotal pic 9(12) usage is computational value 0.
77  billedDetailTotal pic 9(12) usage is computational value 0.

*> Reject reasons seen this month, in order of first appearance - the
*> column each desk's reject counts are kept under.

77  reasonCount pic 9(2) usage is computational value 0.
77  reasonMax pic 9(2) usage is computational value 20.
77  reasonIndex pic 9(2) usage is computational value 0.
77  reasonFoundSwitch pic 9 value 0.
    88 reasonFound value 1.
    88 reasonNotFound value 0.
77  reasonOverflowSwitch pic 9 value 0.
    88 reasonTableOverflowed value 1.
    88 reasonTableNotOverflowed value 0.

01  reasonTable.
    02 reasonEntry occurs 20 times.
        03 reasonText pic X(20).

*> One entry per source code, kept in code order by insertion so the
*> statements come out alphabetically by desk. The last reason column
*> is never handed out - it collects anything past the reason table.

77  deskCount pic 9(3) usage is computational value 0.
77  deskMax pic 9(3) usage is computational value 100.
77  deskIndex pic 9(3) usage is computational value 0.
77  deskSlot pic 9(3) usage is computational value 0.
77  deskShift pic 9(3) usage is computational value 0.
77  deskOverflowSwitch pic 9 value 0.
    88 deskTableOverflowed value 1.
    88 deskTableNotOverflowed value 0.

01  deskTable.
    02 deskEntry occurs 100 times.
        03 deskCode pic X(3).
        03 deskSubmittedCount pic 9(9) usage is computational.
        03 deskPrimeCount pic 9(9) usage is computational.
        03 deskCompositeCount pic 9(9) usage is computational.
        03 deskRejectCount pic 9(9) usage is computational.
        03 deskOtherCount pic 9(9) usage is computational.
        03 deskComputedCount pic 9(9) usage is computational.
        03 deskMasterCount pic 9(9) usage is computational.
        03 deskReasonCount pic 9(9) usage is computational
               occurs 21 times.

77  deskComputedUnits pic 9(11)V99 value 0.
77  deskMasterUnits pic 9(11)V99 value 0.
77  deskRejectUnits pic 9(11)V99 value 0.
77  deskBillableUnits pic 9(11)V99 value 0.

77  totalSubmittedCount pic 9(12) usage is computational value 0.
77  totalPrimeCount pic 9(12) usage is computational value 0.
77  totalCompositeCount pic 9(12) usage is computational value 0.
77  totalRejectCount pic 9(12) usage is computational value 0.
77  totalOtherCount pic 9(12) usage is computational value 0.
77  totalBillableUnits pic 9(12)V99 value 0.

77  statementCount pic 9(3) usage is computational value 0.

77  deskNameShown pic X(30) value SPACES.
77  deskContactShown pic X(20) value SPACES.

01  chgTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(31) value 'MONTHLY CHARGEBACK STATEMENT - '.
    02 chgTitleMonth pic 9(6).

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  deskHeadingMsg.
    02 filler pic X(7) value ' DESK: '.
    02 deskHeadingCode pic X(3).
    02 filler pic X(2) value SPACES.
    02 deskHeadingName pic X(30).

01  deskContactMsg.
    02 filler pic X(10) value ' CONTACT: '.
    02 deskContactText pic X(20).

01  stmtSubmittedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NUMBERS SUBMITTED    : '.
    02 stmtSubmittedCount pic Z(8)9.

01  stmtPrimeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PRIME RESULTS        : '.
    02 stmtPrimeCount pic Z(8)9.

01  stmtCompositeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'COMPOSITE RESULTS    : '.
    02 stmtCompositeCount pic Z(8)9.

01  stmtRejectMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECTS              : '.
    02 stmtRejectCount pic Z(8)9.

01  stmtReasonHeading.
    02 filler pic X value SPACE.
    02 filler pic X(20) value 'REJECTS BY REASON:'.

01  stmtReasonMsg.
    02 filler pic X(4) value SPACES.
    02 stmtReasonText pic X(20).
    02 filler pic X(3) value ' : '.
    02 stmtReasonCount pic Z(8)9.

01  stmtChargeHeading.
    02 filler pic X value SPACE.
    02 filler pic X(46) value
       'BILLABLE UNITS          COUNT    RATE'.
    02 filler pic X(15) value '        UNITS'.

01  stmtChargeMsg.
    02 filler pic X value SPACE.
    02 stmtChargeLabel pic X(20).
    02 stmtChargeCount pic Z(8)9.
    02 filler pic X(3) value SPACES.
    02 stmtChargeRate pic ZZ9.99.
    02 filler pic X(3) value SPACES.
    02 stmtChargeUnits pic ZZ,ZZZ,ZZZ,ZZ9.99.

01  stmtTotalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'TOTAL BILLABLE UNITS : '.
    02 stmtTotalUnits pic ZZ,ZZZ,ZZZ,ZZ9.99.

01  grandTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'CHARGEBACK GRAND TOTALS - '.
    02 grandTitleMonth pic 9(6).

01  grandColumnHeading.
    02 filler pic X(6) value ' DESK'.
    02 filler pic X(31) value 'NAME'.
    02 filler pic X(10) value ' SUBMITTED'.
    02 filler pic X(18) value '    BILLABLE UNITS'.

01  grandDeskMsg.
    02 filler pic X value SPACE.
    02 grandDeskCode pic X(3).
    02 filler pic X(2) value SPACES.
    02 grandDeskName pic X(30).
    02 grandDeskSubmitted pic Z(8)9.
    02 filler pic X value SPACE.
    02 grandDeskUnits pic ZZ,ZZZ,ZZZ,ZZ9.99.

01  grandSubmittedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NUMBERS SUBMITTED    : '.
    02 grandSubmittedCount pic Z(11)9.

01  grandPrimeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PRIME RESULTS        : '.
    02 grandPrimeCount pic Z(11)9.

01  grandCompositeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'COMPOSITE RESULTS    : '.
    02 grandCompositeCount pic Z(11)9.

01  grandRejectMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECTS              : '.
    02 grandRejectCount pic Z(11)9.

01  grandOtherMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'UNRECOGNIZED VERDICTS: '.
    02 grandOtherCount pic Z(11)9.

01  grandUnitsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'TOTAL BILLABLE UNITS : '.
    02 grandUnits pic ZZZ,ZZZ,ZZZ,ZZ9.99.

01  controlHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'EXTRACT CONTROL RECONCILIATION'.

01  ctlGenReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'GENERATIONS READ     : '.
    02 ctlGenReadCount pic Z(8)9.

01  ctlGenBilledMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'GENERATIONS BILLED   : '.
    02 ctlGenBilledCount pic Z(8)9.

01  ctlGenSkippedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'OTHER MONTHS SKIPPED : '.
    02 ctlGenSkippedCount pic Z(8)9.

01  ctlOrphanMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECORDS OUTSIDE H/T  : '.
    02 ctlOrphanCount pic Z(8)9.

01  ctlTrailerMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'TRAILER COUNT TOTAL  : '.
    02 ctlTrailerCount pic Z(11)9.

01  ctlBilledMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DETAIL RECORDS BILLED: '.
    02 ctlBilledCount pic Z(11)9.

01  ctlTiesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(40) value 'STATEMENTS TIE TO EXTRACT TRAILERS'.

01  ctlNoTieMsg.
    02 filler pic X value SPACE.
    02 filler pic X(48) value
       '*** STATEMENTS DO NOT TIE TO EXTRACT TRAILERS'.

01  genErrorMsg.
    02 filler pic X(13) value ' GENERATION '.
    02 genErrorNumber pic Z(4)9.
    02 filler pic X(8) value ' DATED '.
    02 genErrorDate pic 9(8).
    02 filler pic X(3) value ' - '.
    02 genErrorText pic X(30).

procedure division.

    perform loadChgParm.
    perform initTables.

    open output chgReportFile.

    perform openDeptFile.

    open input extractFile.

    if extractStatus = '00' then

        move 0 to eofSwitch

        read extractFile
            at end move 1 to eofSwitch
        end-read

        perform tallyExtractRecord until eofSwitch = 1

        if generationOpen then
            move 'TRAILER MISSING' to genErrorText
            perform flagGenerationError
        end-if

        close extractFile

        move 0 to deskIndex
        perform writeOneStatement deskCount times

        perform writeGrandTotals

*> Out of balance anywhere - a generation that does not foot to its
*> own trailer, a generation with no trailer, or statements that do
*> not tie to the trailers - ends 8, so nobody posts the bills before
*> the feed has been looked at.

        if generationErrorCount > 0
                or orphanRecordCount > 0
                or deskTableOverflowed
                or billedDetailTotal not = trailerCountTotal then
            move 8 to return-code
        else
            if generationsBilledCount = 0 then
                display 'PRIMESCHG - NO GENERATIONS FOUND FOR MONTH '
                    reportMonth
                move 4 to return-code
            end-if
        end-if

    else

        display 'PRIMESCHG - EXTRACT COULD NOT BE OPENED, STATUS: '
            extractStatus
        move 16 to return-code

    end-if.

    if deptAvailable then
        close deptFile
    end-if.

    close chgReportFile.

stop run.

loadChgParm.

*> The month billed and the rates. A missing card, or a missing
*> month on it, bills the current month - the same fallback primesAud
*> uses; a blank or bad rate keeps the shop default for that rate.

    accept todayDate from date YYYYMMDD.
    divide todayDate by 100 giving reportMonth.

    open input chgParmFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if chgParmStatus = '00' or chgParmStatus = '05' then

        if chgParmStatus = '00' then

            read chgParmFile into chgParmRecord

            if chgParmStatus = '00' then

                if chgParmMonth is numeric and chgParmMonth > 0 then
                    move chgParmMonth to reportMonth
                else
                    display 'PRIMESCHG - NO MONTH ON CARD, '
                        'BILLING CURRENT MONTH'
                end-if

                if chgParmComputedText not = spaces
                        and chgParmComputed is numeric then
                    move chgParmComputed to computedRate
                end-if

                if chgParmMasterText not = spaces
                        and chgParmMaster is numeric then
                    move chgParmMaster to masterRate
                end-if

                if chgParmRejectText not = spaces
                        and chgParmReject is numeric then
                    move chgParmReject to rejectRate
                end-if

            end-if

        end-if

        close chgParmFile

    end-if.

initTables.

    move 0 to deskIndex.
    perform initOneDesk deskMax times.

initOneDesk.

    add 1 to deskIndex.
    move spaces to deskCode (deskIndex).
    perform clearDeskCounts.

clearDeskCounts.

    move 0 to deskSubmittedCount (deskIndex).
    move 0 to deskPrimeCount (deskIndex).
    move 0 to deskCompositeCount (deskIndex).
    move 0 to deskRejectCount (deskIndex).
    move 0 to deskOtherCount (deskIndex).
    move 0 to deskComputedCount (deskIndex).
    move 0 to deskMasterCount (deskIndex).

    move 0 to reasonIndex.
    perform clearOneReasonCount 21 times.

clearOneReasonCount.

    add 1 to reasonIndex.
    move 0 to deskReasonCount (deskIndex, reasonIndex).

openDeptFile.

*> DPTFILE is optional. Status 05 is the optional file simply not
*> being there - close it again and print codes without names.

    move 0 to deptAvailableSwitch.

    open input deptFile.

    if deptStatus = '00' then
        move 1 to deptAvailableSwitch
    else
        if deptStatus = '05' then
            close deptFile
        end-if
        display 'PRIMESCHG - DEPARTMENT MASTER NOT AVAILABLE, '
            'STATEMENTS CARRY CODES ONLY'
    end-if.

tallyExtractRecord.

    if extIsHeader then

        perform startGeneration

    else

        if extIsTrailer then

            perform closeGeneration

        else

*> A detail with no header ahead of it belongs to no generation -
*> nothing can say which month it is, so it is not billed, but it is
*> counted so the reconciliation shows it was there.

            if generationNotOpen then

                add 1 to orphanRecordCount

            else

                add 1 to generationDetailCount
                add extNumber to generationHashAccum

                if generationInMonth then
                    perform tallyDetailRecord
                end-if

            end-if

        end-if

    end-if.

    read extractFile at end move 1 to eofSwitch.

startGeneration.

*> A header arriving while the previous generation is still open means
*> that generation lost its trailer - say so before starting the next.

    if generationOpen then
        move 'TRAILER MISSING' to genErrorText
        perform flagGenerationError
    end-if.

    add 1 to generationsReadCount.

    move 1 to generationOpenSwitch.
    move 0 to generationDetailCount.
    move 0 to generationHashAccum.

    if extRunDate is numeric then
        move extRunDate to generationDate
    else
        move 0 to generationDate
    end-if.

    divide generationDate by 100 giving generationMonth.

    if generationMonth = reportMonth then
        move 1 to generationInMonthSwitch
        add 1 to generationsBilledCount
    else
        move 0 to generationInMonthSwitch
        add 1 to generationsSkippedCount
    end-if.

closeGeneration.

*> Foots the generation against its own trailer - count, and the hash
*> reduced to nine digits the way primesTwo reduced it - and adds the
*> trailer count to the figure the statements have to tie to.

    if generationNotOpen then

        add 1 to orphanRecordCount

    else

        divide generationHashAccum by 1000000000
            giving generationHashQuotient
            remainder generationHashMagnitude

        if generationInMonth then
            add extControlCount to trailerCountTotal
        end-if

        if extControlCount not = generationDetailCount then
            move 'COUNT DOES NOT MATCH TRAILER' to genErrorText
            perform flagGenerationError
        else
            if extControlHash not = generationHashMagnitude then
                move 'HASH DOES NOT MATCH TRAILER' to genErrorText
                perform flagGenerationError
            end-if
        end-if

        move 0 to generationOpenSwitch

    end-if.

flagGenerationError.

    add 1 to generationErrorCount.

    move generationsReadCount to genErrorNumber.
    move generationDate to genErrorDate.

    if generationErrorCount = 1 then
        write chgWriteLine from controlHeading after advancing 0 lines
        write chgWriteLine from underScores after advancing 1 line
    end-if.

    write chgWriteLine from genErrorMsg after advancing 1 line.

    move 0 to generationOpenSwitch.

tallyDetailRecord.

    add 1 to billedDetailTotal.

    perform findDeskEntry.

    if deskSlot > 0 then

        add 1 to deskSubmittedCount (deskSlot)

        if extIsPrime or extIsComposite then

            if extIsPrime then
                add 1 to deskPrimeCount (deskSlot)
            else
                add 1 to deskCompositeCount (deskSlot)
            end-if

*> Only a master answer is billed at the master rate. Blank - a
*> generation written before the answer source was carried - is
*> billed as computed, which is what every answer was before the
*> master existed.

            if extAnsweredByMaster then
                add 1 to deskMasterCount (deskSlot)
            else
                add 1 to deskComputedCount (deskSlot)
            end-if

        else

            if extIsError then
                add 1 to deskRejectCount (deskSlot)
                perform findReasonEntry
                add 1 to deskReasonCount (deskSlot, reasonIndex)
            else
                add 1 to deskOtherCount (deskSlot)
            end-if

        end-if

    end-if.

findDeskEntry.

*> Finds the desk's entry, or makes one in code order: find the first
*> entry with a higher code, shift the tail down one, and drop the new
*> code in. A table already full leaves deskSlot at zero and the
*> record goes unbilled - said once at the end.

    move 0 to deskSlot.
    move 0 to deskIndex.

    perform until deskSlot > 0 or deskIndex >= deskCount
        add 1 to deskIndex
        if deskCode (deskIndex) = extSourceCode then
            move deskIndex to deskSlot
        end-if
    end-perform.

    if deskSlot = 0 then

        if deskCount < deskMax then

            move 0 to deskIndex

            perform until deskSlot > 0 or deskIndex >= deskCount
                add 1 to deskIndex
                if deskCode (deskIndex) > extSourceCode then
                    move deskIndex to deskSlot
                end-if
            end-perform

            add 1 to deskCount

            if deskSlot = 0 then
                move deskCount to deskSlot
            end-if

            move deskCount to deskShift

            perform until deskShift <= deskSlot
                move deskEntry (deskShift - 1) to deskEntry (deskShift)
                subtract 1 from deskShift
            end-perform

            move deskSlot to deskIndex
            move extSourceCode to deskCode (deskIndex)
            perform clearDeskCounts

        else

            if deskTableNotOverflowed then
                display 'PRIMESCHG - DESK TABLE FULL, CODES BEYOND '
                    deskMax ' NOT BILLED'
            end-if
            move 1 to deskOverflowSwitch

        end-if

    end-if.

findReasonEntry.

*> Reason column for this reject - reasons beyond the table all land
*> in the spare last column, printed as OTHER REASONS.

    move 0 to reasonFoundSwitch.
    move 0 to reasonIndex.

    perform until reasonFound or reasonIndex >= reasonCount
        add 1 to reasonIndex
        if reasonText (reasonIndex) = extReasonCode then
            move 1 to reasonFoundSwitch
        end-if
    end-perform.

    if reasonNotFound then
        if reasonCount < reasonMax then
            add 1 to reasonCount
            move reasonCount to reasonIndex
            move extReasonCode to reasonText (reasonIndex)
        else
            move 1 to reasonOverflowSwitch
            move 21 to reasonIndex
        end-if
    end-if.

writeOneStatement.

    add 1 to deskIndex.
    add 1 to statementCount.

*> Each desk's statement starts on a page of its own so it can be sent
*> to the desk as it stands.

    move reportMonth to chgTitleMonth.

    if statementCount = 1 and generationErrorCount = 0 then
        write chgWriteLine from chgTitleLine after advancing 0 lines
    else
        write chgWriteLine from chgTitleLine after advancing page
    end-if.

    write chgWriteLine from underScores after advancing 1 line.

    perform lookupDeskName.

    move deskCode (deskIndex) to deskHeadingCode.
    move deskNameShown to deskHeadingName.
    write chgWriteLine from deskHeadingMsg after advancing 1 line.

    if deskContactShown not = spaces then
        move deskContactShown to deskContactText
        write chgWriteLine from deskContactMsg after advancing 1 line
    end-if.

    write chgWriteLine from underScores after advancing 1 line.

    move deskSubmittedCount (deskIndex) to stmtSubmittedCount.
    write chgWriteLine from stmtSubmittedMsg after advancing 1 line.

    move deskPrimeCount (deskIndex) to stmtPrimeCount.
    write chgWriteLine from stmtPrimeMsg after advancing 1 line.

    move deskCompositeCount (deskIndex) to stmtCompositeCount.
    write chgWriteLine from stmtCompositeMsg after advancing 1 line.

    move deskRejectCount (deskIndex) to stmtRejectCount.
    write chgWriteLine from stmtRejectMsg after advancing 1 line.

    if deskRejectCount (deskIndex) > 0 then
        write chgWriteLine from stmtReasonHeading after advancing 1 line
        move 0 to reasonIndex
        perform writeOneReasonLine 21 times
    end-if.

*> The units: each count times its rate, then the three together.

    compute deskComputedUnits rounded
        = deskComputedCount (deskIndex) * computedRate.
    compute deskMasterUnits rounded
        = deskMasterCount (deskIndex) * masterRate.
    compute deskRejectUnits rounded
        = deskRejectCount (deskIndex) * rejectRate.
    compute deskBillableUnits
        = deskComputedUnits + deskMasterUnits + deskRejectUnits.

    write chgWriteLine from underScores after advancing 1 line.
    write chgWriteLine from stmtChargeHeading after advancing 1 line.

    move 'COMPUTED ANSWERS' to stmtChargeLabel.
    move deskComputedCount (deskIndex) to stmtChargeCount.
    move computedRate to stmtChargeRate.
    move deskComputedUnits to stmtChargeUnits.
    write chgWriteLine from stmtChargeMsg after advancing 1 line.

    move 'MASTER ANSWERS' to stmtChargeLabel.
    move deskMasterCount (deskIndex) to stmtChargeCount.
    move masterRate to stmtChargeRate.
    move deskMasterUnits to stmtChargeUnits.
    write chgWriteLine from stmtChargeMsg after advancing 1 line.

    move 'REJECTS' to stmtChargeLabel.
    move deskRejectCount (deskIndex) to stmtChargeCount.
    move rejectRate to stmtChargeRate.
    move deskRejectUnits to stmtChargeUnits.
    write chgWriteLine from stmtChargeMsg after advancing 1 line.

    move deskBillableUnits to stmtTotalUnits.
    write chgWriteLine from stmtTotalMsg after advancing 1 line.

    add deskSubmittedCount (deskIndex) to totalSubmittedCount.
    add deskPrimeCount (deskIndex) to totalPrimeCount.
    add deskCompositeCount (deskIndex) to totalCompositeCount.
    add deskRejectCount (deskIndex) to totalRejectCount.
    add deskOtherCount (deskIndex) to totalOtherCount.
    add deskBillableUnits to totalBillableUnits.

writeOneReasonLine.

    add 1 to reasonIndex.

    if deskReasonCount (deskIndex, reasonIndex) > 0 then

        if reasonIndex > reasonCount then
            move 'OTHER REASONS' to stmtReasonText
        else
            move reasonText (reasonIndex) to stmtReasonText
        end-if

        move deskReasonCount (deskIndex, reasonIndex) to stmtReasonCount
        write chgWriteLine from stmtReasonMsg after advancing 1 line

    end-if.

lookupDeskName.

    move spaces to deskNameShown.
    move spaces to deskContactShown.

    if deskCode (deskIndex) = spaces then

        move 'UNASSIGNED - NO SOURCE CODE' to deskNameShown

    else

        if deptAvailable then

            move deskCode (deskIndex) to deptCode

            read deptFile
                invalid key continue
            end-read

            if deptStatus = '00' then
                move deptName to deskNameShown
                move deptContact to deskContactShown
            else
                move '*** NOT ON DEPARTMENT MASTER' to deskNameShown
            end-if

        end-if

    end-if.

writeGrandTotals.

*> The page finance signs off: every desk's line, the month's totals,
*> and the proof that the statements add back to the trailer counts
*> of the generations billed.

    move reportMonth to grandTitleMonth.

    if statementCount = 0 and generationErrorCount = 0 then
        write chgWriteLine from grandTitleLine after advancing 0 lines
    else
        write chgWriteLine from grandTitleLine after advancing page
    end-if.

    write chgWriteLine from underScores after advancing 1 line.
    write chgWriteLine from grandColumnHeading after advancing 1 line.

    move 0 to deskIndex.
    perform writeOneGrandDeskLine deskCount times.

    write chgWriteLine from underScores after advancing 1 line.

    move totalSubmittedCount to grandSubmittedCount.
    write chgWriteLine from grandSubmittedMsg after advancing 1 line.

    move totalPrimeCount to grandPrimeCount.
    write chgWriteLine from grandPrimeMsg after advancing 1 line.

    move totalCompositeCount to grandCompositeCount.
    write chgWriteLine from grandCompositeMsg after advancing 1 line.

    move totalRejectCount to grandRejectCount.
    write chgWriteLine from grandRejectMsg after advancing 1 line.

    if totalOtherCount > 0 then
        move totalOtherCount to grandOtherCount
        write chgWriteLine from grandOtherMsg after advancing 1 line
    end-if.

    move totalBillableUnits to grandUnits.
    write chgWriteLine from grandUnitsMsg after advancing 1 line.

    write chgWriteLine from underScores after advancing 1 line.
    write chgWriteLine from controlHeading after advancing 1 line.

    move generationsReadCount to ctlGenReadCount.
    write chgWriteLine from ctlGenReadMsg after advancing 1 line.

    move generationsBilledCount to ctlGenBilledCount.
    write chgWriteLine from ctlGenBilledMsg after advancing 1 line.

    move generationsSkippedCount to ctlGenSkippedCount.
    write chgWriteLine from ctlGenSkippedMsg after advancing 1 line.

    if orphanRecordCount > 0 then
        move orphanRecordCount to ctlOrphanCount
        write chgWriteLine from ctlOrphanMsg after advancing 1 line
    end-if.

    move trailerCountTotal to ctlTrailerCount.
    write chgWriteLine from ctlTrailerMsg after advancing 1 line.

    move billedDetailTotal to ctlBilledCount.
    write chgWriteLine from ctlBilledMsg after advancing 1 line.

    if billedDetailTotal = trailerCountTotal
            and totalSubmittedCount = billedDetailTotal
            and generationErrorCount = 0 then
        write chgWriteLine from ctlTiesMsg after advancing 1 line
    else
        write chgWriteLine from ctlNoTieMsg after advancing 1 line
    end-if.

writeOneGrandDeskLine.

    add 1 to deskIndex.

    perform lookupDeskName.

    compute deskComputedUnits rounded
        = deskComputedCount (deskIndex) * computedRate.
    compute deskMasterUnits rounded
        = deskMasterCount (deskIndex) * masterRate.
    compute deskRejectUnits rounded
        = deskRejectCount (deskIndex) * rejectRate.
    compute deskBillableUnits
        = deskComputedUnits + deskMasterUnits + deskRejectUnits.

    move deskCode (deskIndex) to grandDeskCode.
    move deskNameShown to grandDeskName.
    move deskSubmittedCount (deskIndex) to grandDeskSubmitted.
    move deskBillableUnits to grandDeskUnits.
    write chgWriteLine from grandDeskMsg after advancing 1 line.
