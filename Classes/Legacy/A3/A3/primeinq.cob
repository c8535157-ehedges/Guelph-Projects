*> answered from its stored verdict, with its first/last tested dates
*> shown so the operator can tell the caller when the number was first
*> and most recently seen instead of just the bare verdict. Omit the
*> DD and every answer is computed, exactly as before. The alternate
*> key is the factor index (smallest factor, then number) a FACTOR
*> inquiry reads along - see listFactorFamily.

select optional masterFile assign to MSTFILE
    organization is indexed
    access is dynamic
    record key is masterNumber
    alternate record key is masterFactorKey
    file status is masterStatus.

data division.
    02 masterLastDate pic 9(8).
    02 masterSmallFactor pic 9(9).
    02 masterFactorCount pic 9(3).
    02 masterFactorKey.
        03 masterKeyFactor pic 9(9).
        03 masterKeyNumber pic 9(9).

working-storage section.

    02 filler pic X(3) value ' - '.
    02 errorReasonField pic X(20).

*> A FACTOR inquiry - "FACTOR 7919" on a card or at the console -
*> lists the numbers on the master whose smallest factor it is, read
*> along the factor index. Only the first factorShownMax are shown;
*> the rest are counted, and PRIMESFAM gives the full list on paper.

77  factorAsked pic 9(9) value 0.
77  factorFoundCount pic 9(9) usage is computational value 0.
77  factorShownCount pic 9(3) usage is computational value 0.
77  factorShownMax pic 9(3) usage is computational value 20.
77  factorDoneSwitch pic 9 value 0.
    88 factorListDone value 1.
    88 factorListNotDone value 0.
77  factorReadSwitch pic 9 value 0.
    88 factorReadGood value 0.
    88 factorReadFailed value 1.

01  factorHeadingMsg.
    02 filler pic X(38) value
       ' NUMBERS ON FILE WITH SMALLEST FACTOR '.
    02 factorHeadingFactor pic Z(8)9.

01  factorLineMsg.
    02 filler pic X value SPACE.
    02 factorLineNumber pic Z(8)9.
    02 filler pic X value SPACE.
    02 factorLineFactors pic X(64).
    02 filler pic X(7) value ' FIRST '.
    02 factorLineFirstDate pic 9(8).
    02 filler pic X(6) value ' LAST '.
    02 factorLineLastDate pic 9(8).

01  factorTotalMsg.
    02 filler pic X value SPACE.
    02 factorTotalCount pic Z(8)9.
    02 filler pic X(40) value
       ' NUMBER(S) ON FILE WITH SMALLEST FACTOR'.
    02 factorTotalFactor pic Z(8)9.

01  factorMoreMsg.
    02 filler pic X(20) value ' ONLY THE FIRST'.
    02 factorMoreShown pic ZZ9.
    02 filler pic X(40) value
       ' ARE SHOWN - PRIMESFAM LISTS THEM ALL'.

01  masterHistoryMsg.
    02 filler pic X(15) value ' FIRST TESTED: '.
    02 historyFirstDate pic 9(8).

    perform writeAuditLogEntry.

*> A factor listing cut short by a failed read of the factor index
*> is incomplete - its count is short too - so the step ends 12 and
*> nobody takes the total for the whole family.

    if factorReadFailed then
        move 12 to return-code
    end-if.

stop run.

openMasterFile.

        move numPrimeCalc to masterNumber

        read masterFile key is masterNumber
            invalid key move 0 to masterHitSwitch
        end-read


processInquiryCard.

    perform dispatchInquiry.

    read inquiryFile into inqCard at end move 1 to eofSwitch.


    move 0 to consoleDoneSwitch.

    display 'PRIMEINQ - ENTER NUMBER (1-9 DIGITS), FACTOR NNN, '
        'OR END TO FINISH'.

    move spaces to inqCard.
    accept inqCard from console.

    else

        perform dispatchInquiry

        display 'ENTER NUMBER (1-9 DIGITS), FACTOR NNN, '
            'OR END TO FINISH'
        move spaces to inqCard
        accept inqCard from console

    end-if.

dispatchInquiry.

*> A card or reply starting FACTOR asks which numbers on file share
*> that smallest factor; anything else is a number to test, as it
*> always was.

    if inqCard (1:7) = 'FACTOR ' then
        perform evaluateFactorInquiry
    else
        perform evaluateInquiry
    end-if.

evaluateFactorInquiry.

*> The factor is taken from column 8 on, typed any which way the way
*> a number is, and must be a whole number of at least 2 - a prime's
*> smallest factor is stored as zero, so there is no family below 2
*> to list. A bad factor is an error like any bad number; a good one
*> with no master to read is said so, not answered as "none".

    add 1 to numbersReadCount.

    move 0 to validSwitch.
    move inqCard (8:9) to inqDigitsText.

    perform normalizeInquiryNumber.

    if inqDigitsSigned is numeric and inqCard (17:64) = spaces then
        move inqDigitsSigned to factorAsked
        if factorAsked > 1 then
            move 1 to validSwitch
        end-if
    end-if.

    if numberValid then
        if masterAvailable then
            perform listFactorFamily
        else
            display 'PRIMEINQ - MASTER FILE NOT AVAILABLE, '
                'FACTOR INQUIRY NOT ANSWERED'
        end-if
    else
        move inqCard (8:9) to errorValueDisplay
        move 'FACTOR NOT USABLE' to errorReasonField
        display errorMsg
        add 1 to errorCount
    end-if.

listFactorFamily.

*> Positions on the factor index at the asked factor's lowest possible
*> key and reads forward until the smallest factor changes. Within a
*> factor the index runs in number order.

    move 0 to factorFoundCount.
    move 0 to factorShownCount.
    move 0 to factorDoneSwitch.

    move factorAsked to factorHeadingFactor.
    display factorHeadingMsg.

    move factorAsked to masterKeyFactor.
    move 0 to masterKeyNumber.

    start masterFile key is not less than masterFactorKey
        invalid key move 1 to factorDoneSwitch
    end-start.

    if factorListNotDone then
        perform readNextFactorRecord
    end-if.

    perform showFactorRecord until factorListDone.

    move factorFoundCount to factorTotalCount.
    move factorAsked to factorTotalFactor.
    display factorTotalMsg.

    if factorFoundCount > factorShownCount then
        move factorShownCount to factorMoreShown
        display factorMoreMsg
    end-if.

showFactorRecord.

    add 1 to factorFoundCount.

    if factorShownCount < factorShownMax then
        add 1 to factorShownCount
        move masterNumber to factorLineNumber
        move masterFactorText to factorLineFactors
        move masterFirstDate to factorLineFirstDate
        move masterLastDate to factorLineLastDate
        display factorLineMsg
    end-if.

    perform readNextFactorRecord.

readNextFactorRecord.

    read masterFile next
        at end move 1 to factorDoneSwitch
    end-read.

    if factorListNotDone then
        if masterStatus not = '00' then
            display 'PRIMEINQ - FACTOR INDEX READ FAILED, STATUS: '
                masterStatus
            move 1 to factorReadSwitch
            move 1 to factorDoneSwitch
        else
            if masterKeyFactor not = factorAsked then
                move 1 to factorDoneSwitch
            end-if
        end-if
    end-if.

evaluateInquiry.

*> Accepts the number off the card - 'D' record shape or bare number
