identification division.

program-id. primesFam.

environment division.

input-output section.

file-control.

*> Factor-family report off the PRIMESMST keyed master. The master
*> stores every composite's smallest factor and factor list, but it is
*> keyed on the number alone, so "which numbers we have tested share
*> the factor 7919" or "how many composites had a smallest factor over
*> 10,000" used to mean a full sweep and a hand sort. This program
*> reads along the master's alternate index by smallest factor
*> instead: each selection card names one factor or a range of them,
*> and every number on file whose smallest factor falls in it is
*> listed in factor order, then number order, with its factor list
*> and first/last tested dates - or just counted, when the card says
*> so.

select masterFile assign to MSTFILE
    organization is indexed
    access is dynamic
    record key is masterNumber
    alternate record key is masterFactorKey
    file status is masterStatus.

*> The selection cards, one factor or factor range per card - see
*> processSelectionCard for the layout.

select selectionFile assign to FAMCARDS
    organization is line sequential
    file status is selectionStatus.

select famReportFile assign to FAMREPT
    organization is line sequential.

data division.

file section.

fd masterFile.

01 masterRecord.
    02 masterNumber pic 9(9).
    02 masterVerdict pic X.
        88 masterIsPrime value 'P'.
        88 masterIsComposite value 'C'.
    02 masterFactorText pic X(64).
    02 masterFirstDate pic 9(8).
    02 masterLastDate pic 9(8).
    02 masterSmallFactor pic 9(9).
    02 masterFactorCount pic 9(3).
    02 masterFactorKey.
        03 masterKeyFactor pic 9(9).
        03 masterKeyNumber pic 9(9).

fd selectionFile.

01 selectionFileRecord pic X(80).

fd famReportFile.

01 famWriteLine.
    05 famLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  masterStatus pic X(2) value SPACES.
77  selectionStatus pic X(2) value SPACES.

77  masterAvailableSwitch pic 9 value 0.
    88 masterAvailable value 1.
    88 masterNotAvailable value 0.

77  cardsAvailableSwitch pic 9 value 0.
    88 cardsAvailable value 1.
    88 cardsNotAvailable value 0.

*> One selection card: low factor in columns 1-9, high factor in
*> columns 10-18 (left blank, the card asks for the low factor alone),
*> and a C in column 20 to count the numbers without listing them.

01  selectionCard.
    02 selLowText pic X(9).
    02 selHighText pic X(9).
    02 filler pic X.
    02 selCountOnlyFlag pic X.
        88 selCountOnly value 'C'.
    02 filler pic X(60).

01  selectionCardNum redefines selectionCard.
    02 selLow pic 9(9).
    02 selHigh pic 9(9).
    02 filler pic X(62).

77  selLowFactor pic 9(9) value 0.
77  selHighFactor pic 9(9) value 0.

77  cardValidSwitch pic 9 value 0.
    88 cardValid value 1.
    88 cardInvalid value 0.

77  cardRejectText pic X(30) value SPACES.

77  familyDoneSwitch pic 9 value 0.
    88 familyDone value 1.
    88 familyNotDone value 0.

77  familyReadSwitch pic 9 value 0.
    88 familyReadGood value 0.
    88 familyReadFailed value 1.

77  cardsReadCount pic 9(9) usage is computational value 0.
77  cardsRejectedCount pic 9(9) usage is computational value 0.
77  cardSelectedCount pic 9(9) usage is computational value 0.
77  totalSelectedCount pic 9(9) usage is computational value 0.

01  famTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'PRIMESMST FACTOR-FAMILY REPORT'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  selectionHeadingMsg.
    02 filler pic X(28) value ' SELECTION: SMALLEST FACTOR '.
    02 selHeadingLow pic Z(8)9.
    02 filler pic X(4) value ' TO '.
    02 selHeadingHigh pic Z(8)9.
    02 selHeadingMode pic X(12) value SPACES.

01  famColumnHeading.
    02 filler pic X(12) value '     NUMBER '.
    02 filler pic X(65) value ' FACTORS'.
    02 filler pic X(18) value 'FIRST     LAST'.

01  famDetailLine.
    02 filler pic X value SPACE.
    02 famDetailNumber pic Z(8)9.
    02 filler pic X(2) value SPACES.
    02 famDetailFactors pic X(64).
    02 filler pic X value SPACE.
    02 famDetailFirstDate pic 9(8).
    02 filler pic X value SPACE.
    02 famDetailLastDate pic 9(8).

01  selectionCountMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NUMBERS SELECTED     : '.
    02 selCountDisplay pic Z(8)9.

01  cardRejectMsg.
    02 filler pic X value SPACE.
    02 filler pic X(17) value 'CARD NOT USABLE: '.
    02 rejectCardText pic X(20).
    02 filler pic X(3) value ' - '.
    02 rejectReasonText pic X(30).

01  famSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(16) value 'SELECTION TOTALS'.

01  famCardsReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SELECTION CARDS READ : '.
    02 famCardsReadCount pic Z(8)9.

01  famCardsRejectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CARDS NOT USABLE     : '.
    02 famCardsRejectedCount pic Z(8)9.

01  famSelectedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NUMBERS SELECTED     : '.
    02 famSelectedCount pic Z(8)9.

procedure division.

    open output famReportFile.

    write famWriteLine from famTitleLine after advancing 0 lines.
    write famWriteLine from underScores after advancing 1 line.

    perform openMasterFile.
    perform openSelectionFile.

    if masterAvailable and cardsAvailable then
        perform readSelectionCards
    end-if.

    if cardsAvailable then
        close selectionFile
    end-if.

    if masterAvailable then
        close masterFile
    end-if.

    perform writeFamSummary.

    close famReportFile.

*> No master or no cards is the whole run gone wrong; a listing cut
*> short by a failed read of the factor index is incomplete, and the
*> job ends 12 so nobody takes it for the whole family; a card that
*> could not be used is only that card, reported and skipped, but the
*> question it asked went unanswered, so the job says so.

    if masterNotAvailable or cardsNotAvailable then
        move 16 to return-code
    else
        if familyReadFailed then
            move 12 to return-code
        else
            if cardsRejectedCount > 0 then
                move 4 to return-code
            end-if
        end-if
    end-if.

stop run.

openMasterFile.

*> Input only, and through the factor index - the job supplies the
*> alternate index path alongside the base cluster.

    move 0 to masterAvailableSwitch.

    open input masterFile.

    if masterStatus = '00' then
        move 1 to masterAvailableSwitch
    else
        display 'PRIMESFAM - MASTER FILE NOT AVAILABLE, STATUS: '
            masterStatus
    end-if.

openSelectionFile.

    move 0 to cardsAvailableSwitch.

    open input selectionFile.

    if selectionStatus = '00' then
        move 1 to cardsAvailableSwitch
    else
        display 'PRIMESFAM - SELECTION CARDS NOT AVAILABLE, STATUS: '
            selectionStatus
    end-if.

readSelectionCards.

    move 0 to eofSwitch.

    read selectionFile into selectionCard
        at end move 1 to eofSwitch
    end-read.

    perform processSelectionCard until eofSwitch = 1.

processSelectionCard.

*> Bounds must be nine numeric digits, the low one at least 2 - a
*> prime's smallest factor is stored as zero, so there is no family
*> below 2 - and the high one, when punched, no lower than the low.
*> Blank cards are passed over without counting.

    if selectionCard not = spaces then

        add 1 to cardsReadCount

        perform checkSelectionCard

        if cardValid then
            perform listFactorRange
        else
            add 1 to cardsRejectedCount
            move selectionCard (1:20) to rejectCardText
            move cardRejectText to rejectReasonText
            write famWriteLine from cardRejectMsg after advancing 1 line
        end-if

    end-if.

    read selectionFile into selectionCard
        at end move 1 to eofSwitch
    end-read.

checkSelectionCard.

    move 0 to cardValidSwitch.
    move spaces to cardRejectText.

    if selLowText is not numeric then

        move 'LOW FACTOR NOT NUMERIC' to cardRejectText

    else

        move selLow to selLowFactor

        if selHighText = spaces then
            move selLow to selHighFactor
        else
            if selHighText is numeric then
                move selHigh to selHighFactor
            else
                move 'HIGH FACTOR NOT NUMERIC' to cardRejectText
            end-if
        end-if

        if cardRejectText = spaces then
            if selLowFactor < 2 then
                move 'LOW FACTOR BELOW 2' to cardRejectText
            else
                if selHighFactor < selLowFactor then
                    move 'HIGH FACTOR BELOW LOW FACTOR' to cardRejectText
                else
                    move 1 to cardValidSwitch
                end-if
            end-if
        end-if

    end-if.

listFactorRange.

*> Positions on the factor index at the lowest key the low factor can
*> have and reads forward until the smallest factor passes the high
*> one. The index runs smallest factor first, number second, so the
*> listing comes out in that order with no sort.

    move 0 to cardSelectedCount.
    move 0 to familyDoneSwitch.

    write famWriteLine from underScores after advancing 1 line.

    move selLowFactor to selHeadingLow.
    move selHighFactor to selHeadingHigh.

    if selCountOnly then
        move '  COUNT ONLY' to selHeadingMode
    else
        move spaces to selHeadingMode
    end-if.

    write famWriteLine from selectionHeadingMsg after advancing 1 line.

    if not selCountOnly then
        write famWriteLine from famColumnHeading after advancing 1 line
    end-if.

    move selLowFactor to masterKeyFactor.
    move 0 to masterKeyNumber.

    start masterFile key is not less than masterFactorKey
        invalid key move 1 to familyDoneSwitch
    end-start.

    if familyNotDone then
        perform readNextFamilyRecord
    end-if.

    perform selectFamilyRecord until familyDone.

    move cardSelectedCount to selCountDisplay.
    write famWriteLine from selectionCountMsg after advancing 1 line.

    add cardSelectedCount to totalSelectedCount.

selectFamilyRecord.

    add 1 to cardSelectedCount.

    if not selCountOnly then
        move masterNumber to famDetailNumber
        move masterFactorText to famDetailFactors
        move masterFirstDate to famDetailFirstDate
        move masterLastDate to famDetailLastDate
        write famWriteLine from famDetailLine after advancing 1 line
    end-if.

    perform readNextFamilyRecord.

readNextFamilyRecord.

    read masterFile next
        at end move 1 to familyDoneSwitch
    end-read.

    if familyNotDone then
        if masterStatus not = '00' then
            display 'PRIMESFAM - FACTOR INDEX READ FAILED, STATUS: '
                masterStatus
            move 1 to familyReadSwitch
            move 1 to familyDoneSwitch
        else
            if masterKeyFactor > selHighFactor then
                move 1 to familyDoneSwitch
            end-if
        end-if
    end-if.

writeFamSummary.

    write famWriteLine from underScores after advancing 1 line.
    write famWriteLine from famSummaryHeading after advancing 1 line.

    move cardsReadCount to famCardsReadCount.
    write famWriteLine from famCardsReadMsg after advancing 1 line.

    move cardsRejectedCount to famCardsRejectedCount.
    write famWriteLine from famCardsRejectedMsg after advancing 1 line.

    move totalSelectedCount to famSelectedCount.
    write famWriteLine from famSelectedMsg after advancing 1 line.
