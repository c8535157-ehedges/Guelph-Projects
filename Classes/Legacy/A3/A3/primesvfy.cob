*> and factorization for every record, and reports any record whose
*> stored verdict, smallest factor, or factor count disagrees with
*> the recomputation - one console line per bad record and a nonzero
*> ending code, the same integrity posture primesRec takes. It also
*> checks each record's factor key, the field the alternate index by
*> smallest factor is built over, against the stored smallest factor
*> and number, so a record the index would file in the wrong place is
*> caught the same way.

select masterFile assign to MSTFILE
    organization is indexed
    02 masterLastDate pic 9(8).
    02 masterSmallFactor pic 9(9).
    02 masterFactorCount pic 9(3).
    02 masterFactorKey.
        03 masterKeyFactor pic 9(9).
        03 masterKeyNumber pic 9(9).

fd vfyParmFile.

77  recordsCleanCount pic 9(9) usage is computational value 0.
77  recordsBadCount pic 9(9) usage is computational value 0.

*> The stretch the bad records fall in - lowest and highest bad key,
*> and the earliest first-tested date among them - which is what goes
*> on primesRcv's RCVPARM card to roll that stretch back to where it
*> stood before the run that damaged it. The first-tested date is the
*> run that wrote a record's verdict and factors: a later hit only
*> moves the last-tested date, so that date can fall after the bad
*> insert, and recovering to it would keep the damage.

77  badLowKey pic 9(9) value 0.
77  badHighKey pic 9(9) value 0.
77  badEarliestDate pic 9(8) value 0.

*> The recomputation working fields - the same divisor search and
*> factor build primesTwo runs in primeCalc/buildFactorList, applied
*> to the stored key instead of an input record.
77  computedSmallFactor pic 9(9) value 0.
77  computedFactorCount pic 9(3) value 0.

*> The factor key the record should carry - its own stored smallest
*> factor and number, as insertMasterRecord sets it - compared as it
*> stands on file, spaces and all.

01  expectedFactorKey.
    02 expectedKeyFactor pic 9(9).
    02 expectedKeyNumber pic 9(9).

77  recordBadSwitch pic 9 value 0.
    88 recordIsBad value 1.
    88 recordIsClean value 0.
    02 filler pic X(13) value '  COMPUTED: '.
    02 badCountComputed pic Z(2)9.

01  badKeyMsg.
    02 filler pic X value SPACE.
    02 badKeyNumber pic Z(8)9.
    02 filler pic X(29) value ' FACTOR KEY WRONG - STORED: '.
    02 badKeyStored pic X(18).
    02 filler pic X(13) value '  EXPECTED: '.
    02 badKeyExpected pic X(18).

01  vfySummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(19) value 'VERIFICATION TOTALS'.
    02 filler pic X(24) value 'RECORDS IN ERROR     : '.
    02 vfyBadCount pic Z(8)9.

01  vfyBadRangeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BAD KEYS FROM        : '.
    02 vfyBadLowKey pic 9(9).
    02 filler pic X(4) value ' TO '.
    02 vfyBadHighKey pic 9(9).

01  vfyBadDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'EARLIEST FIRST-TESTED: '.
    02 vfyBadEarliestDate pic 9(8).

procedure division.

    open output vfyReportFile.

        if recordIsBad then
            add 1 to recordsBadCount
            perform tallyBadStretch
        else
            add 1 to recordsCleanCount
        end-if

    end-if.

tallyBadStretch.

*> The sweep runs in key order, so the first bad record sets the low
*> key and every later one moves the high key up.

    if recordsBadCount = 1 then
        move masterNumber to badLowKey
        move masterFirstDate to badEarliestDate
    end-if.

    move masterNumber to badHighKey.

    if masterFirstDate < badEarliestDate then
        move masterFirstDate to badEarliestDate
    end-if.

readNextMasterRecord.

    read masterFile next

    end-if.

    move masterSmallFactor to expectedKeyFactor.
    move masterNumber to expectedKeyNumber.

    if masterFactorKey not = expectedFactorKey then

        move 1 to recordBadSwitch
        move masterNumber to badKeyNumber
        move masterFactorKey to badKeyStored
        move expectedFactorKey to badKeyExpected
        write vfyWriteLine from badKeyMsg after advancing 1 line
        display '*** PRIMESVFY ' masterNumber
            ' FACTOR KEY STORED ' masterFactorKey
            ' EXPECTED ' expectedFactorKey

    end-if.

writeVfySummary.

    write vfyWriteLine from underScores after advancing 1 line.
    move recordsBadCount to vfyBadCount.
    write vfyWriteLine from vfyBadMsg after advancing 1 line.

    if recordsBadCount > 0 then

        move badLowKey to vfyBadLowKey
        move badHighKey to vfyBadHighKey
        write vfyWriteLine from vfyBadRangeMsg after advancing 1 line

        move badEarliestDate to vfyBadEarliestDate
        write vfyWriteLine from vfyBadDateMsg after advancing 1 line

    end-if.

buildFactorList.

*> Builds the full prime factorization of numPrimeCalc, e.g.
