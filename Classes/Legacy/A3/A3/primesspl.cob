identification division.

program-id. primesSpl.

environment division.

input-output section.

file-control.

*> Front end to the partitioned list run. Month-end decks are long
*> enough now that one primesTwo pass runs into the morning window, so
*> this program cuts the edited primes.dat into four key-range
*> partitions - each a complete H/D/T deck of its own, punched the way
*> primesEdt punches primes.dat - for primesTwo to run in parallel
*> jobs, one per partition. The original deck's batch controls are
*> verified here, once, the same way primesTwo verifies them; what the
*> night's single report has to say about them, and what primesMrg
*> needs to stitch the partitions back together, goes on SPLCTL. See
*> the PRIMES2S, PRIMESP1-4 and PRIMES2M JCL job streams.

select inputFile assign to INFILE
    organization is line sequential.

*> One optional control card: the number of partitions in columns
*> 1-2. The deck is always cut four ways - the number of PARTnn DDs,
*> partition jobs and PRIMES2M concatenation entries there are - so
*> the card can only confirm that; any other count is reported and
*> the four-way cut stands.

select optional splParmFile assign to SPLPARM
    organization is line sequential
    file status is splParmStatus.

*> Same duplicate-run guard primesTwo runs ahead of a list pass - the
*> split is the front of the night's list run now, so it is the one
*> that looks on AUDITLOG for a completed LIST entry for today and
*> honors the RERUNOK card. RUNINFO stamps the job id on exception
*> records, the same as primesTwo.

select optional runInfoFile assign to RUNINFO
    organization is line sequential
    file status is runInfoStatus.

select optional auditFile assign to AUDITLOG
    organization is line sequential
    file status is auditFileStatus.

select optional overrideFile assign to RERUNOK
    organization is line sequential
    file status is overrideStatus.

*> Using the RERUNOK card is a privileged action: when there is a
*> same-day LIST run for it to override, the RUNINFO operator must be
*> one AUTHFILE - the operator authorization table, see primesMnt -
*> lets use it. The decision, either way, goes on SECLOG.

select optional authorityFile assign to AUTHFILE
    organization is line sequential
    file status is authorityStatus.

select optional securityLogFile assign to SECLOG
    organization is line sequential
    file status is securityLogStatus.

*> The shop processing calendar (see primesCal) - a list run split on
*> a holiday or other non-business day is written up as a NONBUSDY
*> warning, as primesTwo writes one up, and still runs. Optional:
*> without the DD the weekday rule decides, Monday to Friday.

select optional calendarFile assign to CALFILE
    organization is indexed
    access is random
    record key is calDate
    file status is calendarStatus.

select sortFile assign to SORTWORK.

*> Scratch home for the sorted data records between the sort's output
*> procedure and writePartitionFiles - each partition's 'H' header has
*> to carry its final count, which is only known once the cut points
*> are settled, the same reason primesEdt stages through DATAWORK.

select workFile assign to DATAWORK
    organization is line sequential.

*> One DD per partition, every one opened and written on every run -
*> a partition the deck is too short to reach still goes out as an
*> empty H/T pair.

select partitionFile1 assign to PART01
    organization is line sequential
    file status is partitionStatus.

select partitionFile2 assign to PART02
    organization is line sequential
    file status is partitionStatus.

select partitionFile3 assign to PART03
    organization is line sequential
    file status is partitionStatus.

select partitionFile4 assign to PART04
    organization is line sequential
    file status is partitionStatus.

*> The split's control record for primesMrg - see splitControlRecord.

select splitControlFile assign to SPLCTL
    organization is line sequential.

select splitListFile assign to SPLLIST
    organization is line sequential.

*> Structured exception records for the conditions the split itself
*> meets - the original deck's control failures, an empty deck, a
*> blocked duplicate - in primesTwo's layout, so primesMrg carries
*> them onto the night's PRIMESEXCP generation as they stand.

select optional exceptionFile assign to EXCPFILE
    organization is line sequential
    file status is exceptionStatus.

data division.

file section.

fd inputFile.

01 inFileRecord pic X(80).

fd splParmFile.

01 splParmFileRecord pic X(80).

fd runInfoFile.

01 runInfoFileRecord pic X(80).

fd auditFile.

01 auditWriteLine.
    05 auditLine pic X(160).

fd overrideFile.

01 overrideFileRecord pic X(80).

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

sd sortFile.

01 sortCard.
    02 sortRecordType pic X.
    02 sortNumberText pic X(9).
    02 filler pic X(70).

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

fd workFile.

01 workFileRecord pic X(80).

fd partitionFile1.

01 partitionRecord1 pic X(80).

fd partitionFile2.

01 partitionRecord2 pic X(80).

fd partitionFile3.

01 partitionRecord3 pic X(80).

fd partitionFile4.

01 partitionRecord4 pic X(80).

fd splitControlFile.

*> One record per original batch ('B': its header count and trailer
*> hash against what it actually held), one per control failure met
*> on it ('M': code, text, severity, batch in splSequence), one per
*> partition ('R': key range, record count, the hash punched on its
*> trailer, and the hash its extract trailer should come back with),
*> and a closing 'S' record with the combined controls, the batch and
*> partition counts, and the split's own severity. Every record
*> carries the split's run date.

01 splitControlRecord.
    02 splRecordType pic X.
        88 splIsBatch value 'B'.
        88 splIsMismatch value 'M'.
        88 splIsPartition value 'R'.
        88 splIsSummary value 'S'.
    02 splRunDate pic 9(8).
    02 splSequence pic 9(3).
    02 splExpectedCount pic 9(9).
    02 splActualCount pic 9(9).
    02 splExpectedHash pic 9(9).
    02 splActualHash pic 9(9).
    02 splLowKey pic X(9).
    02 splHighKey pic X(9).
    02 splExtractHash pic 9(9).
    02 splBatchCount pic 9(3).
    02 splSeverity pic 9(2).
    02 filler pic X(20).

01 splitMismatchView redefines splitControlRecord.
    02 filler pic X(12).
    02 splMismatchCode pic X(8).
    02 splMismatchText pic X(40).
    02 splMismatchSeverity pic 9(2).
    02 filler pic X(38).

fd splitListFile.

01 splitWriteLine.
    05 splitLine pic X(100).

fd exceptionFile.

01 exceptionRecord.
    02 excpDate pic 9(8).
    02 excpTime pic 9(8).
    02 excpJobId pic X(8).
    02 excpSeverity pic 9(2).
    02 excpConditionCode pic X(8).
    02 excpText pic X(40).
    02 excpCount pic 9(9).
    02 filler pic X(17).

working-storage section.

77  eofSwitch pic 9 value 0.

77  splParmStatus pic X(2) value SPACES.
77  runInfoStatus pic X(2) value SPACES.
77  auditFileStatus pic X(2) value SPACES.
77  overrideStatus pic X(2) value SPACES.
77  exceptionStatus pic X(2) value SPACES.
77  partitionStatus pic X(2) value SPACES.

77  splitRunDate pic 9(8) value 0.
77  splitJobId pic X(8) value SPACES.

*> How many ways the deck is cut, and the share each partition is
*> filled to before the next one starts. A run of cards with the same
*> key is never split across two partitions, so the key ranges never
*> overlap and a partition can run ahead of its quota by that run.

77  partitionsWanted pic 9(2) usage is computational value 4.
77  partitionMax pic 9(2) usage is computational value 4.
77  partitionQuota pic 9(9) usage is computational value 0.
77  partitionIndex pic 9(2) usage is computational value 0.
77  currentPartition pic 9(2) usage is computational value 0.
77  partitionWritten pic 9(9) usage is computational value 0.

77  previousNumberText pic X(9) value SPACES.

*> The original deck's controls, verified by the same batch state
*> machine primesTwo runs - an 'H' where a header is expected opens
*> the next batch, a 'T' closes and verifies the open one, anything
*> else is a data-slot record - so the failures it flags are the ones
*> a single-stream night would have flagged.

77  controlExpectedCount pic 9(9) usage is computational value 0.
77  controlActualCount   pic 9(9) usage is computational value 0.
77  controlHashMagnitude pic 9(9) usage is computational value 0.
77  controlExpectedHash  pic 9(9) usage is computational value 0.

77  batchNumber pic 9(3) usage is computational value 0.
77  batchExpectedCount pic 9(9) usage is computational value 0.
77  batchActualCount pic 9(9) usage is computational value 0.
77  batchHashAccum pic S9(10) usage is computational value 0.
77  batchHashMagnitude pic 9(9) usage is computational value 0.
77  batchExpectedHash pic 9(9) usage is computational value 0.

*> The trailer's hash field only carries nine digits - reduced by an
*> explicit divide, the same as primesTwo's closeOutBatch.

77  batchHashWork pic S9(10) usage is computational value 0.
77  batchHashQuotient pic S9(10) usage is computational value 0.
77  batchTrailerSeenSwitch pic 9 value 0.
    88 batchTrailerSeen value 1.
    88 batchTrailerNotSeen value 0.
77  batchStateSwitch pic 9 value 1.
    88 expectingHeader value 1.
    88 batchIsOpen value 0.

77  controlMismatchSeverity pic 9(2) usage is computational value 0.
77  controlMismatchCode pic X(8) value SPACES.

*> Per partition: its key range, its record count, the signed hash of
*> its 'D' values for its own trailer (accumulated the way primesEdt
*> and primesTwo accumulate it), and the unsigned sum of every
*> numeric value in it, which is what its extract trailer will come
*> back carrying - primesMrg holds the partitions to both.

01  partitionTable.
    02 partitionEntry occurs 4 times.
        03 partLowKey pic X(9).
        03 partHighKey pic X(9).
        03 partCount pic 9(9) usage is computational.
        03 partHashAccum pic S9(10) usage is computational.
        03 partExtractAccum pic S9(10) usage is computational.
        03 partFileSwitch pic 9.
            88 partFileGood value 0.
            88 partFileFailed value 1.

*> Names the partition's DD on the console when it will not open or
*> take a record.

01  partitionDdName.
    02 filler pic X(4) value 'PART'.
    02 partitionDdNumber pic 9(2) value 0.

77  partHashMagnitude pic 9(9) usage is computational value 0.
77  partExtractMagnitude pic 9(9) usage is computational value 0.
77  hashWork pic S9(10) usage is computational value 0.
77  hashQuotient pic S9(10) usage is computational value 0.

77  runSeverity pic 9(2) usage is computational value 0.
77  severityCandidate pic 9(2) usage is computational value 0.

77  exceptionOpenSwitch pic 9 value 0.
    88 exceptionFileOpen value 1.
    88 exceptionFileNotOpen value 0.

77  excpStageSeverity pic 9(2) usage is computational value 0.
77  excpStageCode pic X(8) value SPACES.
77  excpStageText pic X(40) value SPACES.
77  excpStageCount pic 9(9) value 0.

*> Duplicate-run guard state - see checkDuplicateListRun.

77  duplicateRunSwitch pic 9 value 0.
    88 duplicateRunFound value 1.
    88 duplicateRunNotFound value 0.
77  rerunOverrideSwitch pic 9 value 0.
    88 rerunOverrideSupplied value 1.
    88 rerunOverrideNotSupplied value 0.
77  auditScanDone pic 9 value 0.
77  auditScanToday pic X(8) value SPACES.

*> What the processing calendar - or, for a date it does not carry,
*> the weekday rule - says tonight is.

77  calendarStatus pic X(2) value SPACES.
77  processingDayType pic X value SPACE.
    88 processingIsBusinessDay value 'B'.
    88 processingIsHoliday value 'H'.
    88 processingIsNonBusiness value 'N'.

*> Day-number conversion for the weekday rule - the same shifted-
*> calendar arithmetic as primesAud; the day number modulo 7 lands on
*> 0 for Sunday through 6 for Saturday.

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

01  splParmRecord.
    02 splParmPartitions pic X(2).
    02 filler pic X(78).

01  splParmNumeric redefines splParmRecord.
    02 splParmPartitionCount pic 9(2).
    02 filler pic X(78).

01  overrideCard.
    02 overrideWord pic X(8).
        88 overrideIsRerun value 'RERUN   '.
    02 filler pic X(72).

*> Operator authorization - same AUTHFILE layout and the same lookup
*> as primesMnt; only the RERUNOK flag matters here. A refused
*> override leaves the duplicate blocked, as if no card had been
*> supplied, and raises the run to 24.

77  authorityStatus pic X(2) value SPACES.
77  securityLogStatus pic X(2) value SPACES.
77  securityWriteStatus pic X(2) value SPACES.
77  authorityEofSwitch pic 9 value 0.

77  authorityFoundSwitch pic 9 value 0.
    88 authorityFound value 1.
    88 authorityNotFound value 0.
77  functionGrantedSwitch pic 9 value 0.
    88 functionGranted value 1.
    88 functionRefused value 0.
77  rerunRefusedSwitch pic 9 value 0.
    88 rerunOverrideRefused value 1.
    88 rerunOverrideNotRefused value 0.

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

01  rerunTarget.
    02 filler pic X(5) value 'LIST '.
    02 rerunTargetDate pic 9(8).
    02 filler pic X(3) value SPACES.

01  auditScanImage.
    02 auditScanTag pic X(10).
        88 auditScanIsRun value 'RUN DATE: '.
    02 auditScanDate pic X(8).
    02 filler pic X(67).
    02 auditScanMode pic X(4).
    02 filler pic X(71).

01  runInfoRecord.
    02 runInfoJobId pic X(8).
    02 runInfoOperator pic X(20).
    02 filler pic X(52).

*> The audit line as primesTwo lays it down. The split only writes one
*> when it blocks a duplicate submission - the completed night's LIST
*> line is primesMrg's to write, once the partitions are back
*> together.

01  auditLogMsg.
    02 filler pic X(10) value 'RUN DATE: '.
    02 auditDateDisplay pic 9(8) value 0.
    02 filler pic X(7) value ' TIME: '.
    02 auditTimeDisplay pic 9(8) value 0.
    02 filler pic X(6) value ' JOB: '.
    02 auditJobIdDisplay pic X(8) value SPACES.
    02 filler pic X(11) value ' OPERATOR: '.
    02 auditOperatorDisplay pic X(20) value SPACES.
    02 filler pic X(7) value ' MODE: '.
    02 auditModeDisplay pic X(4) value SPACES.
    02 filler pic X(7) value ' READ: '.
    02 auditReadDisplay pic Z(8)9.
    02 filler pic X(7) value ' PASS: '.
    02 auditPassDisplay pic Z(8)9.
    02 filler pic X(7) value ' FAIL: '.
    02 auditFailDisplay pic Z(8)9.
    02 filler pic X(8) value ' ERROR: '.
    02 auditErrorDisplay pic Z(8)9.

01  inCard.
    02 inRecordType pic X.
        88 inRecIsHeader value 'H'.
        88 inRecIsData value 'D'.
        88 inRecIsTrailer value 'T'.
    02 numInput pic 9(9).
    02 filler pic X(70).

01  inCardSigned redefines inCard.
    02 filler pic X.
    02 numInputSigned pic S9(9).
    02 filler pic X(70).

01  inCardControl redefines inCard.
    02 filler pic X.
    02 controlValue pic 9(9).
    02 filler pic X(70).

01  splitCard.
    02 splitRecordType pic X.
    02 splitNumberText pic X(9).
    02 filler pic X(70).

01  splitCardSigned redefines splitCard.
    02 filler pic X.
    02 splitNumberSigned pic S9(9).
    02 filler pic X(70).

01  controlCard.
    02 controlRecordType pic X.
    02 controlNumber pic 9(9).
    02 filler pic X(70).

01  splitTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(26) value 'PRIMES LIST RUN PARTITIONS'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  controlMismatchMsg.
    02 filler pic X value SPACE.
    02 filler pic X(28) value '*** PRIMES.DAT CONTROL ERROR'.
    02 filler pic X(3) value ' - '.
    02 controlMismatchText pic X(40).
    02 filler pic X(7) value ' BATCH '.
    02 controlMismatchBatch pic Z(2)9.

01  batchControlHeading.
    02 filler pic X value SPACE.
    02 filler pic X(6) value 'BATCH '.
    02 batchHeadingNumber pic Z(2)9.
    02 filler pic X(16) value ' CONTROL RESULTS'.

01  summaryControlCountMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'HEADER  COUNT EXPECTED: '.
    02 summaryControlExpectedCount pic Z(8)9.
    02 filler pic X(10) value '  ACTUAL: '.
    02 summaryControlActualCount pic Z(8)9.

01  summaryControlHashMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'TRAILER HASH EXPECTED : '.
    02 summaryControlExpectedHash pic Z(8)9.
    02 filler pic X(10) value '  ACTUAL: '.
    02 summaryControlActualHash pic Z(8)9.

01  partitionHeading.
    02 filler pic X value SPACE.
    02 filler pic X(30) value 'PART LOW KEY    HIGH KEY      '.
    02 filler pic X(21) value 'RECORDS  TRAILER HASH'.

01  partitionLineMsg.
    02 filler pic X(3) value SPACES.
    02 partLineNumber pic 99.
    02 filler pic X value SPACE.
    02 partLineLow pic X(9).
    02 filler pic X(2) value SPACES.
    02 partLineHigh pic X(9).
    02 filler pic X(3) value SPACES.
    02 partLineCount pic Z(8)9.
    02 filler pic X(5) value SPACES.
    02 partLineHash pic Z(8)9.

01  splitSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'SPLIT SUMMARY TOTALS'.

01  splitRecordsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DATA RECORDS SPLIT   : '.
    02 splitRecordsCount pic Z(8)9.

01  splitBatchesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BATCHES PROCESSED    : '.
    02 splitBatchesCount pic Z(8)9.

01  splitPartitionsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PARTITIONS WRITTEN   : '.
    02 splitPartitionsCount pic Z(8)9.

01  splitQuotaMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECORDS PER PARTITION: '.
    02 splitQuotaCount pic Z(8)9.

01  splitSeverityMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SPLIT CONDITION CODE : '.
    02 splitSeverityDisplay pic Z(8)9.

procedure division.

    perform loadRunInfo.

*> The split's date is the night's date - it rides on every SPLCTL
*> record, and primesMrg logs the completed run under it however late
*> the last partition finishes.

    accept splitRunDate from date YYYYMMDD.

    perform loadSplitParm.

    perform loadOverrideCard.
    perform checkDuplicateListRun.

*> As in primesTwo: the card is only used when there is a duplicate
*> for it to override, and a refused override takes the card back.

    if duplicateRunFound and rerunOverrideSupplied then
        perform checkRerunAuthority
    end-if.

    if duplicateRunFound and rerunOverrideNotSupplied then
        perform blockDuplicateSplit
    else
        if processingIsHoliday or processingIsNonBusiness then
            perform flagNonBusinessDay
        end-if
        perform executeSplit
    end-if.

    perform closeExceptionFile.

    move runSeverity to return-code.

stop run.

loadRunInfo.

*> RUNINFO is an optional DD - the job id and operator it carries go
*> on exception records and on a blocked run's audit line.

    open input runInfoFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if runInfoStatus = '00' or runInfoStatus = '05' then

        if runInfoStatus = '00' then

            read runInfoFile into runInfoRecord

            if runInfoStatus = '00' then
                move runInfoJobId to splitJobId
                move runInfoJobId to auditJobIdDisplay
                move runInfoOperator to auditOperatorDisplay
            end-if

        end-if

        close runInfoFile

    end-if.

loadSplitParm.

*> SPLPARM is an optional one-card DD with the partition count in
*> columns 1-2. A count that is not numeric, or is anything but the
*> four the JCL is built for, is reported and the four-way cut stands.

    open input splParmFile.

    if splParmStatus = '00' or splParmStatus = '05' then

        if splParmStatus = '00' then

            read splParmFile into splParmRecord

            if splParmStatus = '00' then

                if splParmPartitions is numeric
                        and splParmPartitionCount = partitionMax then
                    move splParmPartitionCount to partitionsWanted
                else
                    display 'PRIMESSPL - SPLPARM PARTITION COUNT '
                        splParmPartitions ' NOT 04, CUTTING '
                        partitionsWanted ' WAYS'
                end-if

            end-if

        end-if

        close splParmFile

    end-if.

loadOverrideCard.

*> RERUNOK is an optional one-card DD - 'RERUN' in columns 1-8 is
*> the explicit authorization; anything else is ignored, so a stray
*> leftover card cannot quietly disarm the guard.

    open input overrideFile.

    if overrideStatus = '00' or overrideStatus = '05' then

        if overrideStatus = '00' then

            read overrideFile into overrideCard

            if overrideStatus = '00' and overrideIsRerun then
                move 1 to rerunOverrideSwitch
                display 'PRIMESSPL RERUN OVERRIDE CARD SUPPLIED - '
                    'OPERATOR CHECKED IF A RERUN IS FOUND'
            end-if

        end-if

        close overrideFile

    end-if.

checkRerunAuthority.

*> Looks the RUNINFO operator up on AUTHFILE and decides the RERUNOK
*> flag. No operator, no table, an operator not on it, or a decision
*> that cannot be put on SECLOG, and the override is refused.

    move 0 to authorityFoundSwitch.
    move 0 to functionGrantedSwitch.
    move spaces to authorityRecord.

    if auditOperatorDisplay = spaces then

        move 'NO OPERATOR ON RUNINFO' to refusalReason

    else

        open input authorityFile

        if authorityStatus = '00' then

            move 0 to authorityEofSwitch
            perform readAuthorityRecord
            perform matchAuthorityRecord
                until authorityEofSwitch = 1 or authorityFound

            close authorityFile

            if authorityNotFound then
                move 'OPERATOR NOT ON AUTHFILE' to refusalReason
            else
                if authRerunGranted then
                    move 1 to functionGrantedSwitch
                else
                    move 'FUNCTION NOT GRANTED' to refusalReason
                end-if
            end-if

        else

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

            if authorityStatus = '05' then
                close authorityFile
            end-if

            move 'AUTHFILE NOT AVAILABLE' to refusalReason

        end-if

    end-if.

    perform writeSecurityLogRecord.

    if functionRefused then
        move 1 to rerunRefusedSwitch
        move 0 to rerunOverrideSwitch
        display 'PRIMESSPL RERUN OVERRIDE REFUSED FOR OPERATOR '
            auditOperatorDisplay ' - ' refusalReason
    else
        display 'PRIMESSPL RERUN OVERRIDE GRANTED TO OPERATOR '
            auditOperatorDisplay
    end-if.

matchAuthorityRecord.

    if authOperator = auditOperatorDisplay then
        move 1 to authorityFoundSwitch
    else
        perform readAuthorityRecord
    end-if.

readAuthorityRecord.

    read authorityFile into authorityRecord
        at end move 1 to authorityEofSwitch
    end-read.

    if authorityStatus not = '00' then
        move 1 to authorityEofSwitch
    end-if.

writeSecurityLogRecord.

*> SECLOG is appended to, never rewritten - status 05 is the optional
*> file not there yet, which OPEN EXTEND creates in place. A grant
*> that does not reach the log is taken back.

    move spaces to securityLogRecord.
    accept secDate from date YYYYMMDD.
    accept secTime from time.
    move auditJobIdDisplay to secJobId.
    move 'PRIMESSPL' to secProgram.
    move auditOperatorDisplay to secOperator.
    move 'RERUN' to secFunction.
    move splitRunDate to rerunTargetDate.
    move rerunTarget to secTarget.

    if functionGranted then
        move 'G' to secOutcome
    else
        move 'R' to secOutcome
        move refusalReason to secReason
    end-if.

    open extend securityLogFile.

    if securityLogStatus = '00' or securityLogStatus = '05' then
        write securityLogRecord
        move securityLogStatus to securityWriteStatus
        close securityLogFile
    else
        move securityLogStatus to securityWriteStatus
    end-if.

    if securityWriteStatus not = '00' then
        display 'PRIMESSPL SECURITY LOG NOT WRITTEN, STATUS: '
            securityWriteStatus
        if functionGranted then
            move 0 to functionGrantedSwitch
            move 'SECURITY LOG NOT AVAILABLE' to refusalReason
        end-if
    end-if.

checkDuplicateListRun.

*> Scans AUDITLOG for a LIST entry already carrying today's date - the
*> line primesMrg (or a single-stream primesTwo) leaves behind once a
*> night's list run is complete. A log that will not open proves
*> nothing either way, so that case runs on.

    move 0 to duplicateRunSwitch.
    move splitRunDate to auditScanToday.

    open input auditFile.

    if auditFileStatus = '00' then

        move 0 to auditScanDone

        perform scanOneAuditLine until auditScanDone = 1

        close auditFile

    else

        if auditFileStatus = '05' then
            close auditFile
        end-if

    end-if.

    perform lookUpProcessingDay.

lookUpProcessingDay.

*> The weekday rule first, then the calendar's entry for tonight, if
*> operations has marked it. CALFILE is optional; a calendar that is
*> not there, or will not open, leaves the weekday rule standing.

    move splitRunDate to convDate.
    perform convertDateToDays.
    divide convDays by 7 giving convMonthWork remainder weekdayNumber.

    if weekdayNumber >= 1 and weekdayNumber <= 5 then
        move 'B' to processingDayType
    else
        move 'N' to processingDayType
    end-if.

    open input calendarFile.

    if calendarStatus = '00' then

        move splitRunDate to calDate

        read calendarFile
            invalid key continue
        end-read

        if calendarStatus = '00' then
            move calDayType to processingDayType
        end-if

        close calendarFile

    else

        if calendarStatus = '05' then
            close calendarFile
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

scanOneAuditLine.

    read auditFile into auditScanImage
        at end move 1 to auditScanDone
    end-read.

    if auditScanDone not = 1 then

        if auditScanIsRun
                and auditScanDate = auditScanToday
                and auditScanMode = 'LIST' then
            move 1 to duplicateRunSwitch
            move 1 to auditScanDone
        end-if

    end-if.

flagNonBusinessDay.

*> Not a reason to stop - the partitions still go out - but the
*> condition rides on SPLCTL's severity and this job's exception
*> generation into the merged night, the same warning a single-stream
*> primesTwo would have written.

    display 'PRIMES2 LIST RUN ' splitRunDate
        ' SUBMITTED ON A NON-BUSINESS DAY'.

    move 4 to severityCandidate.
    perform raiseRunSeverity.

    move 'NONBUSDY' to excpStageCode.
    move 'LIST RUN SUBMITTED ON NON-BUSINESS DAY' to excpStageText.
    move 0 to excpStageCount.
    move 4 to excpStageSeverity.
    perform writeExceptionRecord.

blockDuplicateSplit.

*> Nothing is split and nothing is written for the partition jobs -
*> just the console message, the exception record, the 'DUP ' audit
*> line, and the condition code the scheduler holds the partition
*> jobs on.

    display 'PRIMES2 LIST RUN ALREADY COMPLETED ' splitRunDate
        ' - SPLIT BLOCKED, SUPPLY RERUNOK CARD TO RERUN'.

    move 20 to severityCandidate.
    perform raiseRunSeverity.

    move 'DUPLIST ' to excpStageCode.
    move 'LIST RUN ALREADY COMPLETED THIS DATE' to excpStageText.
    move 0 to excpStageCount.
    move 20 to excpStageSeverity.
    perform writeExceptionRecord.

    if rerunOverrideRefused then
        move 24 to severityCandidate
        perform raiseRunSeverity
        move 'RERUNREF' to excpStageCode
        move 'RERUNOK OVERRIDE REFUSED FOR OPERATOR'
            to excpStageText
        move 0 to excpStageCount
        move 24 to excpStageSeverity
        perform writeExceptionRecord
    end-if.

    perform writeAuditLogEntry.

writeAuditLogEntry.

*> The blocked attempt goes on the log under its own 'DUP ' mode, the
*> same line primesTwo writes for one, so primesAud counts it the
*> same way.

    accept auditDateDisplay from date YYYYMMDD.
    accept auditTimeDisplay from time.

    move 'DUP ' to auditModeDisplay.
    move 0 to auditReadDisplay.
    move 0 to auditPassDisplay.
    move 0 to auditFailDisplay.
    move 0 to auditErrorDisplay.

    open extend auditFile.

    if auditFileStatus = '00' or auditFileStatus = '05' then
        write auditWriteLine from auditLogMsg
        close auditFile
    else
        display 'AUDITLOG COULD NOT BE OPENED - RUN NOT LOGGED, STATUS: '
            auditFileStatus
    end-if.

executeSplit.

    open output splitListFile.
    open output splitControlFile.

    write splitWriteLine from splitTitleLine after advancing 0 lines.
    write splitWriteLine from underScores after advancing 1 line.

    move 0 to partitionIndex.
    perform clearOnePartition partitionMax times.

*> The input procedure verifies the original deck's batch controls and
*> releases every data-slot record; the output procedure takes them
*> back in key order and settles the cut points. WITH DUPLICATES IN
*> ORDER keeps cards with the same key in deck order, so an edited
*> deck - already in key order - comes back exactly as it went in.

    sort sortFile on ascending key sortNumberText
        with duplicates in order
        input procedure is splitInputDeck
        output procedure is collectSortedDeck.

*> A deck with no data records at all is the same condition it would
*> be on a single-stream night. The partitions are still written -
*> empty, but each with its H/T - so the partition jobs and the merge
*> run through and the night's artifacts still exist to look at.

    if controlActualCount = 0 then
        move 16 to severityCandidate
        perform raiseRunSeverity
        move 'EMPTYIN ' to excpStageCode
        move 'INPUT FILE EMPTY - NO DATA RECORDS' to excpStageText
        move 0 to excpStageCount
        move 16 to excpStageSeverity
        perform writeExceptionRecord
    end-if.

    perform writePartitionFiles.

    perform writeSplitSummary.

    close splitControlFile.
    close splitListFile.

clearOnePartition.

    add 1 to partitionIndex.
    move spaces to partLowKey (partitionIndex).
    move spaces to partHighKey (partitionIndex).
    move 0 to partCount (partitionIndex).
    move 0 to partHashAccum (partitionIndex).
    move 0 to partExtractAccum (partitionIndex).
    move 0 to partFileSwitch (partitionIndex).

splitInputDeck.

    open input inputFile.

    move 0 to eofSwitch.

    read inputFile into inCard at end move 1 to eofSwitch.

    perform splitOneRecord until eofSwitch = 1.

*> A batch still open at end of file never saw its trailer - closed
*> out here exactly as primesTwo's verifyControlTotals closes it.

    if batchIsOpen then
        move 0 to batchTrailerSeenSwitch
        move 0 to batchExpectedHash
        perform closeOutBatch
    end-if.

    close inputFile.

splitOneRecord.

*> primesTwo's classifyInputRecord, record for record: a 'T' closes
*> and verifies the batch it ends, an 'H' where a header is expected
*> opens the next one, and anything else is a data-slot record - an
*> 'H' mid-batch included - released to the sort to go to whichever
*> partition its key falls in.

    if inRecIsTrailer then

        if expectingHeader then
            perform startImplicitBatch
        end-if

        move controlValue to batchExpectedHash
        move 1 to batchTrailerSeenSwitch
        perform closeOutBatch

    else

        if expectingHeader and inRecIsHeader then

            perform startNextBatch

        else

            if expectingHeader then
                perform startImplicitBatch
            end-if

            add 1 to controlActualCount
            add 1 to batchActualCount

            if inRecIsData and numInputSigned is numeric then
                compute batchHashAccum = batchHashAccum + numInputSigned
            end-if

            release sortCard from inCard

        end-if

    end-if.

    read inputFile into inCard at end move 1 to eofSwitch.

startNextBatch.

    add 1 to batchNumber.
    move controlValue to batchExpectedCount.
    add controlValue to controlExpectedCount.
    move 0 to batchActualCount.
    move 0 to batchHashAccum.
    move 0 to batchTrailerSeenSwitch.
    move 0 to batchStateSwitch.

startImplicitBatch.

*> A data record (or a stray trailer) where a header was expected -
*> the batch is opened anyway with an expected count of zero and the
*> missing header flagged, as primesTwo does.

    add 1 to batchNumber.
    move 0 to batchExpectedCount.
    move 0 to batchActualCount.
    move 0 to batchHashAccum.
    move 0 to batchTrailerSeenSwitch.
    move 0 to batchStateSwitch.

    move 'HEADER RECORD MISSING' to controlMismatchText.
    move 12 to controlMismatchSeverity.
    move 'NOHEADER' to controlMismatchCode.
    perform flagControlMismatch.

closeOutBatch.

*> Verifies the batch just ended against its own controls, lists its
*> control results, and puts them on SPLCTL as a 'B' record - the
*> block primesMrg prints on the night's report where primesTwo would
*> have printed it.

    if batchHashAccum < 0 then
        compute batchHashWork = batchHashAccum * -1
    else
        move batchHashAccum to batchHashWork
    end-if.

    divide batchHashWork by 1000000000
        giving batchHashQuotient remainder batchHashMagnitude.

    move batchNumber to batchHeadingNumber.
    write splitWriteLine from underScores after advancing 1 line.
    write splitWriteLine from batchControlHeading after advancing 1 line.

    move batchExpectedCount to summaryControlExpectedCount.
    move batchActualCount to summaryControlActualCount.
    write splitWriteLine from summaryControlCountMsg
        after advancing 1 line.

    move batchExpectedHash to summaryControlExpectedHash.
    move batchHashMagnitude to summaryControlActualHash.
    write splitWriteLine from summaryControlHashMsg
        after advancing 1 line.

    move spaces to splitControlRecord.
    move 'B' to splRecordType.
    move splitRunDate to splRunDate.
    move batchNumber to splSequence.
    move batchExpectedCount to splExpectedCount.
    move batchActualCount to splActualCount.
    move batchExpectedHash to splExpectedHash.
    move batchHashMagnitude to splActualHash.
    move 0 to splExtractHash.
    move 0 to splBatchCount.
    move 0 to splSeverity.
    write splitControlRecord.

    if batchTrailerNotSeen then
        move 'TRAILER RECORD MISSING' to controlMismatchText
        move 12 to controlMismatchSeverity
        move 'NOTRAILR' to controlMismatchCode
        perform flagControlMismatch
    end-if.

    if batchActualCount not = batchExpectedCount then
        move 'RECORD COUNT MISMATCH' to controlMismatchText
        move 8 to controlMismatchSeverity
        move 'COUNTERR' to controlMismatchCode
        perform flagControlMismatch
    end-if.

    if batchTrailerSeen and batchHashMagnitude not = batchExpectedHash then
        move 'HASH TOTAL MISMATCH' to controlMismatchText
        move 8 to controlMismatchSeverity
        move 'HASHERR ' to controlMismatchCode
        perform flagControlMismatch
    end-if.

    add batchExpectedHash to controlExpectedHash.
    add batchHashMagnitude to controlHashMagnitude.
    move 1 to batchStateSwitch.

flagControlMismatch.

*> The same console message, exception record, and severity primesTwo
*> raises for a control failure, with the line itself on the split
*> listing and an 'M' record on SPLCTL so primesMrg can put it on the
*> night's PRIMESREJECT where data entry looks for it.

    move batchNumber to controlMismatchBatch.
    display 'PRIMES.DAT CONTROL CHECK FAILED - ' controlMismatchText
        ' BATCH ' batchNumber.
    write splitWriteLine from controlMismatchMsg after advancing 1 line.

    move controlMismatchSeverity to severityCandidate.
    perform raiseRunSeverity.

    move controlMismatchCode to excpStageCode.
    move controlMismatchText to excpStageText.
    move batchNumber to excpStageCount.
    move controlMismatchSeverity to excpStageSeverity.
    perform writeExceptionRecord.

    move spaces to splitControlRecord.
    move 'M' to splRecordType.
    move splitRunDate to splRunDate.
    move batchNumber to splSequence.
    move controlMismatchCode to splMismatchCode.
    move controlMismatchText to splMismatchText.
    move controlMismatchSeverity to splMismatchSeverity.
    write splitControlRecord.

collectSortedDeck.

*> Each partition is filled to its share of the deck before the next
*> one starts, but never cut between two cards with the same key; the
*> last partition takes whatever is left. The survivors go to the
*> work file in key order for writePartitionFiles to deal out once
*> every partition's count is known.

    compute partitionQuota
        = (controlActualCount + partitionsWanted - 1) / partitionsWanted.

    move 0 to currentPartition.
    move spaces to previousNumberText.

    open output workFile.

    move 0 to eofSwitch.

    return sortFile into splitCard at end move 1 to eofSwitch.

    perform collectSortedCard until eofSwitch = 1.

    close workFile.

collectSortedCard.

    if currentPartition = 0 then
        move 1 to currentPartition
    else
        if partCount (currentPartition) >= partitionQuota
                and currentPartition < partitionsWanted
                and splitNumberText not = previousNumberText then
            add 1 to currentPartition
        end-if
    end-if.

    if partCount (currentPartition) = 0 then
        move splitNumberText to partLowKey (currentPartition)
    end-if.

    move splitNumberText to partHighKey (currentPartition).
    add 1 to partCount (currentPartition).

*> The trailer hash takes 'D' values signed, exactly as primesTwo's
*> validateInput will on the partition; the extract hash takes the
*> magnitude of any numeric value, exactly as writeExtractDetail and
*> writeExtractError will put it on the partition's extract.

    if splitNumberSigned is numeric then

        if splitRecordType = 'D' then
            compute partHashAccum (currentPartition)
                = partHashAccum (currentPartition) + splitNumberSigned
        end-if

        if splitNumberSigned < 0 then
            compute partExtractAccum (currentPartition)
                = partExtractAccum (currentPartition)
                - splitNumberSigned
        else
            compute partExtractAccum (currentPartition)
                = partExtractAccum (currentPartition)
                + splitNumberSigned
        end-if

    end-if.

    move splitNumberText to previousNumberText.

    write workFileRecord from splitCard.

    return sortFile into splitCard at end move 1 to eofSwitch.

writePartitionFiles.

*> Every partition gets its 'H' header first - the counts are settled
*> - then the work file is dealt out in key order, each partition
*> taking its count before the next starts, and every partition is
*> closed off with its 'T' trailer. A partition the deck was too
*> short to reach still goes out as an empty H/T pair, so its job
*> runs clean rather than finding nothing there.

    perform openPartitionFiles.

    move 0 to partitionIndex.
    perform writePartitionHeader partitionsWanted times.

    move 1 to currentPartition.
    move 0 to partitionWritten.

    open input workFile.

    move 0 to eofSwitch.

    read workFile into splitCard at end move 1 to eofSwitch.

    perform dealOneRecord until eofSwitch = 1.

    close workFile.

    write splitWriteLine from underScores after advancing 1 line.
    write splitWriteLine from partitionHeading after advancing 1 line.

    move 0 to partitionIndex.
    perform closeOnePartition partitionsWanted times.

    perform closePartitionFiles.

writePartitionHeader.

    add 1 to partitionIndex.

    move spaces to controlCard.
    move 'H' to controlRecordType.
    move partCount (partitionIndex) to controlNumber.
    perform writePartitionRecord.

dealOneRecord.

    if partitionWritten >= partCount (currentPartition)
            and currentPartition < partitionsWanted then
        add 1 to currentPartition
        move 0 to partitionWritten
    end-if.

    move currentPartition to partitionIndex.
    move splitCard to controlCard.
    perform writePartitionRecord.
    add 1 to partitionWritten.

    read workFile into splitCard at end move 1 to eofSwitch.

closeOnePartition.

*> The trailer hash reduced to nine digits the way closeOutBatch
*> reduces it, the partition's line on the listing, and its 'R'
*> record on SPLCTL.

    add 1 to partitionIndex.

    if partHashAccum (partitionIndex) < 0 then
        compute hashWork = partHashAccum (partitionIndex) * -1
    else
        move partHashAccum (partitionIndex) to hashWork
    end-if.

    divide hashWork by 1000000000
        giving hashQuotient remainder partHashMagnitude.

    move partExtractAccum (partitionIndex) to hashWork.

    divide hashWork by 1000000000
        giving hashQuotient remainder partExtractMagnitude.

    move spaces to controlCard.
    move 'T' to controlRecordType.
    move partHashMagnitude to controlNumber.
    perform writePartitionRecord.

    move partitionIndex to partLineNumber.
    move partLowKey (partitionIndex) to partLineLow.
    move partHighKey (partitionIndex) to partLineHigh.
    move partCount (partitionIndex) to partLineCount.
    move partHashMagnitude to partLineHash.
    write splitWriteLine from partitionLineMsg after advancing 1 line.

    move spaces to splitControlRecord.
    move 'R' to splRecordType.
    move splitRunDate to splRunDate.
    move partitionIndex to splSequence.
    move partCount (partitionIndex) to splExpectedCount.
    move partCount (partitionIndex) to splActualCount.
    move partHashMagnitude to splExpectedHash.
    move partHashMagnitude to splActualHash.
    move partLowKey (partitionIndex) to splLowKey.
    move partHighKey (partitionIndex) to splHighKey.
    move partExtractMagnitude to splExtractHash.
    move 0 to splBatchCount.
    move 0 to splSeverity.
    write splitControlRecord.

writePartitionRecord.

*> controlCard holds the record; partitionIndex says which DD.

    if partitionIndex = 1 then
        write partitionRecord1 from controlCard
    end-if.

    if partitionIndex = 2 then
        write partitionRecord2 from controlCard
    end-if.

    if partitionIndex = 3 then
        write partitionRecord3 from controlCard
    end-if.

    if partitionIndex = 4 then
        write partitionRecord4 from controlCard
    end-if.

    perform checkPartitionStatus.

openPartitionFiles.

    move 1 to partitionIndex.
    open output partitionFile1.
    perform checkPartitionStatus.

    move 2 to partitionIndex.
    open output partitionFile2.
    perform checkPartitionStatus.

    move 3 to partitionIndex.
    open output partitionFile3.
    perform checkPartitionStatus.

    move 4 to partitionIndex.
    open output partitionFile4.
    perform checkPartitionStatus.

closePartitionFiles.

    close partitionFile1.
    close partitionFile2.
    close partitionFile3.
    close partitionFile4.

checkPartitionStatus.

*> A partition that will not open or will not take a record is not
*> the deck SPLCTL says it was given, so the split ends 16 with a
*> PARTERR exception, and primesMrg, holding that partition's extract
*> to SPLCTL, refuses the night until the split is rerun. Only the
*> partition's first failure is reported; what follows fails alike.

    if partitionStatus not = '00'
            and partFileGood (partitionIndex) then

        move 1 to partFileSwitch (partitionIndex)
        move partitionIndex to partitionDdNumber

        display 'PRIMESSPL - ' partitionDdName ' NOT WRITTEN, STATUS: '
            partitionStatus

        move 16 to severityCandidate
        perform raiseRunSeverity

        move 'PARTERR ' to excpStageCode
        move 'PARTITION NOT WRITTEN - NUMBER IN COUNT' to excpStageText
        move partitionIndex to excpStageCount
        move 16 to excpStageSeverity
        perform writeExceptionRecord

    end-if.

writeSplitSummary.

*> The closing 'S' record carries what primesMrg needs for the night's
*> combined summary - batch count and the combined header/trailer
*> controls - plus how many partitions to expect back and the worst
*> condition the split met, which the merged run ends no better than.

    move spaces to splitControlRecord.
    move 'S' to splRecordType.
    move splitRunDate to splRunDate.
    move partitionsWanted to splSequence.
    move controlExpectedCount to splExpectedCount.
    move controlActualCount to splActualCount.
    move controlExpectedHash to splExpectedHash.
    move controlHashMagnitude to splActualHash.
    move 0 to splExtractHash.
    move batchNumber to splBatchCount.
    move runSeverity to splSeverity.
    write splitControlRecord.

    write splitWriteLine from underScores after advancing 1 line.
    write splitWriteLine from splitSummaryHeading after advancing 1 line.

    move controlActualCount to splitRecordsCount.
    write splitWriteLine from splitRecordsMsg after advancing 1 line.

    move batchNumber to splitBatchesCount.
    write splitWriteLine from splitBatchesMsg after advancing 1 line.

    move controlExpectedCount to summaryControlExpectedCount.
    move controlActualCount to summaryControlActualCount.
    write splitWriteLine from summaryControlCountMsg
        after advancing 1 line.

    move controlExpectedHash to summaryControlExpectedHash.
    move controlHashMagnitude to summaryControlActualHash.
    write splitWriteLine from summaryControlHashMsg
        after advancing 1 line.

    move partitionsWanted to splitPartitionsCount.
    write splitWriteLine from splitPartitionsMsg after advancing 1 line.

    move partitionQuota to splitQuotaCount.
    write splitWriteLine from splitQuotaMsg after advancing 1 line.

    move runSeverity to splitSeverityDisplay.
    write splitWriteLine from splitSeverityMsg after advancing 1 line.

raiseRunSeverity.

    if severityCandidate > runSeverity then
        move severityCandidate to runSeverity
    end-if.

writeExceptionRecord.

*> Opened the first time something goes wrong, so a clean split leaves
*> its exception generation empty, as primesTwo's does.

    if exceptionFileNotOpen then

        open output exceptionFile

        if exceptionStatus = '00' or exceptionStatus = '05' then
            move 1 to exceptionOpenSwitch
        else
            display 'EXCEPTION FILE NOT AVAILABLE - CONDITION NOT '
                'RECORDED, STATUS: ' exceptionStatus
        end-if

    end-if.

    if exceptionFileOpen then

        move spaces to exceptionRecord
        move splitRunDate to excpDate
        accept excpTime from time
        move splitJobId to excpJobId
        move excpStageSeverity to excpSeverity
        move excpStageCode to excpConditionCode
        move excpStageText to excpText
        move excpStageCount to excpCount
        write exceptionRecord

    end-if.

closeExceptionFile.

    if exceptionFileOpen then
        close exceptionFile
    end-if.
