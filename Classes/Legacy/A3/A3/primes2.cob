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

*> One optional card marking this execution as one partition of a
*> partitioned night - the partition number in columns 1-2. primesSpl
*> has already run the duplicate-run guard and checked the whole deck
*> for emptiness, and primesMrg writes the night's one LIST line on
*> AUDITLOG once every partition is back, so a partition run leaves
*> all three to them - see the PRIMESP1-4 JCL job streams. Without the
*> card this is the ordinary single-stream list run.

select optional partitionParmFile assign to PARTPARM
    organization is line sequential
    file status is partitionParmStatus.

*> The shop processing calendar (see primesCal). checkDuplicateListRun
*> looks tonight's date up on it while it is vetting the submission, and
*> a list run submitted on a holiday or other non-business day is
*> written up as a NONBUSDY warning - it still runs. Optional: without
*> the DD the weekday rule decides, Monday to Friday.

select optional calendarFile assign to CALFILE
    organization is indexed
    access is random
    record key is calDate
    file status is calendarStatus.

*> Keyed master of every number ever tested, so a number that came
*> through on an earlier day is answered from its stored verdict
*> instead of being ground through the full divisor search again -
*> a job without the EXTFILE DD still runs the report exactly as
*> before.

*> Before/after journal of every change this run makes to the master
*> - see writeJournalRecord. PRIMESMST is the system of record, and the
*> journal is what primesRcv rolls forward from the last IDCAMS backup
*> to rebuild it, so a master that cannot be journaled is not updated
*> at all: openMasterFile gives the master up and the run computes
*> every answer instead. Appended to, never rewritten - DISP=MOD.

select optional journalFile assign to JRNFILE
    organization is line sequential
    file status is journalStatus.

select optional extractFile assign to EXTFILE
    organization is line sequential
    file status is extractStatus.

*> Prime-properties extract for the analytics team: one fixed-field
*> record per number the list run confirms prime, flagging which of
*> the families they used to work out by hand it belongs to - see
*> classifyPrime. Same H/D/T shape and the same restart handling as
*> the results extract; optional, so a job without the PRPFILE DD
*> still classifies and prints the family counts, just with no feed.

select optional propertyFile assign to PRPFILE
    organization is line sequential
    file status is propertyStatus.

*> Structured exception feed for operations: one record per abnormal
*> condition the run met (rejects present, a control-total mismatch,
*> header/trailer missing, empty input, rejected range requests), so

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

fd partitionParmFile.

01 partitionParmFileRecord pic X(80).

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

fd masterFile.

*> masterFactorKey is what the PRIMESMST factor alternate index is
*> built over - smallest factor, then the number itself, so every
*> record carries a distinct value and a prime (stored with a zero
*> smallest factor) sorts ahead of every composite. insertMasterRecord
*> sets it; VSAM keeps the index in step through its upgrade set.

01 masterRecord.
    02 masterNumber pic 9(9).
    02 masterVerdict pic X.
    02 masterLastDate pic 9(8).
    02 masterSmallFactor pic 9(9).
    02 masterFactorCount pic 9(3).
    02 masterFactorKey.
        03 masterKeyFactor pic 9(9).
        03 masterKeyNumber pic 9(9).

fd journalFile.

*> One record per change to PRIMESMST: when, which job and program,
*> the action (A add, C change, D delete), the key, and the whole
*> record before and after - spaces for the side that did not exist.

01 journalRecord.
    02 jrnDate pic 9(8).
    02 jrnTime pic 9(8).
    02 jrnJobId pic X(8).
    02 jrnProgram pic X(10).
    02 jrnAction pic X.
        88 jrnIsAdd value 'A'.
        88 jrnIsChange value 'C'.
        88 jrnIsDelete value 'D'.
    02 jrnKey pic 9(9).
    02 jrnBeforeImage pic X(120).
    02 jrnAfterImage pic X(120).
    02 filler pic X(16).

fd extractFile.

*> (composite), or E (rejected, with the reject reason). The 'H'
*> header carries the run date; the 'T' trailer carries the record
*> count and hash total through the extractControl view below, so the
*> intake can reconcile the feed before loading it. extAnswerSource
*> says how a P/C verdict was arrived at - 'C' worked out by the
*> divisor search tonight, 'M' answered off PRIMESMST - which is what
*> the monthly chargeback bills at different rates; it is blank on an
*> 'E' record and on generations written before it was carried.

01 extractDetail.
    02 extRecordType pic X.
    02 extReasonCode pic X(20).
    02 extRunDate pic 9(8).
    02 extSourceCode pic X(3).
    02 extAnswerSource pic X.
        88 extComputedHere value 'C'.
        88 extAnsweredByMaster value 'M'.
    02 filler pic X(25).

01 extractControl redefines extractDetail.
    02 filler pic X.
    02 extControlHash pic 9(9).
    02 filler pic X(60).

fd propertyFile.

*> One record per prime: Y/N for each family - twin (p-2 or p+2 also
*> prime), Sophie Germain (2p+1 prime), safe ((p-1)/2 prime),
*> palindromic (its digits read the same both ways) and Mersenne form
*> (p+1 a power of two) - with where the prime verdict itself came
*> from, 'C' or 'M' as on the results extract. 'H' carries the run
*> date and 'T' the count and hash through propertyControl, exactly
*> as extractControl does.

01 propertyDetail.
    02 prpRecordType pic X.
    02 prpNumber pic 9(9).
    02 prpTwinFlag pic X.
    02 prpSophieFlag pic X.
    02 prpSafeFlag pic X.
    02 prpPalindromeFlag pic X.
    02 prpMersenneFlag pic X.
    02 prpAnswerSource pic X.
    02 prpRunDate pic 9(8).
    02 prpSourceCode pic X(3).
    02 filler pic X(53).

01 propertyControl redefines propertyDetail.
    02 filler pic X.
    02 prpControlCount pic 9(9).
    02 filler pic X.
    02 prpControlHash pic 9(9).
    02 filler pic X(60).

fd exceptionFile.

01 exceptionRecord.
*> trailer still covers the whole feed and not just the records
*> written since the abend. A checkpoint left by an older load of
*> this program has spaces in the extract slots - loadCheckpoint
*> tests them numeric before trusting them. The properties extract's
*> count and hash ride the same way, for the same reason.

01  checkpointRecord.
    02 ckptRecordsProcessed pic 9(9).
    02 ckptHashAccum pic S9(10).
    02 ckptExtractCount pic 9(9).
    02 ckptExtractHash pic S9(10).
    02 ckptPropertyCount pic 9(9).
    02 ckptPropertyHash pic S9(10).
    02 filler pic X(23).

*> primes.dat carries H/D/T batches: an 'H' header record (expected
*> data-record count) before the data records and a 'T' trailer record
77  masterHitCount pic 9(9) usage is computational value 0.
77  masterInsertCount pic 9(9) usage is computational value 0.
77  masterRunDate pic 9(8) value 0.

77  journalStatus pic X(2) value SPACES.
77  journalOpenSwitch pic 9 value 0.
    88 journalOpen value 1.
    88 journalNotOpen value 0.
77  journalWriteCount pic 9(9) usage is computational value 0.
77  jrnStageAction pic X value SPACE.
77  masterBeforeImage pic X(120) value SPACES.
77  resultVerdict pic X value SPACE.

*> Extract-side state: whether the EXTFILE DD opened, the running
77  extStageFactorCount pic 9(3) value 0.
77  extStageReason pic X(20) value SPACES.
77  extStageSource pic X(3) value SPACES.
77  extStageAnswer pic X value SPACE.

*> Properties-extract state, kept the way the results extract keeps
*> its own, and the family flags classifyPrime stages for
*> writePropertyDetail.

77  propertyStatus pic X(2) value SPACES.
77  propertyAvailableSwitch pic 9 value 0.
    88 propertyAvailable value 1.
    88 propertyNotAvailable value 0.
77  propertyDetailCount pic 9(9) usage is computational value 0.
77  propertyHashAccum pic S9(10) usage is computational value 0.
77  propertyHashMagnitude pic 9(9) usage is computational value 0.

77  prpStageTwin pic X value 'N'.
77  prpStageSophie pic X value 'N'.
77  prpStageSafe pic X value 'N'.
77  prpStagePalindrome pic X value 'N'.
77  prpStageMersenne pic X value 'N'.

*> Family counts for the report's family-count section. Like the
*> other report counts they cover what this execution itself
*> processed - after a restart, the properties trailer is the
*> figure that covers the whole run.

77  familyClassifiedCount pic 9(9) usage is computational value 0.
77  familyTwinCount pic 9(9) usage is computational value 0.
77  familySophieCount pic 9(9) usage is computational value 0.
77  familySafeCount pic 9(9) usage is computational value 0.
77  familyPalindromeCount pic 9(9) usage is computational value 0.
77  familyMersenneCount pic 9(9) usage is computational value 0.

*> A companion number - p-2, p+2, 2p+1, (p-1)/2 - is answered off
*> PRIMESMST when it is on file and worked out by trial division when
*> it is not. 2p+1 and p+2 can run to ten digits, past anything the
*> master can hold, so the working fields are S9(10). Companions are
*> never added to the master - only numbers someone asked about are.

77  companionNumber pic S9(10) usage is computational value 0.
77  companionDivisor pic S9(10) usage is computational value 0.
77  companionQuotient pic S9(10) usage is computational value 0.
77  companionRemainder pic S9(10) usage is computational value 0.
77  companionPrimeSwitch pic 9 value 0.
    88 companionIsPrime value 1.
    88 companionNotPrime value 0.
77  companionAnsweredSwitch pic 9 value 0.
    88 companionAnswered value 1.
    88 companionNotAnswered value 0.
77  companionMasterCount pic 9(9) usage is computational value 0.
77  companionComputedCount pic 9(9) usage is computational value 0.

77  mersenneWork pic S9(10) usage is computational value 0.
77  mersenneQuotient pic S9(10) usage is computational value 0.
77  mersenneRemainder pic S9(10) usage is computational value 0.

01  palindromeWork.
    02 palDigits pic 9(9).

01  palindromeView redefines palindromeWork.
    02 palDigit pic X occurs 9 times.

77  palLeft pic 9(2) usage is computational value 0.
77  palRight pic 9(2) usage is computational value 0.
77  palindromeSwitch pic 9 value 0.
    88 palindromeHolds value 1.
    88 palindromeBroken value 0.

*> Count of prime factors buildFactorList finds - kept counting even
*> after the printable list overflows into "...", so the extract
*> How the run ends: 0 clean, 4 rejects present (or rejected range
*> requests), 8 a control-total mismatch, 12 header or trailer
*> missing, 16 empty input, 20 a same-day LIST run already on the
*> audit log and no override card, 24 the override card refused for
*> an operator AUTHFILE does not let use it. raiseRunSeverity only
*> ever raises, so the worst condition met is what reaches the step
*> condition code.

77  runSeverity pic 9(2) usage is computational value 0.
77  severityCandidate pic 9(2) usage is computational value 0.
    02 filler pic X(24) value 'MASTER FILE INSERTS  : '.
    02 summaryMasterInsertCount pic Z(8)9.

01  summaryJournalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'JOURNAL RECORDS      : '.
    02 summaryJournalCount pic Z(8)9.

01  familyHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(19) value 'PRIME FAMILY COUNTS'.

01  familyClassifiedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PRIMES CLASSIFIED    : '.
    02 familyClassifiedDisplay pic Z(8)9.

01  familyTwinMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'TWIN PRIMES          : '.
    02 familyTwinDisplay pic Z(8)9.

01  familySophieMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SOPHIE GERMAIN PRIMES: '.
    02 familySophieDisplay pic Z(8)9.

01  familySafeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SAFE PRIMES          : '.
    02 familySafeDisplay pic Z(8)9.

01  familyPalindromeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PALINDROMIC PRIMES   : '.
    02 familyPalindromeDisplay pic Z(8)9.

01  familyMersenneMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'MERSENNE-FORM PRIMES : '.
    02 familyMersenneDisplay pic Z(8)9.

01  companionMasterMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'COMPANIONS OFF MASTER: '.
    02 companionMasterDisplay pic Z(8)9.

01  companionComputedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'COMPANIONS COMPUTED  : '.
    02 companionComputedDisplay pic Z(8)9.

77  rangeFileStatus pic X(2) value SPACES.
77  runModeSwitch pic 9 value 0.
    88 rangeMode value 1.
*> rangeBounds scalars stay as the per-request working fields the
*> sieve loop always used; checkRunMode loads the file into the
*> request table and runRangeSieve works the table entry by entry.
*> A request primesSel took off the standing queue carries its queue
*> id in columns 35-42, and the id goes out on the summary page so
*> primesPst can post each outcome back to the queue; a hand-keyed
*> request leaves it blank.

01  rangeBounds.
    02 rangeLow pic 9(9).
    02 rangeHigh pic 9(9).
    02 rangeRequester pic X(8).
    02 rangeRequestDate pic 9(8).
    02 rangeRequestId pic X(8).
    02 filler pic X(38).

01  rangeBoundsText redefines rangeBounds.
    02 rangeLowText pic X(9).
        03 reqHigh pic 9(9).
        03 reqRequester pic X(8).
        03 reqDate pic 9(8).
        03 reqRequestId pic X(8).
        03 reqStatusSwitch pic 9.
            88 reqValid value 1.
            88 reqRejected value 0.
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

77  partitionParmStatus pic X(2) value SPACES.
77  partitionModeSwitch pic 9 value 0.
    88 partitionMode value 1.
    88 singleStreamMode value 0.
77  partitionNumber pic 9(2) value 0.

01  partitionParmRecord.
    02 partitionParmText pic X(2).
    02 filler pic X(78).

01  partitionParmNumeric redefines partitionParmRecord.
    02 partitionParmNumber pic 9(2).
    02 filler pic X(78).

*> The audit line as writeAuditLogEntry lays it down, reduced to the
*> two fields the guard needs - the run date and the mode.


77  auditScanToday pic X(8) value SPACES.

*> What the processing calendar - or, for a date it does not carry,
*> the weekday rule - says tonight is. Left blank when the guard does
*> not run (a restart, or a partition), so no warning is raised twice.

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

01  runInfoRecord.
    02 runInfoJobId pic X(8).
    02 runInfoOperator pic X(20).
    02 dirRequesterDisplay pic X(8).
    02 filler pic X(9) value '  DATED: '.
    02 dirRequestDateDisplay pic 9(8).
    02 filler pic X(6) value '  ID: '.
    02 dirRequestIdDisplay pic X(8).

01  dirRequestRejectMsg.
    02 filler pic X value SPACE.
    02 dirLineRequestNumber pic Z(2)9.
    02 filler pic X(2) value SPACES.
    02 dirLineRequester pic X(8).
    02 filler pic X(2) value SPACES.
    02 dirLineRequestId pic X(8).
    02 filler pic X(16) value '  PRIMES FOUND: '.
    02 dirLinePrimeCount pic Z(8)9.

    02 dirBadLineRequestNumber pic Z(2)9.
    02 filler pic X(2) value SPACES.
    02 dirBadLineRequester pic X(8).
    02 filler pic X(2) value SPACES.
    02 dirBadLineRequestId pic X(8).
    02 filler pic X(13) value '  REJECTED - '.
    02 dirBadLineReason pic X(30).


*> One line per execution, list mode or sieve mode alike, so there is
*> an actual record of every run to check later instead of relying on
*> memory - see PRIMES2.jcl's AUDITLOG DD. A partition is not a run
*> of its own as far as the log is concerned: primesMrg logs the
*> night once, with the combined counts, when the partitions are
*> merged.

    if singleStreamMode then
        perform writeAuditLogEntry
    end-if.

    perform closeExceptionFile.

    add 1 to rangeRequestCount.

    move rangeRequester to reqRequester (rangeRequestCount).
    move rangeRequestId to reqRequestId (rangeRequestCount).
    move 0 to reqPrimesFound (rangeRequestCount).

    if rangeRequestDate is numeric then

    perform loadCheckpoint.

    perform loadPartitionParm.

*> A second same-day submission burns a PRIMES2SOL/PRIMES2EXT
*> generation, double-feeds the downstream handoff, and churns
*> masterLastDate across the whole file - so before touching any
*> output, look on AUDITLOG for a completed LIST entry for today.
*> The RERUNOK card authorizes the rare legitimate rerun. On a
*> partitioned night the guard already ran in primesSpl.

    if restartSkipCount = 0 and singleStreamMode then
        perform loadOverrideCard
        perform checkDuplicateListRun
    end-if.

*> The card is only used when there is a duplicate for it to
*> override, and that is when the operator has to be authorized for
*> it. A refused override takes the card back, so the duplicate is
*> blocked exactly as if none had been supplied.

    if duplicateRunFound and rerunOverrideSupplied then
        perform checkRerunAuthority
    end-if.

    if duplicateRunFound and rerunOverrideNotSupplied then
        perform blockDuplicateListRun
    else
        if processingIsHoliday or processingIsNonBusiness then
            perform flagNonBusinessDay
        end-if
        perform executeListRun
    end-if.

    move 20 to excpStageSeverity.
    perform writeExceptionRecord.

*> Blocked because the override was refused rather than missing: the
*> run ends 24, not 20, with its own exception, so an unauthorized
*> rerun attempt reads as what it was.

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

flagNonBusinessDay.

*> Not a reason to stop - a list run on a Saturday may be exactly what
*> operations meant - but one nobody expected is worth a line in front
*> of the operator, and it is what tells primesAud's reader why a run
*> turned up on a holiday.

    display 'PRIMES2 LIST RUN ' masterRunDate
        ' SUBMITTED ON A NON-BUSINESS DAY'.

    move 4 to severityCandidate.
    perform raiseRunSeverity.

    move 'NONBUSDY' to excpStageCode.
    move 'LIST RUN SUBMITTED ON NON-BUSINESS DAY' to excpStageText.
    move 0 to excpStageCount.
    move 4 to excpStageSeverity.
    perform writeExceptionRecord.

loadPartitionParm.

*> PARTPARM is an optional one-card DD. A numeric partition number in
*> columns 1-2 makes this run one partition of a split night; anything
*> else leaves it the ordinary single-stream run. Each partition has
*> its own checkpoint dataset in its own job, so a partition that
*> abends restarts on its own the usual way.

    move 0 to partitionModeSwitch.

    open input partitionParmFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if partitionParmStatus = '00' or partitionParmStatus = '05' then

        if partitionParmStatus = '00' then

            read partitionParmFile into partitionParmRecord

            if partitionParmStatus = '00'
                    and partitionParmText is numeric
                    and partitionParmNumber > 0 then
                move 1 to partitionModeSwitch
                move partitionParmNumber to partitionNumber
                display 'PRIMES2 LIST RUN - PARTITION ' partitionNumber
            end-if

        end-if

        close partitionParmFile

    end-if.

loadOverrideCard.

*> RERUNOK is an optional one-card DD - 'RERUN' in columns 1-8 is

            if overrideStatus = '00' and overrideIsRerun then
                move 1 to rerunOverrideSwitch
                display 'PRIMES2 RERUN OVERRIDE CARD SUPPLIED - '
                    'OPERATOR CHECKED IF A RERUN IS FOUND'
            end-if

        end-if

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
        display 'PRIMES2 RERUN OVERRIDE REFUSED FOR OPERATOR '
            auditOperatorDisplay ' - ' refusalReason
    else
        display 'PRIMES2 RERUN OVERRIDE GRANTED TO OPERATOR '
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
    move 'PRIMES2' to secProgram.
    move auditOperatorDisplay to secOperator.
    move 'RERUN' to secFunction.
    move masterRunDate to rerunTargetDate.
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
        display 'PRIMES2 SECURITY LOG NOT WRITTEN, STATUS: '
            securityWriteStatus
        if functionGranted then
            move 0 to functionGrantedSwitch
            move 'SECURITY LOG NOT AVAILABLE' to refusalReason
        end-if
    end-if.

checkDuplicateListRun.

*> Scans the audit log this run will itself append to for a LIST

    end-if.

    perform lookUpProcessingDay.

lookUpProcessingDay.

*> The weekday rule first, then the calendar's entry for tonight, if
*> operations has marked it. CALFILE is optional; a calendar that is
*> not there, or will not open, leaves the weekday rule standing.

    move masterRunDate to convDate.
    perform convertDateToDays.
    divide convDays by 7 giving convMonthWork remainder weekdayNumber.

    if weekdayNumber >= 1 and weekdayNumber <= 5 then
        move 'B' to processingDayType
    else
        move 'N' to processingDayType
    end-if.

    open input calendarFile.

    if calendarStatus = '00' then

        move masterRunDate to calDate

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

    perform openExtractFile.

    perform openPropertyFile.

    open input inputFile.

*> Initialize the boolean switch

    perform writeSummary.

    perform writeFamilyCounts.

*> The extract trailers have to go out while their running totals
*> still stand - the checkpoint reset just below zeroes them.

    perform closeExtractFile.

    perform closePropertyFile.

*> A clean finish means there is nothing to restart, so the checkpoint
*> (including the cumulative hash total it carries for a restart) is
*> reset back to zero for the next run.
    move 0 to controlHashAccum.
    move 0 to extractDetailCount.
    move 0 to extractHashAccum.
    move 0 to propertyDetailCount.
    move 0 to propertyHashAccum.
    perform writeCheckpoint.

    perform closeMasterFile.
    move rangeRequestIndex to dirRequestNumber.
    move reqRequester (rangeRequestIndex) to dirRequesterDisplay.
    move reqDate (rangeRequestIndex) to dirRequestDateDisplay.
    move reqRequestId (rangeRequestIndex) to dirRequestIdDisplay.

    write dirWriteLine from underScores after advancing 1 line.
    write dirWriteLine from dirRequestHeading after advancing 1 line.
        write dirWriteLine from summaryMasterInsertMsg
            after advancing 1 line

        move journalWriteCount to summaryJournalCount
        write dirWriteLine from summaryJournalMsg
            after advancing 1 line

    end-if.

writeRangeSummaryLine.
    if reqRejected (rangeRequestIndex) then
        move rangeRequestIndex to dirBadLineRequestNumber
        move reqRequester (rangeRequestIndex) to dirBadLineRequester
        move reqRequestId (rangeRequestIndex) to dirBadLineRequestId
        move reqRejectReason (rangeRequestIndex) to dirBadLineReason
        write dirWriteLine from dirRequestLineBadMsg
            after advancing 1 line
    else
        move rangeRequestIndex to dirLineRequestNumber
        move reqRequester (rangeRequestIndex) to dirLineRequester
        move reqRequestId (rangeRequestIndex) to dirLineRequestId
        move reqPrimesFound (rangeRequestIndex) to dirLinePrimeCount
        write dirWriteLine from dirRequestLineMsg
            after advancing 1 line
*> from its stored verdict, so only a genuine first-timer goes through
*> the divisor search - see lookupMasterRecord/computeNewResult.

        move space to resultVerdict

        perform lookupMasterRecord

        if masterHit then
            perform computeNewResult
        end-if

*> Whichever way the verdict was reached, a prime is classified once
*> it is on the report and the master is up to date - the companion
*> lookups read over the master record buffer.

        if resultVerdict = 'P' then
            perform classifyPrime
        end-if

    else

*> Indicates some other error. errorReasonText was set by validateInput
*> date was captured at the top of the run - insertMasterRecord
*> stamps it on every record it adds.

*> A partition shares the master with the other three partitions of
*> the night, all running at once, so it opens it for input only and
*> never writes it: every add and every refreshed last-tested date
*> goes on the partition's own journal instead, as the change it
*> would have made, and primesMrg makes them on the master one after
*> another once all four are back. Status 05 is an optional master
*> not yet loaded - read as empty, every answer computed and staged.

    move 0 to masterAvailableSwitch.

    if partitionMode then
        open input masterFile
    else
        open i-o masterFile
    end-if.

*> A master that is there but will not open is not the same as one
*> left off the job: the run still computes every answer, but ends no
*> better than 4 with a NOMASTER exception saying why.

    if masterStatus = '00' or masterStatus = '05' then

        move 1 to masterAvailableSwitch
        perform openJournalFile

    else

        display 'MASTER FILE NOT AVAILABLE - ALL RESULTS COMPUTED, '
            'STATUS: ' masterStatus

        move 4 to severityCandidate
        perform raiseRunSeverity

        move 'NOMASTER' to excpStageCode
        move 'MASTER FILE WOULD NOT OPEN' to excpStageText
        move 0 to excpStageCount
        move 4 to excpStageSeverity
        perform writeExceptionRecord

    end-if.

openJournalFile.

*> Every change to the master goes on the journal, so a journal that
*> will not open means the master is closed again and the run goes on
*> computing every answer - slower, but nothing changes on the system
*> of record that primesRcv could not put back. OPEN EXTEND adds to
*> the journal as it stands; status 05 is the optional file being
*> created in place on its first use.

    open extend journalFile.

    if journalStatus = '00' or journalStatus = '05' then

        move 1 to journalOpenSwitch

    else

        display 'MASTER JOURNAL NOT AVAILABLE - MASTER NOT USED, '
            'ALL RESULTS COMPUTED, STATUS: ' journalStatus

        close masterFile
        move 0 to masterAvailableSwitch

        move 4 to severityCandidate
        perform raiseRunSeverity

        move 'NOJRNL  ' to excpStageCode
        move 'MASTER JOURNAL NOT AVAILABLE' to excpStageText
        move 0 to excpStageCount
        move 4 to excpStageSeverity
        perform writeExceptionRecord

    end-if.

closeMasterFile.
        close masterFile
    end-if.

    if journalOpen then
        close journalFile
        move 0 to journalOpenSwitch
    end-if.

lookupMasterRecord.

*> Keyed read on the number being tested. A hit means some earlier

    add 1 to masterHitCount.

    move masterVerdict to resultVerdict.

    perform writeExtractFromMaster.

    move masterRecord to masterBeforeImage.
    move masterRunDate to masterLastDate.

*> A partition stages the refresh on its journal - see openMasterFile.

    if partitionMode then

        move 'C' to jrnStageAction
        perform writeJournalRecord

    else

        rewrite masterRecord
            invalid key continue
        end-rewrite

        if masterStatus = '00' then
            move 'C' to jrnStageAction
            perform writeJournalRecord
        else
            display 'MASTER FILE REWRITE FAILED FOR ' masterNumber
                ' STATUS: ' masterStatus
        end-if

    end-if.

insertMasterRecord.
*> Adds the result computeNewResult just produced, stamped with the
*> run date as both first and last tested. resultVerdict was set by
*> the branch that computed the answer; the factor list only means
*> anything for a composite, but the factor key goes on every record,
*> prime or composite, or the alternate index could not be built.

    if masterAvailable then

            move 0 to masterFactorCount
        end-if

        move masterSmallFactor to masterKeyFactor
        move masterNumber to masterKeyNumber

        move masterRunDate to masterFirstDate
        move masterRunDate to masterLastDate

*> A partition stages the add on its journal - see openMasterFile.

        if partitionMode then

            add 1 to masterInsertCount
            move spaces to masterBeforeImage
            move 'A' to jrnStageAction
            perform writeJournalRecord

        else

            write masterRecord
                invalid key continue
            end-write

            if masterStatus = '00' then
                add 1 to masterInsertCount
                move spaces to masterBeforeImage
                move 'A' to jrnStageAction
                perform writeJournalRecord
            else
                display 'MASTER FILE INSERT FAILED FOR ' masterNumber
                    ' STATUS: ' masterStatus
            end-if

        end-if

    end-if.

writeJournalRecord.

*> One journal record for the change just made - written only once
*> the master has taken it, so the journal never claims a change the
*> file does not hold. The before image was saved by the caller; the
*> after image is the record as it now stands on the master. On a
*> partition it is the change staged for primesMrg to make.

    move spaces to journalRecord.
    accept jrnDate from date YYYYMMDD.
    accept jrnTime from time.
    move auditJobIdDisplay to jrnJobId.
    move 'PRIMES2' to jrnProgram.
    move jrnStageAction to jrnAction.
    move masterNumber to jrnKey.
    move masterBeforeImage to jrnBeforeImage.
    move masterRecord to jrnAfterImage.

    write journalRecord.

*> A journal that stops taking records stops the master with it. The
*> one change already made is taken back off the master first, so
*> the master never holds what the journal does not, and the number
*> is named on the console and the exception feed; the rest of the
*> run computes its answers. A partition made no change to take back.

    if journalStatus = '00' then

        add 1 to journalWriteCount

    else

        display 'MASTER JOURNAL WRITE FAILED FOR ' masterNumber
            ' STATUS: ' journalStatus ' - MASTER NO LONGER USED'

        move 'JOURNAL WRITE FAILED - KEY IN COUNT' to excpStageText

        if singleStreamMode then
            perform backOutMasterChange
        end-if

        close masterFile
        move 0 to masterAvailableSwitch
        close journalFile
        move 0 to journalOpenSwitch

        move 4 to severityCandidate
        perform raiseRunSeverity

        move 'JRNLERR ' to excpStageCode
        move masterNumber to excpStageCount
        move 4 to excpStageSeverity
        perform writeExceptionRecord

    end-if.

backOutMasterChange.

*> An add comes off again; a refreshed date goes back to the before
*> image. Should the master refuse that too, the console and the
*> exception record say the change stayed on file unjournaled.

    if jrnIsAdd then

        delete masterFile
            invalid key continue
        end-delete

        if masterStatus = '00' then
            subtract 1 from masterInsertCount
        end-if

    else

        move masterBeforeImage to masterRecord

        rewrite masterRecord
            invalid key continue
        end-rewrite

    end-if.

    if masterStatus = '00' then
        display 'MASTER CHANGE TO ' masterNumber ' BACKED OUT'
        move 'JOURNAL FAILED - CHANGE BACKED OUT, KEY' to excpStageText
    else
        display 'MASTER CHANGE TO ' masterNumber
            ' COULD NOT BE BACKED OUT, STATUS: ' masterStatus
        move 'JOURNAL FAILED - NOT BACKED OUT, KEY' to excpStageText
    end-if.

raiseRunSeverity.

*> Severity only ever goes up - the worst condition met is the one
        move extStageReason to extReasonCode
        move masterRunDate to extRunDate
        move extStageSource to extSourceCode
        move extStageAnswer to extAnswerSource
        write extractDetail

        add 1 to extractDetailCount
    move 0 to extStageSmallFactor.
    move 0 to extStageFactorCount.
    move spaces to extStageReason.
    move 'C' to extStageAnswer.
    perform writeExtractDetail.

writeExtractComposite.
    move multipleOne to extStageSmallFactor.
    move factorListCount to extStageFactorCount.
    move spaces to extStageReason.
    move 'C' to extStageAnswer.
    perform writeExtractDetail.

writeExtractError.
    move 0 to extStageSmallFactor.
    move 0 to extStageFactorCount.
    move errorReasonText to extStageReason.
    move space to extStageAnswer.
    perform writeExtractDetail.

writeExtractFromMaster.
    move masterSmallFactor to extStageSmallFactor.
    move masterFactorCount to extStageFactorCount.
    move spaces to extStageReason.
    move 'M' to extStageAnswer.
    perform writeExtractDetail.

classifyPrime.

*> Tests the prime just reported against each family and writes its
*> properties record. Short-circuits where one companion settles the
*> question - p-2 prime makes it a twin without looking at p+2 - so a
*> prime costs as few lookups as it can. 2 and 3 have no prime p-2,
*> and a safe prime needs (p-1)/2 of at least 2, so p of at least 5.

    add 1 to familyClassifiedCount.

    move 'N' to prpStageTwin.
    move 'N' to prpStageSophie.
    move 'N' to prpStageSafe.
    move 'N' to prpStagePalindrome.
    move 'N' to prpStageMersenne.

    if numPrimeCalc > 3 then
        compute companionNumber = numPrimeCalc - 2
        perform testCompanionNumber
        if companionIsPrime then
            move 'Y' to prpStageTwin
        end-if
    end-if.

    if prpStageTwin = 'N' then
        compute companionNumber = numPrimeCalc + 2
        perform testCompanionNumber
        if companionIsPrime then
            move 'Y' to prpStageTwin
        end-if
    end-if.

    compute companionNumber = numPrimeCalc * 2 + 1.
    perform testCompanionNumber.

    if companionIsPrime then
        move 'Y' to prpStageSophie
    end-if.

    if numPrimeCalc > 4 then
        compute companionNumber = (numPrimeCalc - 1) / 2
        perform testCompanionNumber
        if companionIsPrime then
            move 'Y' to prpStageSafe
        end-if
    end-if.

    perform testPalindrome.
    perform testMersenneForm.

    if prpStageTwin = 'Y' then
        add 1 to familyTwinCount
    end-if.

    if prpStageSophie = 'Y' then
        add 1 to familySophieCount
    end-if.

    if prpStageSafe = 'Y' then
        add 1 to familySafeCount
    end-if.

    if prpStagePalindrome = 'Y' then
        add 1 to familyPalindromeCount
    end-if.

    if prpStageMersenne = 'Y' then
        add 1 to familyMersenneCount
    end-if.

    perform writePropertyDetail.

testCompanionNumber.

*> A companion already on PRIMESMST is answered from its stored
*> verdict - a keyed read only, no refreshed last-tested date and no
*> journal record, since nobody asked about it. One the master has
*> never seen, or one too big for it, is worked out here.

    move 0 to companionPrimeSwitch.
    move 0 to companionAnsweredSwitch.

    if masterAvailable and companionNumber <= 999999999 then

        move companionNumber to masterNumber

        read masterFile
            invalid key continue
        end-read

        if masterStatus = '00' then
            move 1 to companionAnsweredSwitch
            add 1 to companionMasterCount
            if masterIsPrime then
                move 1 to companionPrimeSwitch
            end-if
        end-if

    end-if.

    if companionNotAnswered then
        add 1 to companionComputedCount
        perform computeCompanionPrime
    end-if.

computeCompanionPrime.

*> The same odd-divisor search computeNewResult runs, on the wider
*> companion fields.

    if companionNumber < 2 then

        move 0 to companionPrimeSwitch

    else

        if companionNumber < 4 then

            move 1 to companionPrimeSwitch

        else

            divide companionNumber by 2
                giving companionQuotient remainder companionRemainder

            if companionRemainder = 0 then
                move 0 to companionPrimeSwitch
            else
                move 1 to companionPrimeSwitch
                move 3 to companionDivisor
                perform tryCompanionDivisor
                    until companionNotPrime
                    or companionDivisor * companionDivisor
                        > companionNumber
            end-if

        end-if

    end-if.

tryCompanionDivisor.

    divide companionNumber by companionDivisor
        giving companionQuotient remainder companionRemainder.

    if companionRemainder = 0 then
        move 0 to companionPrimeSwitch
    else
        add 2 to companionDivisor
    end-if.

testPalindrome.

*> The number's digits without its leading zeros, compared from both
*> ends inward.

    move numPrimeCalc to palDigits.
    move 1 to palLeft.
    move 9 to palRight.

    perform skipLeadingZeroDigit until palDigit (palLeft) not = '0'.

    move 1 to palindromeSwitch.

    perform comparePalindromeDigits
        until palLeft >= palRight or palindromeBroken.

    if palindromeHolds then
        move 'Y' to prpStagePalindrome
    end-if.

skipLeadingZeroDigit.

    add 1 to palLeft.

comparePalindromeDigits.

    if palDigit (palLeft) not = palDigit (palRight) then
        move 0 to palindromeSwitch
    else
        add 1 to palLeft
        subtract 1 from palRight
    end-if.

testMersenneForm.

*> 2**k-1 means p+1 halves all the way down to 1 without ever leaving
*> a remainder.

    compute mersenneWork = numPrimeCalc + 1.
    move 0 to mersenneRemainder.

    perform halveMersenneWork
        until mersenneRemainder not = 0 or mersenneWork = 1.

    if mersenneWork = 1 then
        move 'Y' to prpStageMersenne
    end-if.

halveMersenneWork.

    divide mersenneWork by 2
        giving mersenneQuotient remainder mersenneRemainder.

    if mersenneRemainder = 0 then
        move mersenneQuotient to mersenneWork
    end-if.

openPropertyFile.

*> The same restart-aware open as openExtractFile - see there.

    move 0 to propertyAvailableSwitch.

    if restartSkipCount > 0 then

        open extend propertyFile

        if propertyStatus = '00' then
            move 1 to propertyAvailableSwitch
        else
            if propertyStatus = '05' then
                move 1 to propertyAvailableSwitch
                perform writePropertyHeader
            else
                perform openPropertyFresh
            end-if
        end-if

    else

        perform openPropertyFresh

    end-if.

openPropertyFresh.

    open output propertyFile.

    if propertyStatus = '00' or propertyStatus = '05' then
        move 1 to propertyAvailableSwitch
        perform writePropertyHeader
    else
        display 'PROPERTIES FILE NOT AVAILABLE - FEED NOT WRITTEN, '
            'STATUS: ' propertyStatus
    end-if.

writePropertyHeader.

    move spaces to propertyDetail.
    move 'H' to prpRecordType.
    move 0 to prpNumber.
    move masterRunDate to prpRunDate.
    write propertyDetail.

closePropertyFile.

    if propertyAvailable then

        if propertyHashAccum < 0 then
            compute propertyHashMagnitude = propertyHashAccum * -1
        else
            move propertyHashAccum to propertyHashMagnitude
        end-if

        move spaces to propertyDetail
        move 'T' to prpRecordType
        move propertyDetailCount to prpControlCount
        move propertyHashMagnitude to prpControlHash
        write propertyDetail

        close propertyFile

    end-if.

writePropertyDetail.

*> extStageAnswer still holds how the prime verdict was reached - the
*> extract write for this same number staged it.

    if propertyAvailable then

        move spaces to propertyDetail
        move 'D' to prpRecordType
        move numPrimeCalc to prpNumber
        move prpStageTwin to prpTwinFlag
        move prpStageSophie to prpSophieFlag
        move prpStageSafe to prpSafeFlag
        move prpStagePalindrome to prpPalindromeFlag
        move prpStageMersenne to prpMersenneFlag
        move extStageAnswer to prpAnswerSource
        move masterRunDate to prpRunDate
        move extStageSource to prpSourceCode
        write propertyDetail

        add 1 to propertyDetailCount
        compute propertyHashAccum = propertyHashAccum + numPrimeCalc

    end-if.

writeSummary.

*> Trailer block so a run can be reconciled at a glance against
        move masterInsertCount to summaryMasterInsertCount
        write outWriteLine from summaryMasterInsertMsg after advancing 1 line

        move journalWriteCount to summaryJournalCount
        write outWriteLine from summaryJournalMsg after advancing 1 line

    end-if.

*> The combined control totals across every batch in the stream: the
    move controlHashMagnitude to summaryControlActualHash.
    write outWriteLine from summaryControlHashMsg after advancing 1 line.

writeFamilyCounts.

*> The last section of the report: how many of the night's primes
*> fell in each family, and how many companion numbers the master
*> answered against how many had to be worked out.

    write outWriteLine from underScores after advancing 1 line.
    write outWriteLine from familyHeading after advancing 1 line.

    move familyClassifiedCount to familyClassifiedDisplay.
    write outWriteLine from familyClassifiedMsg after advancing 1 line.

    move familyTwinCount to familyTwinDisplay.
    write outWriteLine from familyTwinMsg after advancing 1 line.

    move familySophieCount to familySophieDisplay.
    write outWriteLine from familySophieMsg after advancing 1 line.

    move familySafeCount to familySafeDisplay.
    write outWriteLine from familySafeMsg after advancing 1 line.

    move familyPalindromeCount to familyPalindromeDisplay.
    write outWriteLine from familyPalindromeMsg after advancing 1 line.

    move familyMersenneCount to familyMersenneDisplay.
    write outWriteLine from familyMersenneMsg after advancing 1 line.

    move companionMasterCount to companionMasterDisplay.
    write outWriteLine from companionMasterMsg after advancing 1 line.

    move companionComputedCount to companionComputedDisplay.
    write outWriteLine from companionComputedMsg after advancing 1 line.

startNextBatch.

*> An 'H' header arriving where one was expected - the top of the
        perform writeExceptionRecord
    end-if.

*> A partition can legitimately come up empty - a short deck cut
*> four ways - so only the split, which sees the whole deck, grades
*> an empty input on a partitioned night.

    if recordsReadCount = 0 and restartSkipCount = 0
            and singleStreamMode then
        move 16 to severityCandidate
        perform raiseRunSeverity
        move 'EMPTYIN ' to excpStageCode
                    move ckptExtractHash to extractHashAccum
                end-if

                if ckptPropertyCount is numeric then
                    move ckptPropertyCount to propertyDetailCount
                end-if

                if ckptPropertyHash is numeric then
                    move ckptPropertyHash to propertyHashAccum
                end-if

            end-if

        end-if
    move controlHashAccum to ckptHashAccum.
    move extractDetailCount to ckptExtractCount.
    move extractHashAccum to ckptExtractHash.
    move propertyDetailCount to ckptPropertyCount.
    move propertyHashAccum to ckptPropertyHash.

    open output checkpointFile.
    write checkpointFileRecord from checkpointRecord.
