identification division.

program-id. primesMrg.

environment division.

input-output section.

file-control.

*> Back end of the partitioned list run. primesSpl cut the night's deck
*> into key-range partitions and primesTwo ran each in its own job;
*> this program puts their PRIMES2SOL, PRIMESREJECT, PRIMES2EXT and
*> PRIMESEXCP generations back together as the single generations a
*> single-stream night would have left - results in number order, the
*> original deck's batch control blocks, one combined run summary,
*> one extract header and trailer, one REJECTS exception - makes the
*> master changes the partitions staged on their journals, journaling
*> each on PRIMESJRN as it goes, and writes the night's
*> one LIST line on AUDITLOG, so primesBal and the downstream handoff
*> see no difference. Every partition is held to what SPLCTL says it
*> was given before anything is written: a partition missing, or left
*> over from another night, stops the merge. See the PRIMES2M JCL job
*> stream.

select splitControlFile assign to SPLCTL
    organization is line sequential
    file status is splitControlStatus.

*> The partitions' generations, each DD a concatenation in partition
*> order - PRIMES2M lists partition 1 first. A partition's report
*> starts at its title line, and its extract at its 'H' header.

select solInFile assign to SOLIN
    organization is line sequential
    file status is solInStatus.

select rejInFile assign to REJIN
    organization is line sequential
    file status is rejInStatus.

select extInFile assign to EXTIN
    organization is line sequential
    file status is extInStatus.

*> The partitions' prime-properties extracts - optional, as PRPFILE is
*> on primesTwo, so a night run without them merges without them.

select optional prpInFile assign to PRPIN
    organization is line sequential
    file status is prpInStatus.

*> The split's own exception generation first, then the partitions' -
*> a clean one is empty, so the DD is optional as it is on primesBal.

select optional excpInFile assign to EXCPIN
    organization is line sequential
    file status is excpInStatus.

*> The partitions' journals. A partition only reads PRIMESMST - the
*> four of them run at once and the master takes one updater at a
*> time - so each journal holds the adds and refreshed last-tested
*> dates its partition staged, for mergeJournals to make here.

select optional jrnInFile assign to JRNIN
    organization is line sequential
    file status is jrnInStatus.

*> The keyed master itself, held by this step alone - see PRIMES2M.

select optional masterFile assign to MSTFILE
    organization is indexed
    access is random
    record key is masterNumber
    file status is masterStatus.

select outputFile assign to OUTFILE
    organization is line sequential.

select rejectFile assign to REJFILE
    organization is line sequential.

select extractFile assign to EXTFILE
    organization is line sequential.

select optional propertyFile assign to PRPFILE
    organization is line sequential
    file status is propertyStatus.

select optional exceptionFile assign to EXCPFILE
    organization is line sequential
    file status is exceptionStatus.

*> The live journal - appended to, never rewritten, DISP=MOD, as
*> primesTwo and primesMnt append to it.

select optional journalFile assign to JRNFILE
    organization is line sequential
    file status is journalStatus.

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

*> One card naming the night being merged, YYYYMMDD in columns 1-8 -
*> primesBal's BALPARM layout - so the certificate step behind the
*> merge balances the split's night even when the last partition
*> finishes after midnight.

select optional balCardFile assign to BALCARD
    organization is line sequential
    file status is balCardStatus.

select mergeListFile assign to MRGLIST
    organization is line sequential.

data division.

file section.

fd splitControlFile.

*> primesSpl's control record - one 'B' per original batch, one 'M'
*> per control failure met on it, one 'R' per partition, and the
*> closing 'S' summary. See primesSpl.

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

fd solInFile.

01 solInRecord pic X(100).

fd rejInFile.

01 rejInRecord pic X(100).

fd extInFile.

01 extInRecord pic X(80).

fd prpInFile.

01 prpInRecord pic X(80).

fd excpInFile.

01 excpInRecord pic X(100).

fd jrnInFile.

*> primesTwo's journal layout - see there. Only the action, the key
*> and the after image's last-tested date are taken off a staged
*> change: the before image is whatever the master holds when the
*> change is made here.

01 jrnInRecord.
    02 stgDate pic 9(8).
    02 stgTime pic 9(8).
    02 stgJobId pic X(8).
    02 stgProgram pic X(10).
    02 stgAction pic X.
        88 stgIsAdd value 'A'.
        88 stgIsChange value 'C'.
    02 stgKey pic 9(9).
    02 stgBeforeImage pic X(120).
    02 stgAfterImage.
        03 filler pic X(82).
        03 stgAfterLastDate pic 9(8).
        03 filler pic X(30).
    02 filler pic X(16).

fd masterFile.

*> Same layout as primesTwo - see there.

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

fd outputFile.

01 outWriteLine.
    05 primeLine pic X(100).

fd rejectFile.

01 rejectWriteLine.
    05 rejectLine pic X(100).

fd extractFile.

01 extractFileRecord pic X(80).

fd propertyFile.

01 propertyFileRecord pic X(80).

fd exceptionFile.

01 exceptionFileRecord pic X(100).

fd journalFile.

*> Same layout as primesTwo - see there.

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

fd balCardFile.

01 balCardRecord.
    02 balCardDate pic 9(8).
    02 filler pic X(72).

fd mergeListFile.

01 mergeWriteLine.
    05 mergeLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.

77  splitControlStatus pic X(2) value SPACES.
77  solInStatus pic X(2) value SPACES.
77  rejInStatus pic X(2) value SPACES.
77  extInStatus pic X(2) value SPACES.
77  prpInStatus pic X(2) value SPACES.
77  propertyStatus pic X(2) value SPACES.
77  excpInStatus pic X(2) value SPACES.
77  jrnInStatus pic X(2) value SPACES.
77  exceptionStatus pic X(2) value SPACES.
77  journalStatus pic X(2) value SPACES.
77  masterStatus pic X(2) value SPACES.
77  runInfoStatus pic X(2) value SPACES.
77  auditFileStatus pic X(2) value SPACES.
77  overrideStatus pic X(2) value SPACES.
77  balCardStatus pic X(2) value SPACES.

77  mergeJobId pic X(8) value SPACES.

*> What SPLCTL said about the night: its run date, how many partitions
*> to expect back, the combined controls for the summary, and the
*> worst condition the split itself met.

77  splitSeenSwitch pic 9 value 0.
    88 splitSummarySeen value 1.
    88 splitSummaryNotSeen value 0.
77  splitRunDate pic 9(8) value 0.
77  splitPartitionCount pic 9(2) usage is computational value 0.
77  splitBatchCount pic 9(3) usage is computational value 0.
77  splitExpectedCount pic 9(9) usage is computational value 0.
77  splitActualCount pic 9(9) usage is computational value 0.
77  splitExpectedHash pic 9(9) usage is computational value 0.
77  splitActualHash pic 9(9) usage is computational value 0.
77  splitSeverity pic 9(2) usage is computational value 0.

*> The original deck's batch control results and control failures, in
*> SPLCTL order, for the report's batch blocks and PRIMESREJECT's
*> control-error lines. A catch-up stream runs two or three batches;
*> anything past the table is said on the console, not dropped
*> silently.

77  batchMax pic 9(3) usage is computational value 100.
77  batchCount pic 9(3) usage is computational value 0.
77  batchIndex pic 9(3) usage is computational value 0.

01  batchTable.
    02 batchEntry occurs 100 times.
        03 batchNumber pic 9(3).
        03 batchExpectedCount pic 9(9).
        03 batchActualCount pic 9(9).
        03 batchExpectedHash pic 9(9).
        03 batchActualHash pic 9(9).

77  mismatchMax pic 9(3) usage is computational value 100.
77  mismatchCount pic 9(3) usage is computational value 0.
77  mismatchIndex pic 9(3) usage is computational value 0.

01  mismatchTable.
    02 mismatchEntry occurs 100 times.
        03 mismatchBatch pic 9(3).
        03 mismatchText pic X(40).

*> Per partition: what the split gave it, and what its extract came
*> back carrying - the extract trailer count and hash are carried
*> through primesTwo's checkpoint, so they hold up across a restart
*> where the report's counts would not.

77  partitionMax pic 9(2) usage is computational value 8.
77  partitionIndex pic 9(2) usage is computational value 0.
77  partitionsFound pic 9(3) usage is computational value 0.
77  partitionsBad pic 9(2) usage is computational value 0.

01  partitionTable.
    02 partitionEntry occurs 8 times.
        03 partSplitCount pic 9(9).
        03 partSplitExtractHash pic 9(9).
        03 partLowKey pic X(9).
        03 partHighKey pic X(9).
        03 partTrailerSwitch pic 9.
            88 partTrailerSeen value 1.
            88 partTrailerNotSeen value 0.
        03 partExtractCount pic 9(9).
        03 partExtractHash pic 9(9).

77  partitionsGoodSwitch pic 9 value 0.
    88 partitionsGood value 1.
    88 partitionsNotGood value 0.

*> The combined run summary, added up across the partitions' own
*> summaries - the same labels primesTwo's writeSummary prints.

77  mergedReadCount pic 9(9) usage is computational value 0.
77  mergedPrimeCount pic 9(9) usage is computational value 0.
77  mergedNotPrimeCount pic 9(9) usage is computational value 0.
77  mergedErrorCount pic 9(9) usage is computational value 0.
77  mergedHitCount pic 9(9) usage is computational value 0.
77  mergedInsertCount pic 9(9) usage is computational value 0.
77  mergedJournalCount pic 9(9) usage is computational value 0.
77  masterSeenSwitch pic 9 value 0.
    88 masterLinesSeen value 1.
    88 masterLinesNotSeen value 0.

*> The partitions' family-count sections, added up the same way -
*> only printed when the partitions printed them.

77  mergedClassifiedCount pic 9(9) usage is computational value 0.
77  mergedTwinCount pic 9(9) usage is computational value 0.
77  mergedSophieCount pic 9(9) usage is computational value 0.
77  mergedSafeCount pic 9(9) usage is computational value 0.
77  mergedPalindromeCount pic 9(9) usage is computational value 0.
77  mergedMersenneCount pic 9(9) usage is computational value 0.
77  mergedMasterCompanions pic 9(9) usage is computational value 0.
77  mergedComputedCompanions pic 9(9) usage is computational value 0.
77  familySeenSwitch pic 9 value 0.
    88 familyLinesSeen value 1.
    88 familyLinesNotSeen value 0.

77  rejTitleTally pic 9(3) usage is computational value 0.
77  resultLineCount pic 9(9) usage is computational value 0.
77  rejectLineCount pic 9(9) usage is computational value 0.
77  extractDetailCount pic 9(9) usage is computational value 0.
77  extractHashAccum pic S9(10) usage is computational value 0.
77  extractHashMagnitude pic 9(9) usage is computational value 0.
77  propertyDetailCount pic 9(9) usage is computational value 0.
77  propertyHashAccum pic S9(10) usage is computational value 0.
77  propertyHashMagnitude pic 9(9) usage is computational value 0.
77  hashQuotient pic S9(10) usage is computational value 0.
77  exceptionCarriedCount pic 9(9) usage is computational value 0.
77  rejectsTotal pic 9(9) usage is computational value 0.
77  journalAppendCount pic 9(9) usage is computational value 0.

*> The partitions' staged master changes: how many were read, what
*> making them came to, and whether every one was made and journaled.
*> Anything less stops the merge before a generation is written.

77  stagedReadCount pic 9(9) usage is computational value 0.
77  stagedAddCount pic 9(9) usage is computational value 0.
77  stagedRefreshCount pic 9(9) usage is computational value 0.
77  stagedAlreadyCount pic 9(9) usage is computational value 0.
77  stagedMissingCount pic 9(9) usage is computational value 0.

77  journalMergeSwitch pic 9 value 0.
    88 journalsMerged value 0.
    88 journalsNotMerged value 1.

77  jrnStageAction pic X value SPACE.
77  masterBeforeImage pic X(120) value SPACES.

77  mergeCountWork pic X(9) value SPACES.
77  mergeCountValue pic 9(9) value 0.

77  runSeverity pic 9(2) usage is computational value 0.
77  severityCandidate pic 9(2) usage is computational value 0.

77  exceptionOpenSwitch pic 9 value 0.
    88 exceptionFileOpen value 1.
    88 exceptionFileNotOpen value 0.

77  excpStageSeverity pic 9(2) usage is computational value 0.
77  excpStageCode pic X(8) value SPACES.
77  excpStageText pic X(40) value SPACES.
77  excpStageCount pic 9(9) value 0.

77  duplicateRunSwitch pic 9 value 0.
    88 duplicateRunFound value 1.
    88 duplicateRunNotFound value 0.
77  rerunOverrideSwitch pic 9 value 0.
    88 rerunOverrideSupplied value 1.
    88 rerunOverrideNotSupplied value 0.
77  listRunBlockedSwitch pic 9 value 0.
    88 listRunBlocked value 1.
    88 listRunNotBlocked value 0.
77  auditScanDone pic 9 value 0.
77  auditScanToday pic X(8) value SPACES.

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

*> A partition's report lines, read back through the views primesTwo
*> writes them with: the summary label in columns 2-25 and its
*> Z-edited count in 26-34, or a result line's verdict text right
*> after the edited number.

01  solLineImage.
    02 filler pic X.
    02 solLabelText pic X(24).
    02 solValueText pic X(9).
    02 filler pic X(66).

01  solPrimeView redefines solLineImage.
    02 filler pic X(10).
    02 solPrimeTag pic X(11).
        88 solIsPrimeLine value ' IS A PRIME'.
    02 filler pic X(79).

01  solNotPrimeView redefines solLineImage.
    02 filler pic X(10).
    02 solNotPrimeTag pic X(16).
        88 solIsNotPrimeLine value ' IS NOT A PRIME '.
    02 filler pic X(74).

01  rejLineImage pic X(100).

01  extractDetail.
    02 extRecordType pic X.
        88 extIsHeader value 'H'.
        88 extIsDetail value 'D'.
        88 extIsTrailer value 'T'.
    02 extNumber pic 9(9).
    02 extVerdict pic X.
    02 extSmallFactor pic 9(9).
    02 extFactorCount pic 9(3).
    02 extReasonCode pic X(20).
    02 extRunDate pic 9(8).
    02 extSourceCode pic X(3).
    02 extAnswerSource pic X.
    02 filler pic X(25).

01  extractControl redefines extractDetail.
    02 filler pic X.
    02 extControlCount pic 9(9).
    02 filler pic X.
    02 extControlHash pic 9(9).
    02 filler pic X(60).

*> primesTwo's properties record - see there.

01  propertyDetail.
    02 prpRecordType pic X.
        88 prpIsHeader value 'H'.
        88 prpIsDetail value 'D'.
        88 prpIsTrailer value 'T'.
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

01  propertyControl redefines propertyDetail.
    02 filler pic X.
    02 prpControlCount pic 9(9).
    02 filler pic X.
    02 prpControlHash pic 9(9).
    02 filler pic X(60).

01  exceptionRecord.
    02 excpDate pic 9(8).
    02 excpTime pic 9(8).
    02 excpJobId pic X(8).
    02 excpSeverity pic 9(2).
    02 excpConditionCode pic X(8).
    02 excpText pic X(40).
    02 excpCount pic 9(9).
    02 filler pic X(17).

01  titleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'PRIME NUMBER RESULTS'.

01  rejectTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'REJECTED RECORDS'.

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

01  summaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'RUN SUMMARY TOTALS'.

01  summaryRecordsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECORDS READ         : '.
    02 summaryRecordsCount pic Z(8)9.

01  summaryPrimeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PRIME RESULTS        : '.
    02 summaryPrimeCount pic Z(8)9.

01  summaryNotPrimeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NOT PRIME RESULTS    : '.
    02 summaryNotPrimeCount pic Z(8)9.

01  summaryErrorMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ILLEGAL INPUT RESULTS: '.
    02 summaryErrorCount pic Z(8)9.

01  summaryMasterHitMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'MASTER FILE HITS     : '.
    02 summaryMasterHitCount pic Z(8)9.

01  summaryMasterInsertMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'MASTER FILE INSERTS  : '.
    02 summaryMasterInsertCount pic Z(8)9.

01  summaryJournalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'JOURNAL RECORDS      : '.
    02 summaryJournalCount pic Z(8)9.

01  summaryBatchesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BATCHES PROCESSED    : '.
    02 summaryBatchesCount pic Z(8)9.

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

01  mergeTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(21) value 'PRIMES LIST RUN MERGE'.

01  mergeDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'SPLIT RUN DATE       : '.
    02 mergeDateDisplay pic 9(8).

01  partitionHeading.
    02 filler pic X value SPACE.
    02 filler pic X(30) value 'PART LOW KEY    HIGH KEY      '.
    02 filler pic X(31) value 'RECORDS     EXTRACTED      HASH'.
    02 filler pic X(21) value '  EXTRACT HASH  STATE'.

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
    02 partLineExtractCount pic Z(8)9.
    02 filler pic X value SPACE.
    02 partLineHash pic Z(8)9.
    02 filler pic X(5) value SPACES.
    02 partLineExtractHash pic Z(8)9.
    02 filler pic X(2) value SPACES.
    02 partLineState pic X(11).

01  mergeSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'MERGE SUMMARY TOTALS'.

01  mergePartitionsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PARTITIONS EXPECTED  : '.
    02 mergePartitionsExpected pic Z(8)9.
    02 filler pic X(10) value '  FOUND : '.
    02 mergePartitionsFound pic Z(8)9.

01  mergeResultsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RESULT LINES MERGED  : '.
    02 mergeResultsCount pic Z(8)9.

01  mergeRejectsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECT LINES MERGED  : '.
    02 mergeRejectsCount pic Z(8)9.

01  mergeExtractMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'EXTRACT RECORDS      : '.
    02 mergeExtractCount pic Z(8)9.

01  mergePropertyMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PROPERTY RECORDS     : '.
    02 mergePropertyCount pic Z(8)9.

01  mergeExceptionMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'EXCEPTIONS CARRIED   : '.
    02 mergeExceptionCount pic Z(8)9.

01  mergeJournalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'JOURNAL RECORDS ADDED: '.
    02 mergeJournalCount pic Z(8)9.

01  mergeStagedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'STAGED MASTER CHANGES: '.
    02 mergeStagedCount pic Z(8)9.

01  mergeAddsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  MASTER ADDS MADE   : '.
    02 mergeAddsCount pic Z(8)9.

01  mergeRefreshMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  DATES REFRESHED    : '.
    02 mergeRefreshCount pic Z(8)9.

01  mergeAlreadyMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  ALREADY ON MASTER  : '.
    02 mergeAlreadyCount pic Z(8)9.

01  mergeMissingMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  NO LONGER ON MASTER: '.
    02 mergeMissingCount pic Z(8)9.

01  mergeSeverityMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'MERGE CONDITION CODE : '.
    02 mergeSeverityDisplay pic Z(8)9.

01  mergeRefusedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(40) value
       '*** PARTITIONS DO NOT MATCH THE SPLIT - '.
    02 filler pic X(24) value 'NOTHING MERGED TONIGHT'.

01  mergeAbandonedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(40) value
       '*** PARTITION MASTER CHANGES NOT MADE - '.
    02 filler pic X(24) value 'NOTHING MERGED TONIGHT'.

procedure division.

    perform loadRunInfo.

    open output mergeListFile.

    write mergeWriteLine from mergeTitleLine after advancing 0 lines.
    write mergeWriteLine from underScores after advancing 1 line.

    perform loadSplitControl.

    if splitSummaryNotSeen then

*> Without the split's closing record there is no telling how many
*> partitions to expect or what they were given - nothing is merged.

        display 'PRIMESMRG - SPLCTL MISSING OR INCOMPLETE, STATUS: '
            splitControlStatus ' - NOTHING MERGED'
        move 16 to severityCandidate
        perform raiseRunSeverity
        move 'MERGEERR' to excpStageCode
        move 'SPLIT CONTROL RECORD MISSING' to excpStageText
        move 0 to excpStageCount
        move 16 to excpStageSeverity
        perform writeExceptionRecord

    else

        move splitRunDate to mergeDateDisplay
        write mergeWriteLine from mergeDateMsg after advancing 1 line

*> The same guard primesTwo and primesSpl run: a completed LIST line
*> for the split's date already on AUDITLOG means this night was
*> merged once already, and a second merge would double the feed
*> and the journal.

        perform loadOverrideCard
        perform checkDuplicateListRun

*> As in primesTwo: the card is only used when there is a duplicate
*> for it to override, and a refused override takes the card back.

        if duplicateRunFound and rerunOverrideSupplied then
            perform checkRerunAuthority
        end-if

        if duplicateRunFound and rerunOverrideNotSupplied then
            perform blockDuplicateMerge
        else
            perform verifyPartitions
            if partitionsGood then
                perform executeMerge
            else
                perform refuseMerge
            end-if
        end-if

    end-if.

    perform writeMergeSummary.

    close mergeListFile.

    perform closeExceptionFile.

*> The merged night ends no better than the split or any partition
*> did - their exception records carried its severity through - so
*> STEP040's COND in PRIMES2M reads it the way PRIMES2's reads
*> STEP010's.

    move runSeverity to return-code.

stop run.

loadRunInfo.

    open input runInfoFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if runInfoStatus = '00' or runInfoStatus = '05' then

        if runInfoStatus = '00' then

            read runInfoFile into runInfoRecord

            if runInfoStatus = '00' then
                move runInfoJobId to mergeJobId
                move runInfoJobId to auditJobIdDisplay
                move runInfoOperator to auditOperatorDisplay
            end-if

        end-if

        close runInfoFile

    end-if.

loadSplitControl.

    move 0 to partitionIndex.
    perform clearOnePartition partitionMax times.

    open input splitControlFile.

    if splitControlStatus = '00' then

        move 0 to eofSwitch

        read splitControlFile at end move 1 to eofSwitch end-read

        perform takeSplitControlRecord until eofSwitch = 1

        close splitControlFile

    end-if.

clearOnePartition.

    add 1 to partitionIndex.
    move 0 to partSplitCount (partitionIndex).
    move 0 to partSplitExtractHash (partitionIndex).
    move spaces to partLowKey (partitionIndex).
    move spaces to partHighKey (partitionIndex).
    move 0 to partTrailerSwitch (partitionIndex).
    move 0 to partExtractCount (partitionIndex).
    move 0 to partExtractHash (partitionIndex).

takeSplitControlRecord.

    if splIsBatch then
        if batchCount < batchMax then
            add 1 to batchCount
            move splSequence to batchNumber (batchCount)
            move splExpectedCount to batchExpectedCount (batchCount)
            move splActualCount to batchActualCount (batchCount)
            move splExpectedHash to batchExpectedHash (batchCount)
            move splActualHash to batchActualHash (batchCount)
        else
            display 'PRIMESMRG - BATCH ' splSequence
                ' CONTROL BLOCK NOT PRINTED, BATCH TABLE FULL'
        end-if
    end-if.

    if splIsMismatch then
        if mismatchCount < mismatchMax then
            add 1 to mismatchCount
            move splSequence to mismatchBatch (mismatchCount)
            move splMismatchText to mismatchText (mismatchCount)
        else
            display 'PRIMESMRG - BATCH ' splSequence ' CONTROL ERROR '
                splMismatchText ' NOT LISTED, TABLE FULL'
        end-if
    end-if.

    if splIsPartition
            and splSequence > 0
            and splSequence <= partitionMax then
        move splSequence to partitionIndex
        move splActualCount to partSplitCount (partitionIndex)
        move splExtractHash to partSplitExtractHash (partitionIndex)
        move splLowKey to partLowKey (partitionIndex)
        move splHighKey to partHighKey (partitionIndex)
    end-if.

    if splIsSummary then
        move 1 to splitSeenSwitch
        move splRunDate to splitRunDate
        move splSequence to splitPartitionCount
        move splBatchCount to splitBatchCount
        move splExpectedCount to splitExpectedCount
        move splActualCount to splitActualCount
        move splExpectedHash to splitExpectedHash
        move splActualHash to splitActualHash
        move splSeverity to splitSeverity
    end-if.

    read splitControlFile at end move 1 to eofSwitch end-read.

loadOverrideCard.

*> RERUNOK is an optional one-card DD - 'RERUN' in columns 1-8 is
*> the explicit authorization; anything else is ignored.

    open input overrideFile.

    if overrideStatus = '00' or overrideStatus = '05' then

        if overrideStatus = '00' then

            read overrideFile into overrideCard

            if overrideStatus = '00' and overrideIsRerun then
                move 1 to rerunOverrideSwitch
                display 'PRIMESMRG RERUN OVERRIDE CARD SUPPLIED - '
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
        display 'PRIMESMRG RERUN OVERRIDE REFUSED FOR OPERATOR '
            auditOperatorDisplay ' - ' refusalReason
    else
        display 'PRIMESMRG RERUN OVERRIDE GRANTED TO OPERATOR '
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
    move 'PRIMESMRG' to secProgram.
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
        display 'PRIMESMRG SECURITY LOG NOT WRITTEN, STATUS: '
            securityWriteStatus
        if functionGranted then
            move 0 to functionGrantedSwitch
            move 'SECURITY LOG NOT AVAILABLE' to refusalReason
        end-if
    end-if.

checkDuplicateListRun.

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

blockDuplicateMerge.

    move 1 to listRunBlockedSwitch.

    display 'PRIMES2 LIST RUN ALREADY COMPLETED ' splitRunDate
        ' - MERGE BLOCKED, SUPPLY RERUNOK CARD TO RERUN'.

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

verifyPartitions.

*> One pass over the concatenated extracts before anything is written.
*> Each 'H' starts the next partition; its 'T' says what it wrote.
*> Every partition the split cut has to be there, in order, with the
*> count and extract hash the split worked out for it - a partition
*> whose job never ran, ran twice into the same generation, or is
*> still yesterday's fails one or the other.

    move 0 to partitionsFound.

    open input extInFile.

    if extInStatus = '00' then

        move 0 to eofSwitch

        read extInFile into extractDetail
            at end move 1 to eofSwitch
        end-read

        perform scanOneExtractRecord until eofSwitch = 1

        close extInFile

    end-if.

    move 0 to partitionsBad.

    write mergeWriteLine from underScores after advancing 1 line.
    write mergeWriteLine from partitionHeading after advancing 1 line.

    move 0 to partitionIndex.
    perform checkOnePartition splitPartitionCount times.

    if partitionsBad = 0
            and partitionsFound = splitPartitionCount then
        move 1 to partitionsGoodSwitch
    else
        move 0 to partitionsGoodSwitch
    end-if.

scanOneExtractRecord.

    if extIsHeader then
        add 1 to partitionsFound
    end-if.

    if extIsTrailer
            and partitionsFound > 0
            and partitionsFound <= partitionMax then
        move 1 to partTrailerSwitch (partitionsFound)
        move extControlCount to partExtractCount (partitionsFound)
        move extControlHash to partExtractHash (partitionsFound)
    end-if.

    read extInFile into extractDetail at end move 1 to eofSwitch.

checkOnePartition.

    add 1 to partitionIndex.

    move partitionIndex to partLineNumber.
    move partLowKey (partitionIndex) to partLineLow.
    move partHighKey (partitionIndex) to partLineHigh.
    move partSplitCount (partitionIndex) to partLineCount.
    move partExtractCount (partitionIndex) to partLineExtractCount.
    move partSplitExtractHash (partitionIndex) to partLineHash.
    move partExtractHash (partitionIndex) to partLineExtractHash.
    move 'IN BALANCE' to partLineState.

    if partitionIndex > partitionsFound
            or partTrailerNotSeen (partitionIndex) then

        move 'MISSING' to partLineState
        add 1 to partitionsBad

    else

        if partExtractCount (partitionIndex)
                    not = partSplitCount (partitionIndex)
                or partExtractHash (partitionIndex)
                    not = partSplitExtractHash (partitionIndex) then
            move 'NOT MATCHED' to partLineState
            add 1 to partitionsBad
        end-if

    end-if.

    write mergeWriteLine from partitionLineMsg after advancing 1 line.

    if partLineState not = 'IN BALANCE' then
        display 'PRIMESMRG - PARTITION ' partLineNumber ' '
            partLineState ' - EXPECTED ' partSplitCount (partitionIndex)
            ' RECORDS, EXTRACT CARRIES '
            partExtractCount (partitionIndex)
    end-if.

refuseMerge.

*> Nothing is written and nothing appended to the journal: the night's
*> generations stay unwritten, and the partitions' journals stay where
*> they are for the merge rerun once the partition in question has been
*> rerun. No audit line either - the night is not complete.

    write mergeWriteLine from mergeRefusedMsg after advancing 1 line.

    move 16 to severityCandidate.
    perform raiseRunSeverity.

    move 'MERGEERR' to excpStageCode.
    move 'PARTITIONS DO NOT MATCH THE SPLIT' to excpStageText.
    move partitionsBad to excpStageCount.
    move 16 to excpStageSeverity.
    perform writeExceptionRecord.

executeMerge.

    move splitSeverity to severityCandidate.
    perform raiseRunSeverity.

    perform mergeJournals.

*> Staged master changes that were not all made and journaled leave
*> the night where refuseMerge leaves it: no generation written, no
*> audit line, no BALCARD, the step at 16 so PRIMES2M keeps the
*> partitions' journals for the rerun.

    if journalsNotMerged then
        perform abandonMerge
    else
        perform writeMergedGenerations
    end-if.

abandonMerge.

    write mergeWriteLine from mergeAbandonedMsg after advancing 1 line.

writeMergedGenerations.

    open output outputFile, rejectFile, extractFile.

    write outWriteLine from titleLine after advancing 0 lines.
    write outWriteLine from underScores after advancing 1 line.

    write rejectWriteLine from rejectTitleLine after advancing 0 lines.
    write rejectWriteLine from underScores after advancing 1 line.

    perform mergeResultReports.
    perform writeBatchBlocks.
    perform writeSummary.
    perform writeFamilyCounts.

    perform mergeRejectReports.
    perform writeControlErrorLines.

    perform mergeExtracts.
    perform mergeProperties.

    perform mergeExceptions.

    close outputFile, rejectFile, extractFile.

    perform writeAuditLogEntry.
    perform writeBalanceCard.

mergeJournals.

*> Done first, while nothing else of the night has been written. Each
*> change a partition staged is made on PRIMESMST here, one after
*> another, and journaled on PRIMESJRN once the master has taken it,
*> with the record as it stood as the before image - so the journal
*> primesRcv rolls forward says what this step did, not what four
*> partitions meant to do. A journal that will not open, a master
*> that will not take a change, or a journal that will not take its
*> record stops the merge at 16 with a JRNLERR exception; the rerun
*> goes through the partitions' journals again from the top, and a
*> change already made is found on the master and passed over.

    move 0 to journalMergeSwitch.

    open input jrnInFile.

    if jrnInStatus = '00' then

        move 0 to eofSwitch

        read jrnInFile at end move 1 to eofSwitch end-read

        if eofSwitch = 0 then
            perform openStagingTargets
        end-if

        if eofSwitch = 0 and journalsMerged then

            perform applyOneStagedChange
                until eofSwitch = 1 or journalsNotMerged

            close masterFile
            close journalFile

        end-if

        close jrnInFile

    else

        if jrnInStatus = '05' then
            close jrnInFile
        else
            display 'PRIMESMRG - PARTITION JOURNALS NOT READABLE, '
                'STATUS: ' jrnInStatus
            move 'PARTITION JOURNALS NOT READABLE' to excpStageText
            move 0 to excpStageCount
            perform stopJournalMerge
        end-if

    end-if.

openStagingTargets.

    open i-o masterFile.

    if masterStatus = '00' or masterStatus = '05' then

        open extend journalFile

        if journalStatus not = '00' and journalStatus not = '05' then
            display 'PRIMESMRG - JOURNAL NOT AVAILABLE, STATUS: '
                journalStatus ' - PARTITION CHANGES NOT MADE'
            close masterFile
            move 'JOURNAL NOT AVAILABLE' to excpStageText
            move 0 to excpStageCount
            perform stopJournalMerge
        end-if

    else

        display 'PRIMESMRG - MASTER NOT AVAILABLE, STATUS: '
            masterStatus ' - PARTITION CHANGES NOT MADE'
        move 'MASTER NOT AVAILABLE' to excpStageText
        move 0 to excpStageCount
        perform stopJournalMerge

    end-if.

applyOneStagedChange.

*> An add for a key already on file is one the partition staged twice
*> - the number came twice in its deck, or the partition restarted
*> from its checkpoint - or one an earlier try of this merge made; it
*> is taken as a refresh, like a staged change. A change for a key no
*> longer on file (deleted by primesMnt since) has nothing left to
*> refresh, and is counted and said on the console.

    add 1 to stagedReadCount.

    move stgKey to masterNumber.

    read masterFile
        invalid key continue
    end-read.

    if masterStatus not = '00' and masterStatus not = '23' then

        display 'PRIMESMRG - MASTER READ FAILED FOR ' stgKey
            ' STATUS: ' masterStatus
        move 'MASTER READ FAILED - KEY IN COUNT' to excpStageText
        move stgKey to excpStageCount
        perform stopJournalMerge

    else

        if stgIsAdd or stgIsChange then

            if masterStatus = '00' then
                perform refreshFromStaged
            else
                if stgIsAdd then
                    perform addFromStaged
                else
                    add 1 to stagedMissingCount
                    display 'PRIMESMRG - STAGED CHANGE FOR ' stgKey
                        ' NO LONGER ON MASTER - PASSED OVER'
                end-if
            end-if

        else

            display 'PRIMESMRG - STAGED RECORD FOR ' stgKey
                ' ACTION ' stgAction ' NOT RECOGNIZED'
            move 'STAGED ACTION NOT RECOGNIZED' to excpStageText
            move stgKey to excpStageCount
            perform stopJournalMerge

        end-if

    end-if.

    if journalsMerged then
        read jrnInFile at end move 1 to eofSwitch end-read
    end-if.

addFromStaged.

    move spaces to masterBeforeImage.
    move stgAfterImage to masterRecord.

    write masterRecord
        invalid key continue
    end-write.

    if masterStatus = '00' then
        add 1 to stagedAddCount
        move 'A' to jrnStageAction
        perform writeJournalRecord
    else
        display 'PRIMESMRG - MASTER INSERT FAILED FOR ' stgKey
            ' STATUS: ' masterStatus
        move 'MASTER INSERT FAILED - KEY IN COUNT' to excpStageText
        move stgKey to excpStageCount
        perform stopJournalMerge
    end-if.

refreshFromStaged.

*> Only the last-tested date is taken, and only forward - a record
*> already carrying it is left as it is, with no journal record.

    if masterLastDate >= stgAfterLastDate then

        add 1 to stagedAlreadyCount

    else

        move masterRecord to masterBeforeImage
        move stgAfterLastDate to masterLastDate

        rewrite masterRecord
            invalid key continue
        end-rewrite

        if masterStatus = '00' then
            add 1 to stagedRefreshCount
            move 'C' to jrnStageAction
            perform writeJournalRecord
        else
            display 'PRIMESMRG - MASTER REWRITE FAILED FOR ' stgKey
                ' STATUS: ' masterStatus
            move 'MASTER REWRITE FAILED - KEY IN COUNT'
                to excpStageText
            move stgKey to excpStageCount
            perform stopJournalMerge
        end-if

    end-if.

writeJournalRecord.

*> Written once the master has taken the change. A journal that will
*> not take the record has the change taken back off the master, so
*> the master never holds what the journal does not, and the rerun
*> makes it again.

    move spaces to journalRecord.
    accept jrnDate from date YYYYMMDD.
    accept jrnTime from time.
    move mergeJobId to jrnJobId.
    move 'PRIMESMRG' to jrnProgram.
    move jrnStageAction to jrnAction.
    move masterNumber to jrnKey.
    move masterBeforeImage to jrnBeforeImage.
    move masterRecord to jrnAfterImage.

    write journalRecord.

    if journalStatus = '00' then

        add 1 to journalAppendCount

    else

        display 'PRIMESMRG - JOURNAL WRITE FAILED FOR ' masterNumber
            ' STATUS: ' journalStatus
        perform backOutMasterChange
        move masterNumber to excpStageCount
        perform stopJournalMerge

    end-if.

backOutMasterChange.

    if jrnIsAdd then

        delete masterFile
            invalid key continue
        end-delete

        if masterStatus = '00' then
            subtract 1 from stagedAddCount
        end-if

    else

        move masterBeforeImage to masterRecord

        rewrite masterRecord
            invalid key continue
        end-rewrite

        if masterStatus = '00' then
            subtract 1 from stagedRefreshCount
        end-if

    end-if.

    if masterStatus = '00' then
        display 'PRIMESMRG - CHANGE TO ' masterNumber ' BACKED OUT'
        move 'JOURNAL FAILED - CHANGE BACKED OUT, KEY' to excpStageText
    else
        display 'PRIMESMRG - CHANGE TO ' masterNumber
            ' STAYS ON MASTER UNJOURNALED, STATUS: ' masterStatus
        move 'JOURNAL FAILED - NOT BACKED OUT, KEY' to excpStageText
    end-if.

stopJournalMerge.

*> The caller has put what went wrong on the console and staged the
*> exception text and count.

    move 1 to journalMergeSwitch.

    move 16 to severityCandidate.
    perform raiseRunSeverity.

    move 'JRNLERR ' to excpStageCode.
    move 16 to excpStageSeverity.
    perform writeExceptionRecord.

mergeResultReports.

*> Result lines are copied in partition order - the partitions are key
*> ranges in ascending order and each ran its records in key order, so
*> the merged lines come out in number order. Each partition's summary
*> block is added into the combined one; its headings and its own
*> batch control block (the partition's H/T, not the deck's) are left
*> behind.

    open input solInFile.

    if solInStatus = '00' then

        move 0 to eofSwitch

        read solInFile into solLineImage
            at end move 1 to eofSwitch
        end-read

        perform takeOneSolLine until eofSwitch = 1

        close solInFile

    end-if.

takeOneSolLine.

    if solIsPrimeLine or solIsNotPrimeLine then
        write outWriteLine from solLineImage after advancing 1 line
        add 1 to resultLineCount
    end-if.

    if solLabelText = 'RECORDS READ         : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedReadCount
    end-if.

    if solLabelText = 'PRIME RESULTS        : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedPrimeCount
    end-if.

    if solLabelText = 'NOT PRIME RESULTS    : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedNotPrimeCount
    end-if.

    if solLabelText = 'ILLEGAL INPUT RESULTS: ' then
        perform unEditMergeCount
        add mergeCountValue to mergedErrorCount
    end-if.

    if solLabelText = 'MASTER FILE HITS     : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedHitCount
        move 1 to masterSeenSwitch
    end-if.

    if solLabelText = 'MASTER FILE INSERTS  : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedInsertCount
    end-if.

    if solLabelText = 'JOURNAL RECORDS      : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedJournalCount
    end-if.

    if solLabelText = 'PRIMES CLASSIFIED    : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedClassifiedCount
        move 1 to familySeenSwitch
    end-if.

    if solLabelText = 'TWIN PRIMES          : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedTwinCount
    end-if.

    if solLabelText = 'SOPHIE GERMAIN PRIMES: ' then
        perform unEditMergeCount
        add mergeCountValue to mergedSophieCount
    end-if.

    if solLabelText = 'SAFE PRIMES          : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedSafeCount
    end-if.

    if solLabelText = 'PALINDROMIC PRIMES   : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedPalindromeCount
    end-if.

    if solLabelText = 'MERSENNE-FORM PRIMES : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedMersenneCount
    end-if.

    if solLabelText = 'COMPANIONS OFF MASTER: ' then
        perform unEditMergeCount
        add mergeCountValue to mergedMasterCompanions
    end-if.

    if solLabelText = 'COMPANIONS COMPUTED  : ' then
        perform unEditMergeCount
        add mergeCountValue to mergedComputedCompanions
    end-if.

    read solInFile into solLineImage at end move 1 to eofSwitch.

unEditMergeCount.

*> The report's count fields were written Z(8)9 - zero-fill the
*> leading spaces and the digits read straight back.

    move solValueText to mergeCountWork.
    inspect mergeCountWork replacing leading SPACE by '0'.

    if mergeCountWork is numeric then
        move mergeCountWork to mergeCountValue
    else
        move 0 to mergeCountValue
    end-if.

writeBatchBlocks.

*> The original deck's batch control results, as primesSpl verified
*> them - the block primesTwo prints at each trailer of a single
*> stream.

    move 0 to batchIndex.
    perform writeOneBatchBlock batchCount times.

writeOneBatchBlock.

    add 1 to batchIndex.

    move batchNumber (batchIndex) to batchHeadingNumber.
    write outWriteLine from underScores after advancing 1 line.
    write outWriteLine from batchControlHeading after advancing 1 line.

    move batchExpectedCount (batchIndex) to summaryControlExpectedCount.
    move batchActualCount (batchIndex) to summaryControlActualCount.
    write outWriteLine from summaryControlCountMsg
        after advancing 1 line.

    move batchExpectedHash (batchIndex) to summaryControlExpectedHash.
    move batchActualHash (batchIndex) to summaryControlActualHash.
    write outWriteLine from summaryControlHashMsg
        after advancing 1 line.

writeSummary.

*> The same block, label for label, primesTwo's writeSummary prints -
*> primesBal reads the night's totals off it.

    write outWriteLine from underScores after advancing 1 line.
    write outWriteLine from summaryHeading after advancing 1 line.

    move mergedReadCount to summaryRecordsCount.
    write outWriteLine from summaryRecordsMsg after advancing 1 line.

    move mergedPrimeCount to summaryPrimeCount.
    write outWriteLine from summaryPrimeMsg after advancing 1 line.

    move mergedNotPrimeCount to summaryNotPrimeCount.
    write outWriteLine from summaryNotPrimeMsg after advancing 1 line.

    move mergedErrorCount to summaryErrorCount.
    write outWriteLine from summaryErrorMsg after advancing 1 line.

    if masterLinesSeen then

        move mergedHitCount to summaryMasterHitCount
        write outWriteLine from summaryMasterHitMsg after advancing 1 line

        move mergedInsertCount to summaryMasterInsertCount
        write outWriteLine from summaryMasterInsertMsg
            after advancing 1 line

        move mergedJournalCount to summaryJournalCount
        write outWriteLine from summaryJournalMsg after advancing 1 line

    end-if.

    move splitBatchCount to summaryBatchesCount.
    write outWriteLine from summaryBatchesMsg after advancing 1 line.

    move splitExpectedCount to summaryControlExpectedCount.
    move splitActualCount to summaryControlActualCount.
    write outWriteLine from summaryControlCountMsg after advancing 1 line.

    move splitExpectedHash to summaryControlExpectedHash.
    move splitActualHash to summaryControlActualHash.
    write outWriteLine from summaryControlHashMsg after advancing 1 line.

writeFamilyCounts.

*> primesTwo's family-count section, added up across the partitions
*> and left last on the report where a single stream leaves it.

    if familyLinesSeen then

        write outWriteLine from underScores after advancing 1 line
        write outWriteLine from familyHeading after advancing 1 line

        move mergedClassifiedCount to familyClassifiedDisplay
        write outWriteLine from familyClassifiedMsg
            after advancing 1 line

        move mergedTwinCount to familyTwinDisplay
        write outWriteLine from familyTwinMsg after advancing 1 line

        move mergedSophieCount to familySophieDisplay
        write outWriteLine from familySophieMsg after advancing 1 line

        move mergedSafeCount to familySafeDisplay
        write outWriteLine from familySafeMsg after advancing 1 line

        move mergedPalindromeCount to familyPalindromeDisplay
        write outWriteLine from familyPalindromeMsg
            after advancing 1 line

        move mergedMersenneCount to familyMersenneDisplay
        write outWriteLine from familyMersenneMsg after advancing 1 line

        move mergedMasterCompanions to companionMasterDisplay
        write outWriteLine from companionMasterMsg after advancing 1 line

        move mergedComputedCompanions to companionComputedDisplay
        write outWriteLine from companionComputedMsg
            after advancing 1 line

    end-if.

mergeRejectReports.

*> Every partition's reject lines, in partition order, without each
*> partition's own title and rule lines.

    open input rejInFile.

    if rejInStatus = '00' then

        move 0 to eofSwitch

        read rejInFile into rejLineImage
            at end move 1 to eofSwitch
        end-read

        perform takeOneRejectLine until eofSwitch = 1

        close rejInFile

    end-if.

takeOneRejectLine.

*> A partition's title line carries its carriage control ahead of the
*> text, so it is known by its wording rather than compared whole.

    move 0 to rejTitleTally.
    inspect rejLineImage tallying rejTitleTally
        for all 'REJECTED RECORDS'.

    if rejTitleTally = 0
            and rejLineImage not = underScores then
        write rejectWriteLine from rejLineImage after advancing 1 line
        add 1 to rejectLineCount
    end-if.

    read rejInFile into rejLineImage at end move 1 to eofSwitch.

writeControlErrorLines.

*> The original deck's control failures, as primesSpl met them, where
*> data entry looks for them - the same line primesTwo's
*> flagControlMismatch writes.

    move 0 to mismatchIndex.
    perform writeOneControlError mismatchCount times.

writeOneControlError.

    add 1 to mismatchIndex.

    move mismatchText (mismatchIndex) to controlMismatchText.
    move mismatchBatch (mismatchIndex) to controlMismatchBatch.
    write rejectWriteLine from controlMismatchMsg after advancing 1 line.

mergeExtracts.

*> One 'H' header with the night's date, every partition's detail
*> records in partition order, and one 'T' trailer over the lot -
*> counted and hashed afresh here, the magnitude reduced to nine
*> digits the way closeOutBatch reduces its own.

    move spaces to extractDetail.
    move 'H' to extRecordType.
    move 0 to extNumber.
    move 0 to extSmallFactor.
    move 0 to extFactorCount.
    move splitRunDate to extRunDate.
    write extractFileRecord from extractDetail.

    open input extInFile.

    if extInStatus = '00' then

        move 0 to eofSwitch

        read extInFile into extractDetail
            at end move 1 to eofSwitch
        end-read

        perform copyOneExtractRecord until eofSwitch = 1

        close extInFile

    end-if.

    divide extractHashAccum by 1000000000
        giving hashQuotient remainder extractHashMagnitude.

    move spaces to extractDetail.
    move 'T' to extRecordType.
    move extractDetailCount to extControlCount.
    move extractHashMagnitude to extControlHash.
    write extractFileRecord from extractDetail.

copyOneExtractRecord.

    if extIsDetail then
        write extractFileRecord from extractDetail
        add 1 to extractDetailCount
        add extNumber to extractHashAccum
    end-if.

    read extInFile into extractDetail at end move 1 to eofSwitch.

mergeProperties.

*> The properties extract goes back together the way the results
*> extract does - one 'H', every partition's 'D' records in partition
*> order, one 'T' counted and hashed afresh. A job without the PRPFILE
*> DD gets no merged feed.

    open output propertyFile.

    if propertyStatus = '00' or propertyStatus = '05' then

        move spaces to propertyDetail
        move 'H' to prpRecordType
        move 0 to prpNumber
        move splitRunDate to prpRunDate
        write propertyFileRecord from propertyDetail

        open input prpInFile

        if prpInStatus = '00' then

            move 0 to eofSwitch

            read prpInFile into propertyDetail
                at end move 1 to eofSwitch
            end-read

            perform copyOnePropertyRecord until eofSwitch = 1

            close prpInFile

        else

            if prpInStatus = '05' then
                close prpInFile
            end-if

        end-if

        divide propertyHashAccum by 1000000000
            giving hashQuotient remainder propertyHashMagnitude

        move spaces to propertyDetail
        move 'T' to prpRecordType
        move propertyDetailCount to prpControlCount
        move propertyHashMagnitude to prpControlHash
        write propertyFileRecord from propertyDetail

        close propertyFile

    end-if.

copyOnePropertyRecord.

    if prpIsDetail then
        write propertyFileRecord from propertyDetail
        add 1 to propertyDetailCount
        add prpNumber to propertyHashAccum
    end-if.

    read prpInFile into propertyDetail at end move 1 to eofSwitch.

mergeExceptions.

*> Every exception record the split and the partitions wrote comes
*> across as it stands, and its severity is carried into the merged
*> run's - except REJECTS, which each partition wrote for its own
*> share: those are added into the one REJECTS record a single stream
*> would have written.

    open input excpInFile.

    if excpInStatus = '00' or excpInStatus = '05' then

        if excpInStatus = '00' then

            move 0 to eofSwitch

            read excpInFile into exceptionRecord
                at end move 1 to eofSwitch
            end-read

            perform carryOneException until eofSwitch = 1

        end-if

        close excpInFile

    end-if.

    if rejectsTotal > 0 then
        move 4 to severityCandidate
        perform raiseRunSeverity
        move 'REJECTS ' to excpStageCode
        move 'REJECTED RECORDS ON FILE' to excpStageText
        move rejectsTotal to excpStageCount
        move 4 to excpStageSeverity
        perform writeExceptionRecord
    end-if.

carryOneException.

    if excpSeverity is numeric then
        move excpSeverity to severityCandidate
        perform raiseRunSeverity
    end-if.

    if excpConditionCode = 'REJECTS ' then

        if excpCount is numeric then
            add excpCount to rejectsTotal
        end-if

    else

        perform openExceptionFile

        if exceptionFileOpen then
            write exceptionFileRecord from exceptionRecord
            add 1 to exceptionCarriedCount
        end-if

    end-if.

    read excpInFile into exceptionRecord at end move 1 to eofSwitch.

writeAuditLogEntry.

*> The night's one audit line, under the split's date - a LIST line
*> with the combined counts, read by primesBal and by the next
*> night's guard; or, for a blocked merge, the 'DUP ' line.

    move splitRunDate to auditDateDisplay.
    accept auditTimeDisplay from time.

    if listRunBlocked then
        move 'DUP ' to auditModeDisplay
        move 0 to auditReadDisplay
        move 0 to auditPassDisplay
        move 0 to auditFailDisplay
        move 0 to auditErrorDisplay
    else
        move 'LIST' to auditModeDisplay
        move mergedReadCount to auditReadDisplay
        move mergedPrimeCount to auditPassDisplay
        move mergedNotPrimeCount to auditFailDisplay
        move mergedErrorCount to auditErrorDisplay
    end-if.

    open extend auditFile.

    if auditFileStatus = '00' or auditFileStatus = '05' then
        write auditWriteLine from auditLogMsg
        close auditFile
    else
        display 'AUDITLOG COULD NOT BE OPENED - RUN NOT LOGGED, STATUS: '
            auditFileStatus
    end-if.

writeBalanceCard.

    open output balCardFile.

    if balCardStatus = '00' or balCardStatus = '05' then
        move spaces to balCardRecord
        move splitRunDate to balCardDate
        write balCardRecord
        close balCardFile
    end-if.

writeMergeSummary.

    write mergeWriteLine from underScores after advancing 1 line.
    write mergeWriteLine from mergeSummaryHeading after advancing 1 line.

    move splitPartitionCount to mergePartitionsExpected.
    move partitionsFound to mergePartitionsFound.
    write mergeWriteLine from mergePartitionsMsg after advancing 1 line.

    move resultLineCount to mergeResultsCount.
    write mergeWriteLine from mergeResultsMsg after advancing 1 line.

    move rejectLineCount to mergeRejectsCount.
    write mergeWriteLine from mergeRejectsMsg after advancing 1 line.

    move extractDetailCount to mergeExtractCount.
    write mergeWriteLine from mergeExtractMsg after advancing 1 line.

    move propertyDetailCount to mergePropertyCount.
    write mergeWriteLine from mergePropertyMsg after advancing 1 line.

    move exceptionCarriedCount to mergeExceptionCount.
    write mergeWriteLine from mergeExceptionMsg after advancing 1 line.

    move stagedReadCount to mergeStagedCount.
    write mergeWriteLine from mergeStagedMsg after advancing 1 line.

    move stagedAddCount to mergeAddsCount.
    write mergeWriteLine from mergeAddsMsg after advancing 1 line.

    move stagedRefreshCount to mergeRefreshCount.
    write mergeWriteLine from mergeRefreshMsg after advancing 1 line.

    move stagedAlreadyCount to mergeAlreadyCount.
    write mergeWriteLine from mergeAlreadyMsg after advancing 1 line.

    move stagedMissingCount to mergeMissingCount.
    write mergeWriteLine from mergeMissingMsg after advancing 1 line.

    move journalAppendCount to mergeJournalCount.
    write mergeWriteLine from mergeJournalMsg after advancing 1 line.

    move runSeverity to mergeSeverityDisplay.
    write mergeWriteLine from mergeSeverityMsg after advancing 1 line.

raiseRunSeverity.

    if severityCandidate > runSeverity then
        move severityCandidate to runSeverity
    end-if.

openExceptionFile.

*> Opened the first time there is something to put on it, so a clean
*> merged night leaves the generation empty, as primesTwo's does.

    if exceptionFileNotOpen then

        open output exceptionFile

        if exceptionStatus = '00' or exceptionStatus = '05' then
            move 1 to exceptionOpenSwitch
        else
            display 'EXCEPTION FILE NOT AVAILABLE - CONDITION NOT '
                'RECORDED, STATUS: ' exceptionStatus
        end-if

    end-if.

writeExceptionRecord.

    perform openExceptionFile.

    if exceptionFileOpen then

        move spaces to exceptionRecord
        move splitRunDate to excpDate
        accept excpTime from time
        move mergeJobId to excpJobId
        move excpStageSeverity to excpSeverity
        move excpStageCode to excpConditionCode
        move excpStageText to excpText
        move excpStageCount to excpCount
        write exceptionFileRecord from exceptionRecord

    end-if.

closeExceptionFile.

    if exceptionFileOpen then
        close exceptionFile
    end-if.
