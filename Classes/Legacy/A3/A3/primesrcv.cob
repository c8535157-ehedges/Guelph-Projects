identification division.

program-id. primesRcv.

environment division.

input-output section.

file-control.

*> Forward recovery for the PRIMESMST keyed master. PRIMESMST is the
*> system of record - lookupMasterRecord trusts what is stored - so a
*> lost or damaged KSDS used to mean re-testing everything. This
*> program loads the last IDCAMS backup of the master into a freshly
*> defined cluster, then rolls the master journal forward over it:
*> every add, change, and delete primesTwo, primesMrg and primesMnt
*> made since the backup, each checked against its before image
*> before it is applied. It can stop at a point in time - for the
*> whole file, or for just the key stretch primesVfy found bad,
*> bringing the rest of the file fully up to date - and reports what
*> it applied, run by run, and every journal record it could not
*> apply, with the reason.

*> The IDCAMS REPRO copy of the master - 120-byte records in key
*> order, exactly as the cluster held them.

select backupFile assign to BKPFILE
    organization is line sequential
    file status is backupStatus.

*> The journal since that backup - the live journal, preceded by any
*> journal generations rolled off since, concatenated oldest first.

select journalFile assign to JRNFILE
    organization is line sequential
    file status is journalStatus.

*> One optional control card bounding the recovery - see loadRcvParm.
*> Omit it and the whole journal is applied: a full forward recovery
*> to the last change made.

select optional rcvParmFile assign to RCVPARM
    organization is line sequential
    file status is rcvParmStatus.

*> The new, empty cluster being rebuilt - never the live master. The
*> PRIMESRCV job swaps it into place only after a clean run.

select masterFile assign to MSTFILE
    organization is indexed
    access is dynamic
    record key is masterNumber
    file status is masterStatus.

select rcvReportFile assign to RCVREPT
    organization is line sequential.

data division.

file section.

fd backupFile.

01 backupRecord pic X(120).

fd journalFile.

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

*> Date and time side by side read as one sixteen-digit timestamp, the
*> form the RCVPARM bounds are punched in.

01 journalStampView.
    02 jrnStamp pic 9(16).
    02 filler pic X(284).

fd rcvParmFile.

01 rcvParmFileRecord pic X(80).

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

fd rcvReportFile.

01 rcvWriteLine.
    05 rcvLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  backupStatus pic X(2) value SPACES.
77  journalStatus pic X(2) value SPACES.
77  rcvParmStatus pic X(2) value SPACES.
77  masterStatus pic X(2) value SPACES.

77  rcvRunSwitch pic 9 value 0.
    88 rcvCanRun value 0.
    88 rcvCannotRun value 1.

*> The recovery bounds. fromStamp is when the backup was taken -
*> journal records at or before it are already in the backup. toStamp
*> is the point in time to recover to; with a key range it applies
*> only inside the range, and everything outside is brought fully
*> forward.

77  fromStamp pic 9(16) value 0.
77  toStamp pic 9(16) value 9999999999999999.
77  rangeLowKey pic 9(9) value 0.
77  rangeHighKey pic 9(9) value 999999999.

77  rangeGivenSwitch pic 9 value 0.
    88 rangeGiven value 1.
    88 rangeNotGiven value 0.

01  rcvParmRecord.
    02 rcvParmFromText pic X(16).
    02 filler pic X.
    02 rcvParmToText pic X(16).
    02 filler pic X.
    02 rcvParmLowText pic X(9).
    02 rcvParmHighText pic X(9).
    02 filler pic X(28).

01  rcvParmNumbers redefines rcvParmRecord.
    02 rcvParmFrom pic 9(16).
    02 filler pic X.
    02 rcvParmTo pic 9(16).
    02 filler pic X.
    02 rcvParmLow pic 9(9).
    02 rcvParmHigh pic 9(9).
    02 filler pic X(28).

77  backupLoadedCount pic 9(9) usage is computational value 0.
77  backupRejectedCount pic 9(9) usage is computational value 0.

77  journalReadCount pic 9(9) usage is computational value 0.
77  inBackupCount pic 9(9) usage is computational value 0.
77  appliedAddCount pic 9(9) usage is computational value 0.
77  appliedChangeCount pic 9(9) usage is computational value 0.
77  appliedDeleteCount pic 9(9) usage is computational value 0.
77  alreadyInEffectCount pic 9(9) usage is computational value 0.
77  heldBackCount pic 9(9) usage is computational value 0.
77  notAppliedCount pic 9(9) usage is computational value 0.
77  rebuiltRecordCount pic 9(9) usage is computational value 0.

*> How one journal record came out - set by applyJournalRecord and
*> its action paragraphs, then tallied against its run.

77  outcomeSwitch pic 9 value 0.
    88 outcomeApplied value 1.
    88 outcomeAlreadyInEffect value 2.
    88 outcomeHeldBack value 3.
    88 outcomeNotApplied value 4.

77  failReasonText pic X(30) value SPACES.

*> A journal image laid out as a master record, so stampJournalImages
*> can set the factor key on it the way stampFactorKey sets it on
*> masterRecord. Character moves throughout - an image is compared
*> byte for byte, never edited.

01  keyStampImage.
    02 stampNumber pic X(9).
    02 filler pic X(81).
    02 stampSmallFactor pic X(9).
    02 filler pic X(3).
    02 stampKeyFactor pic X(9).
    02 stampKeyNumber pic X(9).

*> The runs the journal holds - one entry per date, job, and program,
*> in the order they first appear - with what came of each run's
*> records. The latest entry is tried first, since a run's records
*> arrive together.

77  runCount pic 9(3) usage is computational value 0.
77  runMax pic 9(3) usage is computational value 300.
77  runIndex pic 9(3) usage is computational value 0.
77  runFoundSwitch pic 9 value 0.
    88 runFound value 1.
    88 runNotFound value 0.
77  runOverflowSwitch pic 9 value 0.
    88 runTableOverflowed value 1.
    88 runTableNotOverflowed value 0.

01  runTable.
    02 runEntry occurs 300 times.
        03 runDate pic 9(8).
        03 runJobId pic X(8).
        03 runProgram pic X(10).
        03 runAddCount pic 9(9) usage is computational.
        03 runChangeCount pic 9(9) usage is computational.
        03 runDeleteCount pic 9(9) usage is computational.
        03 runHeldCount pic 9(9) usage is computational.
        03 runFailedCount pic 9(9) usage is computational.

01  rcvTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(28) value 'PRIMESMST FORWARD RECOVERY'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  rcvFromMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BACKUP TAKEN AT      : '.
    02 rcvFromStamp pic 9(16).

01  rcvToMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECOVER TO           : '.
    02 rcvToStamp pic 9(16).

01  rcvToEndMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECOVER TO           : '.
    02 filler pic X(15) value 'END OF JOURNAL'.

01  rcvRangeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'POINT IN TIME FOR KEYS: '.
    02 rcvRangeLow pic 9(9).
    02 filler pic X(4) value ' TO '.
    02 rcvRangeHigh pic 9(9).
    02 filler pic X(27) value ' - OTHER KEYS FULLY FORWARD'.

01  backupRejectMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BACKUP RECORD REJECTED:'.
    02 backupRejectKey pic X(9).
    02 filler pic X(10) value ' STATUS: '.
    02 backupRejectStatus pic X(2).

01  failHeading.
    02 filler pic X value SPACE.
    02 filler pic X(40) value 'JOURNAL RECORDS NOT APPLIED:'.

01  failMsg.
    02 filler pic X value SPACE.
    02 failKey pic Z(8)9.
    02 filler pic X value SPACE.
    02 failAction pic X.
    02 filler pic X value SPACE.
    02 failDate pic 9(8).
    02 filler pic X value SPACE.
    02 failTime pic 9(8).
    02 filler pic X value SPACE.
    02 failJobId pic X(8).
    02 filler pic X value SPACE.
    02 failProgram pic X(10).
    02 filler pic X value SPACE.
    02 failReason pic X(30).

01  runHeading.
    02 filler pic X value SPACE.
    02 filler pic X(28) value 'DATE     JOB      PROGRAM'.
    02 filler pic X(45) value
       '     ADDS  CHANGES  DELETES     HELD   FAILED'.

01  runLineMsg.
    02 filler pic X value SPACE.
    02 runLineDate pic 9(8).
    02 filler pic X value SPACE.
    02 runLineJobId pic X(8).
    02 filler pic X value SPACE.
    02 runLineProgram pic X(10).
    02 runLineAdds pic Z(8)9.
    02 runLineChanges pic Z(8)9.
    02 runLineDeletes pic Z(8)9.
    02 runLineHeld pic Z(8)9.
    02 runLineFailed pic Z(8)9.

01  rcvSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(18) value 'RECOVERY TOTALS'.

01  sumLoadedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BACKUP RECORDS LOADED: '.
    02 sumLoadedCount pic Z(8)9.

01  sumBackupRejectMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BACKUP RECORDS REJECT: '.
    02 sumBackupRejectCount pic Z(8)9.

01  sumJournalReadMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'JOURNAL RECORDS READ : '.
    02 sumJournalReadCount pic Z(8)9.

01  sumInBackupMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ALREADY IN BACKUP    : '.
    02 sumInBackupCount pic Z(8)9.

01  sumAddMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ADDS APPLIED         : '.
    02 sumAddCount pic Z(8)9.

01  sumChangeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'CHANGES APPLIED      : '.
    02 sumChangeCount pic Z(8)9.

01  sumDeleteMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DELETES APPLIED      : '.
    02 sumDeleteCount pic Z(8)9.

01  sumAlreadyMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'ALREADY IN EFFECT    : '.
    02 sumAlreadyCount pic Z(8)9.

01  sumHeldMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'HELD BACK (TIME)     : '.
    02 sumHeldCount pic Z(8)9.

01  sumFailedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NOT APPLIED          : '.
    02 sumFailedCount pic Z(8)9.

01  sumRebuiltMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECORDS ON NEW MASTER: '.
    02 sumRebuiltCount pic Z(8)9.

procedure division.

    open output rcvReportFile.

    write rcvWriteLine from rcvTitleLine after advancing 0 lines.
    write rcvWriteLine from underScores after advancing 1 line.

    perform loadRcvParm.

    if rcvCanRun then
        perform writeRcvBounds
        perform loadBackup
    end-if.

    if rcvCanRun then
        perform rollJournalForward
    end-if.

    if rcvCanRun then

        perform writeRunTable
        perform writeRcvSummary

*> Anything that could not be put back - a journal record whose before
*> image did not match, a backup record the new cluster refused -
*> means the rebuilt master is not the master as it stood, and the
*> job holds the swap for someone to look at it.

        if notAppliedCount > 0 or backupRejectedCount > 0 then
            display '*** PRIMESRCV - ' notAppliedCount
                ' JOURNAL RECORD(S) NOT APPLIED, ' backupRejectedCount
                ' BACKUP RECORD(S) REJECTED'
            move 8 to return-code
        end-if

    else

        move 16 to return-code

    end-if.

    close rcvReportFile.

stop run.

loadRcvParm.

*> RCVPARM is an optional one-card DD -
*>   columns  1-16  backup timestamp, YYYYMMDDHHMMSSHH
*>   columns 18-33  recover-to timestamp, same form
*>   columns 35-43  low key, 44-52 high key, of the point-in-time range
*> Any field left blank takes its default: the whole journal, to its
*> end, over every key. A field punched but not numeric rejects the
*> card and the run - a recovery to the wrong point is worse than none.

    open input rcvParmFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if rcvParmStatus = '00' or rcvParmStatus = '05' then

        if rcvParmStatus = '00' then

            read rcvParmFile into rcvParmRecord

            if rcvParmStatus = '00' then
                perform takeRcvParmFields
            end-if

        end-if

        close rcvParmFile

    end-if.

takeRcvParmFields.

    if rcvParmFromText not = spaces then
        if rcvParmFromText is numeric then
            move rcvParmFrom to fromStamp
        else
            display 'PRIMESRCV - BACKUP TIMESTAMP NOT NUMERIC - '
                'NOTHING RUN'
            move 1 to rcvRunSwitch
        end-if
    end-if.

    if rcvParmToText not = spaces then
        if rcvParmToText is numeric then
            move rcvParmTo to toStamp
        else
            display 'PRIMESRCV - RECOVER-TO TIMESTAMP NOT NUMERIC - '
                'NOTHING RUN'
            move 1 to rcvRunSwitch
        end-if
    end-if.

    if rcvParmLowText not = spaces or rcvParmHighText not = spaces then
        if rcvParmLowText is numeric and rcvParmHighText is numeric
                and rcvParmLow <= rcvParmHigh then
            move rcvParmLow to rangeLowKey
            move rcvParmHigh to rangeHighKey
            move 1 to rangeGivenSwitch
        else
            display 'PRIMESRCV - KEY RANGE NOT USABLE - NOTHING RUN'
            move 1 to rcvRunSwitch
        end-if
    end-if.

    if rcvCanRun and toStamp <= fromStamp then
        display 'PRIMESRCV - RECOVER-TO TIME IS NOT AFTER THE BACKUP '
            '- NOTHING RUN'
        move 1 to rcvRunSwitch
    end-if.

writeRcvBounds.

    move fromStamp to rcvFromStamp.
    write rcvWriteLine from rcvFromMsg after advancing 1 line.

    if toStamp = 9999999999999999 then
        write rcvWriteLine from rcvToEndMsg after advancing 1 line
    else
        move toStamp to rcvToStamp
        write rcvWriteLine from rcvToMsg after advancing 1 line
    end-if.

    if rangeGiven then
        move rangeLowKey to rcvRangeLow
        move rangeHighKey to rcvRangeHigh
        write rcvWriteLine from rcvRangeMsg after advancing 1 line
    end-if.

    write rcvWriteLine from underScores after advancing 1 line.

loadBackup.

*> Loads the backup into the new cluster exactly as it stands. OPEN
*> OUTPUT is the load of an empty cluster; a backup record the
*> cluster will not take (out of key order, a duplicate) is listed
*> and counted, and the load goes on.

    open input backupFile.

    if backupStatus not = '00' then
        display 'PRIMESRCV - BACKUP COULD NOT BE OPENED, STATUS: '
            backupStatus
        move 1 to rcvRunSwitch
    else

        open output masterFile

        if masterStatus not = '00' then

            display 'PRIMESRCV - NEW MASTER COULD NOT BE OPENED, '
                'STATUS: ' masterStatus
            move 1 to rcvRunSwitch

        else

            move 0 to eofSwitch

            read backupFile
                at end move 1 to eofSwitch
            end-read

            perform loadOneBackupRecord until eofSwitch = 1

            close masterFile

        end-if

        close backupFile

    end-if.

loadOneBackupRecord.

    move backupRecord to masterRecord.
    perform stampFactorKey.

    write masterRecord
        invalid key continue
    end-write.

    if masterStatus = '00' then
        add 1 to backupLoadedCount
    else
        add 1 to backupRejectedCount
        move backupRecord (1:9) to backupRejectKey
        move masterStatus to backupRejectStatus
        write rcvWriteLine from backupRejectMsg after advancing 1 line
    end-if.

    read backupFile
        at end move 1 to eofSwitch
    end-read.

rollJournalForward.

*> Applies the journal, record by record in the order it was written,
*> over the master the backup just loaded.

    move backupLoadedCount to rebuiltRecordCount.

    open input journalFile.

    if journalStatus not = '00' then

        display 'PRIMESRCV - JOURNAL COULD NOT BE OPENED, STATUS: '
            journalStatus
        move 1 to rcvRunSwitch

    else

        open i-o masterFile

        if masterStatus not = '00' then

            display 'PRIMESRCV - NEW MASTER COULD NOT BE REOPENED, '
                'STATUS: ' masterStatus
            move 1 to rcvRunSwitch

        else

            move 0 to eofSwitch

            read journalFile
                at end move 1 to eofSwitch
            end-read

            perform applyJournalRecord until eofSwitch = 1

            close masterFile

        end-if

        close journalFile

    end-if.

applyJournalRecord.

    add 1 to journalReadCount.

    move 0 to outcomeSwitch.
    move spaces to failReasonText.

*> At or before the backup, the change is already in it.

    if jrnStamp is numeric and jrnStamp <= fromStamp then

        add 1 to inBackupCount

    else

        if jrnStamp is not numeric or jrnKey is not numeric then

            move 4 to outcomeSwitch
            move 'JOURNAL RECORD DAMAGED' to failReasonText

        else

            if jrnStamp > toStamp
                    and jrnKey >= rangeLowKey
                    and jrnKey <= rangeHighKey then
                move 3 to outcomeSwitch
            else
                perform stampJournalImages
                if jrnIsAdd then
                    perform applyJournalAdd
                else
                    if jrnIsChange then
                        perform applyJournalChange
                    else
                        if jrnIsDelete then
                            perform applyJournalDelete
                        else
                            move 4 to outcomeSwitch
                            move 'ACTION NOT RECOGNIZED'
                                to failReasonText
                        end-if
                    end-if
                end-if
            end-if

        end-if

        perform tallyOutcome

    end-if.

    read journalFile
        at end move 1 to eofSwitch
    end-read.

stampFactorKey.

*> Every record that goes on the new master carries the factor key
*> the PRIMESMST alternate index is built over - smallest factor, then
*> number, as primesTwo's insertMasterRecord sets it. A backup or a
*> journal taken before the key existed holds spaces there; setting it
*> on the way in means the index can be built over the rebuilt master
*> whatever age its sources are.

    move masterSmallFactor to masterKeyFactor.
    move masterNumber to masterKeyNumber.

stampJournalImages.

*> The same factor key set on both images of the journal record, so a
*> before image compares equal to the record stampFactorKey put on
*> file, and an after image goes on the master complete. A side that
*> did not exist stays spaces.

    if jrnBeforeImage not = spaces then
        move jrnBeforeImage to keyStampImage
        perform stampImageKey
        move keyStampImage to jrnBeforeImage
    end-if.

    if jrnAfterImage not = spaces then
        move jrnAfterImage to keyStampImage
        perform stampImageKey
        move keyStampImage to jrnAfterImage
    end-if.

stampImageKey.

    move stampSmallFactor to stampKeyFactor.
    move stampNumber to stampKeyNumber.

applyJournalAdd.

*> The key must not be on file yet. If it is, and it already holds
*> the after image, the add went in ahead of the backup and there is
*> nothing to do; anything else is a conflict left for a person.

    move jrnKey to masterNumber.

    read masterFile
        invalid key continue
    end-read.

    if masterStatus = '00' then

        if masterRecord = jrnAfterImage then
            move 2 to outcomeSwitch
        else
            move 4 to outcomeSwitch
            move 'ADD - KEY ALREADY ON FILE' to failReasonText
        end-if

    else

        move jrnAfterImage to masterRecord

        write masterRecord
            invalid key continue
        end-write

        if masterStatus = '00' then
            move 1 to outcomeSwitch
            add 1 to appliedAddCount
            add 1 to rebuiltRecordCount
        else
            move 4 to outcomeSwitch
            move 'ADD - WRITE FAILED' to failReasonText
        end-if

    end-if.

applyJournalChange.

*> The record on file must be exactly the before image - otherwise the
*> change was made to a record this master never held, and applying
*> it would bury whatever went wrong.

    move jrnKey to masterNumber.

    read masterFile
        invalid key continue
    end-read.

    if masterStatus not = '00' then

        move 4 to outcomeSwitch
        move 'CHANGE - KEY NOT ON FILE' to failReasonText

    else

        if masterRecord = jrnAfterImage then

            move 2 to outcomeSwitch

        else

            if masterRecord not = jrnBeforeImage then

                move 4 to outcomeSwitch
                move 'CHANGE - BEFORE IMAGE DIFFERS' to failReasonText

            else

                move jrnAfterImage to masterRecord

                rewrite masterRecord
                    invalid key continue
                end-rewrite

                if masterStatus = '00' then
                    move 1 to outcomeSwitch
                    add 1 to appliedChangeCount
                else
                    move 4 to outcomeSwitch
                    move 'CHANGE - REWRITE FAILED' to failReasonText
                end-if

            end-if

        end-if

    end-if.

applyJournalDelete.

*> Same before-image check as a change. A key already gone was taken
*> off ahead of the backup.

    move jrnKey to masterNumber.

    read masterFile
        invalid key continue
    end-read.

    if masterStatus not = '00' then

        move 2 to outcomeSwitch

    else

        if masterRecord not = jrnBeforeImage then

            move 4 to outcomeSwitch
            move 'DELETE - BEFORE IMAGE DIFFERS' to failReasonText

        else

            delete masterFile
                invalid key continue
            end-delete

            if masterStatus = '00' then
                move 1 to outcomeSwitch
                add 1 to appliedDeleteCount
                subtract 1 from rebuiltRecordCount
            else
                move 4 to outcomeSwitch
                move 'DELETE - DELETE FAILED' to failReasonText
            end-if

        end-if

    end-if.

tallyOutcome.

    perform findRunEntry.

    if outcomeApplied then
        if runIndex > 0 then
            if jrnIsAdd then
                add 1 to runAddCount (runIndex)
            else
                if jrnIsChange then
                    add 1 to runChangeCount (runIndex)
                else
                    add 1 to runDeleteCount (runIndex)
                end-if
            end-if
        end-if
    end-if.

    if outcomeAlreadyInEffect then
        add 1 to alreadyInEffectCount
    end-if.

    if outcomeHeldBack then
        add 1 to heldBackCount
        if runIndex > 0 then
            add 1 to runHeldCount (runIndex)
        end-if
    end-if.

    if outcomeNotApplied then
        add 1 to notAppliedCount
        if runIndex > 0 then
            add 1 to runFailedCount (runIndex)
        end-if
        perform writeFailLine
    end-if.

findRunEntry.

*> Latest entry first - a run's journal records arrive together - then
*> the rest of the table, newest to oldest. A run beyond the table
*> still counts in the totals, just not on a line of its own.

    move 0 to runFoundSwitch.
    move runCount to runIndex.

    perform until runFound or runIndex = 0
        if runDate (runIndex) = jrnDate
                and runJobId (runIndex) = jrnJobId
                and runProgram (runIndex) = jrnProgram then
            move 1 to runFoundSwitch
        else
            subtract 1 from runIndex
        end-if
    end-perform.

    if runNotFound then
        if runCount < runMax then
            add 1 to runCount
            move runCount to runIndex
            move jrnDate to runDate (runIndex)
            move jrnJobId to runJobId (runIndex)
            move jrnProgram to runProgram (runIndex)
            move 0 to runAddCount (runIndex)
            move 0 to runChangeCount (runIndex)
            move 0 to runDeleteCount (runIndex)
            move 0 to runHeldCount (runIndex)
            move 0 to runFailedCount (runIndex)
        else
            if runTableNotOverflowed then
                display 'PRIMESRCV - RUN TABLE FULL, RUNS BEYOND '
                    runMax ' COUNTED IN TOTALS ONLY'
            end-if
            move 1 to runOverflowSwitch
            move 0 to runIndex
        end-if
    end-if.

writeFailLine.

    if notAppliedCount = 1 then
        write rcvWriteLine from failHeading after advancing 1 line
    end-if.

    move jrnKey to failKey.
    move jrnAction to failAction.
    move jrnDate to failDate.
    move jrnTime to failTime.
    move jrnJobId to failJobId.
    move jrnProgram to failProgram.
    move failReasonText to failReason.
    write rcvWriteLine from failMsg after advancing 1 line.

    display 'PRIMESRCV - NOT APPLIED ' jrnKey ' ' jrnAction ' '
        failReasonText.

writeRunTable.

    write rcvWriteLine from underScores after advancing 1 line.
    write rcvWriteLine from runHeading after advancing 1 line.

    move 0 to runIndex.
    perform writeOneRunLine runCount times.

writeOneRunLine.

    add 1 to runIndex.

    move runDate (runIndex) to runLineDate.
    move runJobId (runIndex) to runLineJobId.
    move runProgram (runIndex) to runLineProgram.
    move runAddCount (runIndex) to runLineAdds.
    move runChangeCount (runIndex) to runLineChanges.
    move runDeleteCount (runIndex) to runLineDeletes.
    move runHeldCount (runIndex) to runLineHeld.
    move runFailedCount (runIndex) to runLineFailed.
    write rcvWriteLine from runLineMsg after advancing 1 line.

writeRcvSummary.

    write rcvWriteLine from underScores after advancing 1 line.
    write rcvWriteLine from rcvSummaryHeading after advancing 1 line.

    move backupLoadedCount to sumLoadedCount.
    write rcvWriteLine from sumLoadedMsg after advancing 1 line.

    move backupRejectedCount to sumBackupRejectCount.
    write rcvWriteLine from sumBackupRejectMsg after advancing 1 line.

    move journalReadCount to sumJournalReadCount.
    write rcvWriteLine from sumJournalReadMsg after advancing 1 line.

    move inBackupCount to sumInBackupCount.
    write rcvWriteLine from sumInBackupMsg after advancing 1 line.

    move appliedAddCount to sumAddCount.
    write rcvWriteLine from sumAddMsg after advancing 1 line.

    move appliedChangeCount to sumChangeCount.
    write rcvWriteLine from sumChangeMsg after advancing 1 line.

    move appliedDeleteCount to sumDeleteCount.
    write rcvWriteLine from sumDeleteMsg after advancing 1 line.

    move alreadyInEffectCount to sumAlreadyCount.
    write rcvWriteLine from sumAlreadyMsg after advancing 1 line.

    move heldBackCount to sumHeldCount.
    write rcvWriteLine from sumHeldMsg after advancing 1 line.

    move notAppliedCount to sumFailedCount.
    write rcvWriteLine from sumFailedMsg after advancing 1 line.

    move rebuiltRecordCount to sumRebuiltCount.
    write rcvWriteLine from sumRebuiltMsg after advancing 1 line.
