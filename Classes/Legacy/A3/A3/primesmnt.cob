select mntReportFile assign to MNTREPT
    organization is line sequential.

*> The master journal primesTwo writes - every record this program
*> takes off goes on it with its before image, so primesRcv can
*> replay the deletion when it rebuilds the master. Unlike primesTwo,
*> a journal that will not open stops the run: there is no fallback
*> here that leaves the master alone.

select optional journalFile assign to JRNFILE
    organization is line sequential
    file status is journalStatus.

*> Optional job id/operator card, the same one PRIMES2 reads, so the
*> journal can say which job made each deletion and AUTHFILE can say
*> whether that operator may make it.

select optional runInfoFile assign to RUNINFO
    organization is line sequential
    file status is runInfoStatus.

*> The operator authorization table security keeps - one line per
*> operator id saying which privileged functions that operator may
*> use. Every function this program runs is one of them, so the
*> RUNINFO operator is looked up here before the master is opened.
*> No table, no operator, or an operator not on it, and every
*> function is refused.

select optional authorityFile assign to AUTHFILE
    organization is line sequential
    file status is authorityStatus.

*> The security log - one line for every privileged function granted
*> or refused, appended to by every program that checks AUTHFILE and
*> listed weekly by primesSec. A function that cannot be logged is
*> not run, the same rule the journal follows.

select optional securityLogFile assign to SECLOG
    organization is line sequential
    file status is securityLogStatus.

data division.

file section.
    02 masterLastDate pic 9(8).
    02 masterSmallFactor pic 9(9).
    02 masterFactorCount pic 9(3).
    02 masterFactorKey.
        03 masterKeyFactor pic 9(9).
        03 masterKeyNumber pic 9(9).

fd mntParmFile.

01 mntWriteLine.
    05 mntLine pic X(100).

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

fd runInfoFile.

01 runInfoFileRecord pic X(80).

fd authorityFile.

01 authorityFileRecord pic X(80).

*> The security log record, shared with primesFix, primesTwo,
*> primesSpl, primesMrg and primesSec. secTarget says what the
*> function was aimed at - the cutoff, the record number - and
*> secReason why it was refused.

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

working-storage section.

77  eofSwitch pic 9 value 0.
    88 masterAvailable value 1.
    88 masterNotAvailable value 0.

77  journalStatus pic X(2) value SPACES.
77  journalOpenSwitch pic 9 value 0.
    88 journalOpen value 1.
    88 journalNotOpen value 0.
77  journalWriteSwitch pic 9 value 0.
    88 journalWriteGood value 0.
    88 journalWriteFailed value 1.
77  journalWriteCount pic 9(9) usage is computational value 0.
77  runInfoStatus pic X(2) value SPACES.
77  mntJobId pic X(8) value SPACES.

01  runInfoRecord.
    02 runInfoJobId pic X(8).
    02 runInfoOperator pic X(20).
    02 filler pic X(52).

*> Operator authorization. An AUTHFILE line is the operator id in
*> columns 1-20 and one flag each in columns 22-27 for console SHOW,
*> console DELETE, PURGE, CENSUS, reject correction (primesFix) and
*> the RERUNOK override (primesTwo, primesSpl, primesMrg), in that
*> order - Y grants the function, anything else refuses it. The
*> operator is looked up once; operatorRefusalText keeps why the
*> lookup failed, if it did, for every function checked after.

77  authorityStatus pic X(2) value SPACES.
77  securityLogStatus pic X(2) value SPACES.
77  mntOperator pic X(20) value SPACES.

77  authorityFoundSwitch pic 9 value 0.
    88 authorityFound value 1.
    88 authorityNotFound value 0.
77  securityLogOpenSwitch pic 9 value 0.
    88 securityLogOpen value 1.
    88 securityLogNotOpen value 0.
77  functionGrantedSwitch pic 9 value 0.
    88 functionGranted value 1.
    88 functionRefused value 0.

77  operatorRefusalText pic X(30) value SPACES.
77  checkFunction pic X(8) value SPACES.
77  checkTarget pic X(16) value SPACES.
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

01  purgeTarget.
    02 filler pic X(7) value 'CUTOFF '.
    02 purgeTargetDate pic 9(8).
    02 filler pic X value SPACE.

01  consoleTarget.
    02 filler pic X(7) value 'NUMBER '.
    02 consoleTargetNumber pic 9(9).

*> Which function this execution runs - set off the MNTPARM card.
*> Console mode is the fallback only when no card (or a blank one)
*> was supplied; a card that was supplied but cannot be honored - a
*> typoed function word, a PURGE with no usable cutoff - rejects the
*> whole run instead, so a batch submission never drops into a
*> console prompt nobody is watching and a purge never quietly turns
*> into something else. A function the operator is not authorized for
*> is refused the same way - see checkRunAuthority.

77  mntFunctionSwitch pic 9 value 0.
    88 mntConsoleFunction value 0.
    88 mntPurgeFunction value 1.
    88 mntCensusFunction value 2.
    88 mntRejectedCard value 3.
    88 mntRefusedRun value 4.

77  purgeCutoffDate pic 9(8) value 0.

    02 filler pic X(24) value 'RECORDS RETAINED     : '.
    02 purgeRetainedCount pic Z(8)9.

01  purgeJournalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'JOURNAL RECORDS      : '.
    02 purgeJournalCount pic Z(8)9.

01  showRecordMsg.
    02 filler pic X value SPACE.
    02 showNumber pic Z(8)9.
    02 filler pic X(9) value '  COUNT: '.
    02 showFactorCount pic Z(2)9.

01  refusedMsg.
    02 filler pic X(11) value ' REFUSED - '.
    02 refusedFunction pic X(8).
    02 filler pic X(12) value ' - OPERATOR '.
    02 refusedOperator pic X(20).
    02 filler pic X value SPACE.
    02 refusedReason pic X(30).

procedure division.

    open output mntReportFile.
    write mntWriteLine from underScores after advancing 1 line.

    perform loadMntParm.
    perform loadRunInfo.
    perform loadOperatorAuthority.
    perform openSecurityLog.

    if not mntRejectedCard then
        perform checkRunAuthority
    end-if.

*> A rejected card or a refused operator runs nothing at all -
*> loadMntParm or checkOperatorAuthority already said why and set the
*> ending code, and the master is not even opened.

    if mntRejectedCard or mntRefusedRun then

        continue


        perform openMasterFile

        if masterAvailable then
            perform openJournalFile
        end-if

        if masterAvailable then

            if mntPurgeFunction then

            close masterFile

            if journalOpen then
                close journalFile
            end-if

        else

*> Without the master there is nothing this program can do - end

    end-if.

    if securityLogOpen then
        close securityLogFile
    end-if.

    close mntReportFile.

stop run.

    end-if.

loadRunInfo.

*> RUNINFO is optional - without it the journal records carry a blank
*> job id, the same as PRIMES2's audit line does. Without it there is
*> also no operator to look up on AUTHFILE, so every function is
*> refused.

    open input runInfoFile.

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

    if runInfoStatus = '00' or runInfoStatus = '05' then

        if runInfoStatus = '00' then

            read runInfoFile into runInfoRecord

            if runInfoStatus = '00' then
                move runInfoJobId to mntJobId
                move runInfoOperator to mntOperator
            end-if

        end-if

        close runInfoFile

    end-if.

loadOperatorAuthority.

*> Looks the RUNINFO operator up on AUTHFILE once, up front. No
*> operator, no table, or an operator not on it leaves authorityFound
*> off - and the flags blank - so every function checked after is
*> refused for the reason kept in operatorRefusalText.

    move 0 to authorityFoundSwitch.
    move spaces to operatorRefusalText.

    if mntOperator = spaces then

        move 'NO OPERATOR ON RUNINFO' to operatorRefusalText

    else

        open input authorityFile

        if authorityStatus = '00' then

            move 'OPERATOR NOT ON AUTHFILE' to operatorRefusalText

            move 0 to eofSwitch
            perform readAuthorityRecord
            perform matchAuthorityRecord
                until eofSwitch = 1 or authorityFound

            close authorityFile

        else

*> Status 05 is a successful open of an optional file that simply was
*> not there - still needs closing like any other open file.

            if authorityStatus = '05' then
                close authorityFile
            end-if

            move 'AUTHFILE NOT AVAILABLE' to operatorRefusalText

        end-if

    end-if.

    if authorityFound then
        move spaces to operatorRefusalText
    else
        move spaces to authorityRecord
    end-if.

    move 0 to eofSwitch.

matchAuthorityRecord.

    if authOperator = mntOperator then
        move 1 to authorityFoundSwitch
    else
        perform readAuthorityRecord
    end-if.

readAuthorityRecord.

    read authorityFile into authorityRecord
        at end move 1 to eofSwitch
    end-read.

    if authorityStatus not = '00' then
        move 1 to eofSwitch
    end-if.

openSecurityLog.

*> SECLOG is appended to, never rewritten. Status 05 is the optional
*> file not there yet - OPEN EXTEND creates it in place. Anything else
*> leaves the log closed, and checkOperatorAuthority then refuses
*> every function rather than run one nobody could trace.

    move 0 to securityLogOpenSwitch.

    open extend securityLogFile.

    if securityLogStatus = '00' or securityLogStatus = '05' then
        move 1 to securityLogOpenSwitch
    else
        display 'PRIMESMNT - SECURITY LOG NOT AVAILABLE, STATUS: '
            securityLogStatus
    end-if.

checkRunAuthority.

*> PURGE and CENSUS are checked as the functions they are. Console
*> mode is let in if the operator may SHOW or DELETE at all; each
*> command typed is then checked on its own - see checkConsoleCommand.

    move spaces to checkTarget.

    if mntPurgeFunction then
        move 'PURGE' to checkFunction
        move purgeCutoffDate to purgeTargetDate
        move purgeTarget to checkTarget
    else
        if mntCensusFunction then
            move 'CENSUS' to checkFunction
        else
            move 'CONSOLE' to checkFunction
        end-if
    end-if.

    perform checkOperatorAuthority.

    if functionRefused then
        move 4 to mntFunctionSwitch
    end-if.

checkOperatorAuthority.

*> Decides checkFunction for the operator looked up above and puts the
*> decision on SECLOG - granted or refused, every time. A refusal is
*> echoed to the report and the console and ends the run 24, the code
*> that means an operator asked for something that is not theirs to
*> do.

    move 0 to functionGrantedSwitch.
    move operatorRefusalText to refusalReason.

    if authorityFound then

        if (checkFunction = 'SHOW' and authShowGranted)
                or (checkFunction = 'DELETE' and authDeleteGranted)
                or (checkFunction = 'PURGE' and authPurgeGranted)
                or (checkFunction = 'CENSUS' and authCensusGranted)
                or (checkFunction = 'CONSOLE'
                    and (authShowGranted or authDeleteGranted)) then
            move 1 to functionGrantedSwitch
        else
            move 'FUNCTION NOT GRANTED' to refusalReason
        end-if

    end-if.

    if functionGranted and securityLogNotOpen then
        move 0 to functionGrantedSwitch
        move 'SECURITY LOG NOT AVAILABLE' to refusalReason
    end-if.

    if securityLogOpen then
        perform writeSecurityLogRecord
    end-if.

    if functionRefused then
        move checkFunction to refusedFunction
        move mntOperator to refusedOperator
        move refusalReason to refusedReason
        display 'PRIMESMNT -' refusedMsg
        write mntWriteLine from refusedMsg after advancing 1 line
        move 24 to return-code
    end-if.

writeSecurityLogRecord.

    move spaces to securityLogRecord.
    accept secDate from date YYYYMMDD.
    accept secTime from time.
    move mntJobId to secJobId.
    move 'PRIMESMNT' to secProgram.
    move mntOperator to secOperator.
    move checkFunction to secFunction.
    move checkTarget to secTarget.

    if functionGranted then
        move 'G' to secOutcome
    else
        move 'R' to secOutcome
        move refusalReason to secReason
    end-if.

    write securityLogRecord.

*> A grant that did not reach the log is taken back, and the log is
*> not trusted for the rest of the run.

    if securityLogStatus not = '00' then
        display 'PRIMESMNT - SECURITY LOG WRITE FAILED, STATUS: '
            securityLogStatus
        close securityLogFile
        move 0 to securityLogOpenSwitch
        if functionGranted then
            move 0 to functionGrantedSwitch
            move 'SECURITY LOG WRITE FAILED' to refusalReason
        end-if
    end-if.

openMasterFile.

*> OPEN I-O so the purge and the console delete can actually take
            masterStatus
    end-if.

openJournalFile.

*> A deletion that cannot be journaled cannot be put back by
*> primesRcv, so no journal means no maintenance: the master is
*> closed again and the run ends the same way a missing master does.
*> Only the functions that delete need it - the census reads only -
*> but one rule for every function is the one operations remembers.

    open extend journalFile.

    if journalStatus = '00' or journalStatus = '05' then
        move 1 to journalOpenSwitch
    else
        display 'PRIMESMNT - MASTER JOURNAL NOT AVAILABLE, STATUS: '
            journalStatus ' - NOTHING RUN'
        close masterFile
        move 0 to masterAvailableSwitch
    end-if.

writeJournalRecord.

*> The record just deleted, journaled with its before image and an
*> empty after image. masterRecord still holds what was read ahead
*> of the DELETE.

    move spaces to journalRecord.
    accept jrnDate from date YYYYMMDD.
    accept jrnTime from time.
    move mntJobId to jrnJobId.
    move 'PRIMESMNT' to jrnProgram.
    move 'D' to jrnAction.
    move masterNumber to jrnKey.
    move masterRecord to jrnBeforeImage.

    write journalRecord.

*> A journal that stops taking records stops the maintenance - the
*> purge sweep or the console session ends here - and the deletion it
*> would not take is backed out first, by writing the record back
*> from its before image, so the master never loses a record the
*> journal does not know went.

    if journalStatus = '00' then
        add 1 to journalWriteCount
    else
        display 'PRIMESMNT - JOURNAL WRITE FAILED FOR ' masterNumber
            ' STATUS: ' journalStatus ' - MAINTENANCE STOPPED'
        move 1 to journalWriteSwitch
        perform backOutMasterChange
        move 12 to return-code
        move 1 to eofSwitch
        move 1 to consoleDoneSwitch
    end-if.

backOutMasterChange.

*> Should the master refuse the record back, it is named on the
*> console so it can be put on by hand.

    write masterRecord
        invalid key continue
    end-write.

    if masterStatus = '00' then
        display 'PRIMESMNT - DELETE OF ' masterNumber ' BACKED OUT'
    else
        display 'PRIMESMNT - DELETE OF ' masterNumber
            ' COULD NOT BE BACKED OUT, STATUS: ' masterStatus
            ' - PUT IT BACK BY HAND'
    end-if.

runPurgePass.

*> Sequential sweep of the whole master, deleting every record whose
    move retainedCount to purgeRetainedCount.
    write mntWriteLine from purgeRetainedMsg after advancing 1 line.

    move journalWriteCount to purgeJournalCount.
    write mntWriteLine from purgeJournalMsg after advancing 1 line.

purgeOneRecord.

    add 1 to recordsSweptCount.
        end-delete

        if masterStatus = '00' then
            perform writeJournalRecord
            if journalWriteGood then
                add 1 to purgedCount
                write mntWriteLine from purgedMsg after advancing 1 line
            end-if
        else
            display 'PRIMESMNT - DELETE FAILED FOR ' masterNumber
                ' STATUS: ' masterStatus

    end-if.

    if journalWriteGood then
        perform readNextMasterRecord
    end-if.

runCensusReport.


        perform executeConsoleCommand

*> A refused command or a journal that stopped taking records has
*> already ended the session - no point asking for another.

        if consoleNotDone then
            display 'ENTER SHOW NNN, DELETE NNN, OR END'
            move spaces to mntConsoleCard
            accept mntConsoleCard from console
        end-if

    end-if.


    else

        if mntCommandWord = 'SHOW' or mntCommandWord = 'DELETE' then
            perform checkConsoleCommand
        else
            display 'COMMAND NOT RECOGNIZED - ' mntCommandWord
        end-if

    end-if.

checkConsoleCommand.

*> Every SHOW and DELETE is checked and logged on its own, with the
*> record number it was aimed at. A refused command ends the session
*> there - an operator probing for what is allowed gets one try.

    move mntCommandWord to checkFunction.
    move mntDigitsValue to consoleTargetNumber.
    move consoleTarget to checkTarget.

    perform checkOperatorAuthority.

    if functionRefused then
        move 1 to consoleDoneSwitch
    else
        if mntCommandWord = 'SHOW' then
            perform showOneRecord
        else
            perform deleteOneRecord
        end-if
    end-if.

showOneRecord.
        end-delete

        if masterStatus = '00' then
            perform writeJournalRecord
            if journalWriteGood then
                display 'DELETED ' mntDigitsValue
                write mntWriteLine from showRecordMsg
                    after advancing 1 line
                write mntWriteLine from deletedTagMsg
                    after advancing 1 line
            end-if
        else
            display 'DELETE FAILED FOR ' mntDigitsValue
                ' STATUS: ' masterStatus
