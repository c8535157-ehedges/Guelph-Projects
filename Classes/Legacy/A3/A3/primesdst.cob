identification division.

program-id. primesDst.

environment division.

input-output section.

file-control.

*> Report distribution. The night's PRIMES2SOL and PRIMESREJECT went
*> downstream as one print file and were torn apart by hand on the
*> SRC: column before the pages were mailed to the desks, and the
*> range directory report was torn apart the same way by requester.
*> This program does the tearing: every result and reject line goes
*> to the bundle of the desk whose source code it carries, every
*> request section of the directory report to the bundle of its
*> requester, and each bundle starts with a cover page saying who it
*> is for and what is in it. The report-level lines - titles, batch
*> control blocks, run summaries, the directory summary page - make
*> up a run-control bundle for operations, and a line whose code is
*> blank or not on the department master goes to the unassigned
*> bundle rather than being dropped. The control sheet proves every
*> line read went to exactly one bundle.

*> The source reports, each optional: the list run supplies SOLIN and
*> REJIN, the range run DIRIN.

select optional solInFile assign to SOLIN
    organization is line sequential
    file status is solInStatus.

select optional rejInFile assign to REJIN
    organization is line sequential
    file status is rejInStatus.

select optional dirInFile assign to DIRIN
    organization is line sequential
    file status is dirInStatus.

*> The department reference master - a source code on file is a desk
*> with a bundle of its own. Optional: without it every code is taken
*> as it stands, see routeToDesk.

select optional deptFile assign to DPTFILE
    organization is indexed
    access is random
    record key is deptCode
    file status is deptStatus.

select sortFile assign to SORTWORK.

*> Every bundle, one after another, each line keyed in columns 1-10
*> with the recipient it is for, so the print distribution can route
*> each bundle by its key without reading the lines.

select burstFile assign to BURSTOUT
    organization is line sequential.

select controlSheetFile assign to DSTLIST
    organization is line sequential.

data division.

file section.

fd solInFile.

01 solInRecord pic X(100).

fd rejInFile.

01 rejInRecord pic X(100).

fd dirInFile.

01 dirInRecord pic X(100).

fd deptFile.

*> Same layout as primesDpt - see there.

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

*> One report line on its way to its bundle: who it is for, which
*> report it came from, and its place in that report, so each bundle
*> comes back together in report order.

sd sortFile.

01 sortEntry.
    02 sortRecipType pic X.
    02 sortRecipId pic X(8).
    02 sortRecipIndex pic 9(4).
    02 sortSourceSeq pic 9.
    02 sortLineSeq pic 9(9).
    02 sortLine pic X(100).

fd burstFile.

01 burstRecord.
    02 burstRecipType pic X.
    02 burstRecipId pic X(8).
    02 filler pic X.
    02 burstLine pic X(100).

fd controlSheetFile.

01 dstWriteLine.
    05 dstLine pic X(100).

working-storage section.

77  eofSwitch pic 9 value 0.
77  solInStatus pic X(2) value SPACES.
77  rejInStatus pic X(2) value SPACES.
77  dirInStatus pic X(2) value SPACES.
77  deptStatus pic X(2) value SPACES.

77  deptAvailableSwitch pic 9 value 0.
    88 deptAvailable value 1.
    88 deptNotAvailable value 0.

77  runDate pic 9(8) value 0.

*> Body lines to a bundle page, after the page heading and its rule.

77  bundlePageLines pic 9(3) usage is computational value 55.

*> The three source reports, in the order their lines appear in a
*> bundle: 1 PRIMES2SOL, 2 PRIMESREJECT, 3 the directory report.

01  sourceNameValues.
    02 filler pic X(12) value 'PRIMES2SOL'.
    02 filler pic X(12) value 'PRIMESREJECT'.
    02 filler pic X(12) value 'DIRECTORY'.

01  sourceNameTable redefines sourceNameValues.
    02 sourceName pic X(12) occurs 3 times.

01  sectionTitleValues.
    02 filler pic X(30) value '      PRIME NUMBER RESULTS'.
    02 filler pic X(30) value '      REJECTED RECORDS'.
    02 filler pic X(30) value '      PRIME DIRECTORY REPORT'.

01  sectionTitleTable redefines sectionTitleValues.
    02 sectionTitle pic X(30) occurs 3 times.

*> Per source report: whether it was supplied, the lines read off it,
*> the lines sent on to the sort, and the lines that came back out
*> into a bundle - the three legs of the control sheet's proof.

01  sourceTable.
    02 sourceEntry occurs 3 times.
        03 srcSuppliedSwitch pic 9.
            88 srcSupplied value 1.
            88 srcNotSupplied value 0.
        03 srcReadCount pic 9(9) usage is computational.
        03 srcReleasedCount pic 9(9) usage is computational.
        03 srcWrittenCount pic 9(9) usage is computational.
        03 srcRecipientSum pic 9(9) usage is computational.

77  sourceIndex pic 9 usage is computational value 0.
77  sourcesSupplied pic 9 usage is computational value 0.

*> Every recipient the night's lines went to. Entry 1 is always the
*> unassigned bundle and entry 2 the run-control bundle; desks and
*> requesters are added as their first line turns up. A recipient
*> with no lines never gets a bundle.

77  recipientMax pic 9(4) usage is computational value 500.
77  recipientCount pic 9(4) usage is computational value 0.
77  recipientIndex pic 9(4) usage is computational value 0.
77  unassignedIndex pic 9(4) usage is computational value 1.
77  runControlIndex pic 9(4) usage is computational value 2.

01  recipientTable.
    02 recipientEntry occurs 500 times.
        03 rcpType pic X.
            88 rcpIsDesk value '1'.
            88 rcpIsRequester value '2'.
            88 rcpIsUnassigned value '3'.
            88 rcpIsRunControl value '4'.
        03 rcpId pic X(8).
        03 rcpName pic X(30).
        03 rcpSourceLines pic 9(9) usage is computational
            occurs 3 times.
        03 rcpTotalLines pic 9(9) usage is computational.
        03 rcpWrittenLines pic 9(9) usage is computational.
        03 rcpPages pic 9(5) usage is computational.

*> The line being routed: which report it came from, who it is for,
*> and the line itself.

77  stageSource pic 9 value 0.
77  stageType pic X value SPACE.
77  stageId pic X(8) value SPACES.
77  stageCode pic X(3) value SPACES.
77  stageName pic X(30) value SPACES.
77  stageIndex pic 9(4) usage is computational value 0.
77  stageLine pic X(100) value SPACES.
77  lineSequence pic 9(9) usage is computational value 0.

*> Directory sections: the requester whose section is being read,
*> and a rule line held back until the line after it shows whether
*> it opens the next section or belongs to this one.

77  dirCurrentIndex pic 9(4) usage is computational value 0.
77  pendingRuleSwitch pic 9 value 0.
    88 pendingRuleHeld value 1.
    88 pendingRuleNotHeld value 0.
77  pendingRuleLine pic X(100) value SPACES.

*> Why lines ended up unassigned.

77  blankCodeLines pic 9(9) usage is computational value 0.
77  unknownCodeLines pic 9(9) usage is computational value 0.
77  noRequesterLines pic 9(9) usage is computational value 0.
77  tableFullLines pic 9(9) usage is computational value 0.

*> Lines sent to a desk whose code could not be checked.

77  uncheckedCodeLines pic 9(9) usage is computational value 0.

*> Bundle being written: its recipient, the report its lines are
*> coming from, and where it stands on its current page.

77  currentIndex pic 9(4) usage is computational value 0.
77  currentSource pic 9 usage is computational value 0.
77  bundleSections pic 9 usage is computational value 0.
77  bundleBodyLines pic 9(9) usage is computational value 0.
77  bundleBodyPages pic 9(9) usage is computational value 0.
77  bundlePageNumber pic 9(5) usage is computational value 0.
77  pageLineCount pic 9(3) usage is computational value 0.
77  bodyLine pic X(100) value SPACES.

77  bundleCount pic 9(9) usage is computational value 0.
77  pagesWrittenCount pic 9(9) usage is computational value 0.
77  linesDistributedCount pic 9(9) usage is computational value 0.

77  outOfBalanceSwitch pic 9 value 0.
    88 distributionOutOfBalance value 1.
    88 distributionInBalance value 0.

*> A source report line, read through the views primesTwo writes it
*> with: a result line's verdict text right after the edited number
*> and its source code after ' SRC: ', a reject line's the same, and
*> a directory request heading with its requester.

01  reportLine pic X(100).

01  primeLineView redefines reportLine.
    02 filler pic X(10).
    02 primeLineTag pic X(11).
        88 lineIsPrime value ' IS A PRIME'.
    02 filler pic X(6).
    02 primeLineSource pic X(3).
    02 filler pic X(70).

01  notPrimeLineView redefines reportLine.
    02 filler pic X(10).
    02 notPrimeLineTag pic X(16).
        88 lineIsNotPrime value ' IS NOT A PRIME '.
    02 filler pic X(70).
    02 notPrimeLineSource pic X(3).
    02 filler pic X.

01  rejectLineView redefines reportLine.
    02 filler pic X(10).
    02 rejectLineTag pic X(14).
        88 lineIsReject value ' ILLEGAL INPUT'.
    02 filler pic X(29).
    02 rejectLineSource pic X(3).
    02 filler pic X(44).

01  requestHeadingView redefines reportLine.
    02 requestHeadingTag pic X(9).
        88 lineIsRequestTag value ' REQUEST '.
    02 filler pic X(3).
    02 requestHeadingLabel pic X(13).
        88 lineIsRequesterLabel value '  REQUESTER: '.
    02 requestHeadingRequester pic X(8).
    02 filler pic X(67).

01  dirSummaryPageTitle.
    02 filler pic X(6) value SPACES.
    02 filler pic X(21) value 'RANGE REQUEST SUMMARY'.

01  underScores.
    02 filler pic X(32) value
       ' -------------------------------'.

01  dstTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(33) value 'REPORT DISTRIBUTION CONTROL SHEET'.

01  dstRunDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RUN DATE             : '.
    02 dstRunDateDisplay pic 9(8).

01  dstDeptMissingMsg.
    02 filler pic X value SPACE.
    02 filler pic X(48) value
       '*** DEPARTMENT MASTER NOT AVAILABLE - SOURCE COD'.
    02 filler pic X(30) value 'ES TAKEN AS THEY STAND'.

01  dstBundleHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'BUNDLES'.

01  dstBundleColumns.
    02 filler pic X(44) value
       ' RECIPIENT  ID       NAME                   '.
    02 filler pic X(54) value
       'RESULTS  REJECTS DIRECTRY    TOTAL PAGES STATE'.

01  dstBundleMsg.
    02 filler pic X value SPACE.
    02 dstBundleType pic X(11).
    02 dstBundleId pic X(8).
    02 filler pic X value SPACE.
    02 dstBundleName pic X(22).
    02 dstBundleResults pic Z(7)9.
    02 filler pic X value SPACE.
    02 dstBundleRejects pic Z(7)9.
    02 filler pic X value SPACE.
    02 dstBundleDirectory pic Z(7)9.
    02 filler pic X value SPACE.
    02 dstBundleTotal pic Z(7)9.
    02 filler pic X value SPACE.
    02 dstBundlePages pic Z(4)9.
    02 filler pic X value SPACE.
    02 dstBundleState pic X(11).

01  dstSourceHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'SOURCE REPORTS'.

01  dstSourceColumns.
    02 filler pic X(37) value
       ' REPORT      LINES READ   DISTRIBUTED'.
    02 filler pic X(40) value
       '    IN BUNDLES   RECIPIENTS STATE'.

01  dstSourceMsg.
    02 filler pic X value SPACE.
    02 dstSourceName pic X(12).
    02 filler pic X value SPACE.
    02 dstSourceRead pic Z(8)9.
    02 filler pic X(5) value SPACES.
    02 dstSourceReleased pic Z(8)9.
    02 filler pic X(5) value SPACES.
    02 dstSourceWritten pic Z(8)9.
    02 filler pic X(4) value SPACES.
    02 dstSourceRecipients pic Z(8)9.
    02 filler pic X value SPACE.
    02 dstSourceState pic X(18).

01  dstSummaryHeading.
    02 filler pic X(6) value SPACES.
    02 filler pic X(20) value 'DISTRIBUTION TOTALS'.

01  dstBundlesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'BUNDLES WRITTEN      : '.
    02 dstBundlesCount pic Z(8)9.

01  dstPagesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PAGES WRITTEN        : '.
    02 dstPagesCount pic Z(8)9.

01  dstLinesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'LINES DISTRIBUTED    : '.
    02 dstLinesCount pic Z(8)9.

01  dstUnassignedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'LINES UNASSIGNED     : '.
    02 dstUnassignedCount pic Z(8)9.

01  dstBlankCodeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  BLANK SOURCE CODE  : '.
    02 dstBlankCodeCount pic Z(8)9.

01  dstUnknownCodeMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  CODE NOT ON MASTER : '.
    02 dstUnknownCodeCount pic Z(8)9.

01  dstNoRequesterMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  NO REQUESTER       : '.
    02 dstNoRequesterCount pic Z(8)9.

01  dstTableFullMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value '  RECIPIENTS OVER MAX: '.
    02 dstTableFullCount pic Z(8)9.

01  dstBalancedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(48) value
       'EVERY LINE READ WENT TO EXACTLY ONE RECIPIENT'.

01  dstUncheckedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'LINES NOT CHECKED    : '.
    02 dstUncheckedCount pic Z(8)9.

01  dstNoSourceMsg.
    02 filler pic X value SPACE.
    02 filler pic X(48) value
       '*** NO SOURCE REPORT SUPPLIED - NOTHING SENT'.

01  dstNotBalancedMsg.
    02 filler pic X value SPACE.
    02 filler pic X(48) value
       '*** DISTRIBUTION OUT OF BALANCE - HOLD BUNDLES'.

*> A bundle's cover page.

01  coverTitleLine.
    02 filler pic X(6) value SPACES.
    02 filler pic X(30) value 'PRIMES REPORT DISTRIBUTION'.

01  coverRecipientMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RECIPIENT            : '.
    02 coverRecipientType pic X(11).
    02 coverRecipientId pic X(8).

01  coverNameMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'NAME                 : '.
    02 coverName pic X(30).

01  coverRunDateMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RUN DATE             : '.
    02 coverRunDate pic 9(8).

01  coverPagesMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'PAGES IN BUNDLE      : '.
    02 coverPages pic Z(8)9.

01  coverResultsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'RESULT LINES         : '.
    02 coverResults pic Z(8)9.

01  coverRejectsMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'REJECT LINES         : '.
    02 coverRejects pic Z(8)9.

01  coverDirectoryMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'DIRECTORY LINES      : '.
    02 coverDirectory pic Z(8)9.

01  coverTotalMsg.
    02 filler pic X value SPACE.
    02 filler pic X(24) value 'LINES INCLUDED       : '.
    02 coverTotal pic Z(8)9.

01  pageHeadingLine.
    02 filler pic X value SPACE.
    02 pageHeadingType pic X(11).
    02 pageHeadingId pic X(8).
    02 filler pic X value SPACE.
    02 pageHeadingName pic X(30).
    02 filler pic X(6) value ' PAGE '.
    02 pageHeadingNumber pic Z(4)9.

01  recipientTypeValues.
    02 filler pic X(11) value 'DESK'.
    02 filler pic X(11) value 'REQUESTER'.
    02 filler pic X(11) value 'UNASSIGNED'.
    02 filler pic X(11) value 'RUN CONTROL'.

01  recipientTypeTable redefines recipientTypeValues.
    02 recipientTypeText pic X(11) occurs 4 times.

77  recipientTypeNumber pic 9 value 0.

procedure division.

    accept runDate from date YYYYMMDD.

    open output controlSheetFile.

    write dstWriteLine from dstTitleLine after advancing 0 lines.
    write dstWriteLine from underScores after advancing 1 line.

    move runDate to dstRunDateDisplay.
    write dstWriteLine from dstRunDateMsg after advancing 1 line.

    perform openDeptFile.

    if deptNotAvailable then
        write dstWriteLine from dstDeptMissingMsg after advancing 1 line
    end-if.

    write dstWriteLine from underScores after advancing 1 line.
    write dstWriteLine from dstBundleHeading after advancing 1 line.
    write dstWriteLine from dstBundleColumns after advancing 1 line.

    perform initRecipients.

    open output burstFile.

*> The input procedure routes every line of every report supplied to
*> its recipient; the output procedure takes them back recipient by
*> recipient and writes each bundle behind its cover page.

    sort sortFile
        on ascending key sortRecipType sortRecipId
            sortSourceSeq sortLineSeq
        input procedure is distributeReports
        output procedure is writeBundles.

    close burstFile.

    if deptAvailable then
        close deptFile
    end-if.

    perform writeControlTotals.

    close controlSheetFile.

*> No report at all to distribute is the run gone wrong. A sheet that
*> does not prove out means the bundles must not be sent. Lines left
*> unassigned, or desk lines whose codes could not be checked, are
*> for somebody to chase, but the bundles are good.

    if sourcesSupplied = 0 then
        move 16 to return-code
    else
        if distributionOutOfBalance then
            move 8 to return-code
        else
            if rcpTotalLines (unassignedIndex) > 0
                    or uncheckedCodeLines > 0 then
                move 4 to return-code
            end-if
        end-if
    end-if.

stop run.

openDeptFile.

*> DPTFILE is optional. Status 05 is the optional file simply not
*> being there - close it again and take every code as it stands.

    move 0 to deptAvailableSwitch.

    open input deptFile.

    if deptStatus = '00' then
        move 1 to deptAvailableSwitch
    else
        if deptStatus = '05' then
            close deptFile
        end-if
        display 'PRIMESDST - DEPARTMENT MASTER NOT AVAILABLE, '
            'SOURCE CODES NOT CHECKED'
    end-if.

initRecipients.

    move 2 to recipientCount.

    move '3' to rcpType (unassignedIndex).
    move spaces to rcpId (unassignedIndex).
    move 'BLANK OR UNKNOWN CODE' to rcpName (unassignedIndex).

    move '4' to rcpType (runControlIndex).
    move spaces to rcpId (runControlIndex).
    move 'OPERATIONS' to rcpName (runControlIndex).

    move 0 to recipientIndex.
    perform clearOneRecipient recipientMax times.

    move 0 to sourceIndex.
    perform clearOneSource 3 times.

clearOneRecipient.

    add 1 to recipientIndex.

    move 0 to rcpSourceLines (recipientIndex, 1).
    move 0 to rcpSourceLines (recipientIndex, 2).
    move 0 to rcpSourceLines (recipientIndex, 3).
    move 0 to rcpTotalLines (recipientIndex).
    move 0 to rcpWrittenLines (recipientIndex).
    move 0 to rcpPages (recipientIndex).

clearOneSource.

    add 1 to sourceIndex.

    move 0 to srcSuppliedSwitch (sourceIndex).
    move 0 to srcReadCount (sourceIndex).
    move 0 to srcReleasedCount (sourceIndex).
    move 0 to srcWrittenCount (sourceIndex).
    move 0 to srcRecipientSum (sourceIndex).

distributeReports.

    move 0 to lineSequence.

    perform distributeResultReport.
    perform distributeRejectReport.
    perform distributeDirectoryReport.

distributeResultReport.

*> Status 05 is the optional file simply not being there - still
*> needs closing like any other open file.

    move 1 to stageSource.

    open input solInFile.

    if solInStatus = '00' then

        move 1 to srcSuppliedSwitch (1)
        add 1 to sourcesSupplied

        move 0 to eofSwitch

        read solInFile into reportLine
            at end move 1 to eofSwitch
        end-read

        perform takeOneResultLine until eofSwitch = 1

        close solInFile

    else

        if solInStatus = '05' then
            close solInFile
        end-if

    end-if.

takeOneResultLine.

*> A result line goes to the desk on its SRC: column; everything else
*> on the report - title, rules, batch control blocks, the run
*> summary and the family counts - is the run's, not a desk's.

    add 1 to srcReadCount (1).

    move reportLine to stageLine.

    if lineIsPrime then
        move primeLineSource to stageCode
        perform routeToDesk
    else
        if lineIsNotPrime then
            move notPrimeLineSource to stageCode
            perform routeToDesk
        else
            move runControlIndex to stageIndex
        end-if
    end-if.

    perform releaseReportLine.

    read solInFile into reportLine at end move 1 to eofSwitch.

distributeRejectReport.

    move 2 to stageSource.

    open input rejInFile.

    if rejInStatus = '00' then

        move 1 to srcSuppliedSwitch (2)
        add 1 to sourcesSupplied

        move 0 to eofSwitch

        read rejInFile into reportLine
            at end move 1 to eofSwitch
        end-read

        perform takeOneRejectLine until eofSwitch = 1

        close rejInFile

    else

        if rejInStatus = '05' then
            close rejInFile
        end-if

    end-if.

takeOneRejectLine.

*> A reject line goes to the desk on its SRC: column. The title, its
*> rule and the deck's control-error lines go to run control.

    add 1 to srcReadCount (2).

    move reportLine to stageLine.

    if lineIsReject then
        move rejectLineSource to stageCode
        perform routeToDesk
    else
        move runControlIndex to stageIndex
    end-if.

    perform releaseReportLine.

    read rejInFile into reportLine at end move 1 to eofSwitch.

distributeDirectoryReport.

    move 3 to stageSource.

    open input dirInFile.

    if dirInStatus = '00' then

        move 1 to srcSuppliedSwitch (3)
        add 1 to sourcesSupplied

        move runControlIndex to dirCurrentIndex
        move 0 to pendingRuleSwitch

        move 0 to eofSwitch

        read dirInFile into reportLine
            at end move 1 to eofSwitch
        end-read

        perform takeOneDirectoryLine until eofSwitch = 1

        if pendingRuleHeld then
            perform releasePendingRule
        end-if

        close dirInFile

    else

        if dirInStatus = '05' then
            close dirInFile
        end-if

    end-if.

takeOneDirectoryLine.

*> Each request's section opens with a rule and its REQUEST heading
*> and runs to the next section's rule, or to the rule ahead of the
*> summary page. A rule line is held back until the line after it
*> says which section it opens; the title and the summary page go to
*> run control, and a section with no requester to unassigned.

    add 1 to srcReadCount (3).

    if reportLine = underScores then

        if pendingRuleHeld then
            perform releasePendingRule
        end-if

        move reportLine to pendingRuleLine
        move 1 to pendingRuleSwitch

    else

        if lineIsRequestTag and lineIsRequesterLabel then
            perform startRequestSection
        else
            if reportLine = dirSummaryPageTitle then
                move runControlIndex to dirCurrentIndex
            end-if
        end-if

        if pendingRuleHeld then
            perform releasePendingRule
        end-if

        move reportLine to stageLine
        move dirCurrentIndex to stageIndex
        perform releaseReportLine

        if dirCurrentIndex = unassignedIndex then
            add 1 to noRequesterLines
        end-if

    end-if.

    read dirInFile into reportLine at end move 1 to eofSwitch.

startRequestSection.

    if requestHeadingRequester = spaces then

        move unassignedIndex to dirCurrentIndex

    else

        move '2' to stageType
        move requestHeadingRequester to stageId
        perform findRecipient

        if stageIndex = 0 then
            move 'RANGE REQUESTER' to stageName
            perform addRecipient
        end-if

        move stageIndex to dirCurrentIndex

    end-if.

releasePendingRule.

    move pendingRuleLine to stageLine.
    move dirCurrentIndex to stageIndex.
    perform releaseReportLine.

    if dirCurrentIndex = unassignedIndex then
        add 1 to noRequesterLines
    end-if.

    move 0 to pendingRuleSwitch.

routeToDesk.

*> A blank code, or one the department master does not carry, goes
*> to the unassigned bundle. A code is looked up once - after that it
*> is in the recipient table. Without the master every code is taken
*> as it stands.

    if stageCode = spaces then

        move unassignedIndex to stageIndex
        add 1 to blankCodeLines

    else

        move '1' to stageType
        move spaces to stageId
        move stageCode to stageId
        perform findRecipient

        if stageIndex = 0 then

            if deptAvailable then

                move stageCode to deptCode

                read deptFile
                    invalid key continue
                end-read

                if deptStatus = '00' then
                    move deptName to stageName
                    perform addRecipient
                else
                    move unassignedIndex to stageIndex
                    add 1 to unknownCodeLines
                end-if

            else

                move 'DEPT MASTER NOT READ' to stageName
                perform addRecipient

            end-if

        end-if

        if deptNotAvailable then
            add 1 to uncheckedCodeLines
        end-if

    end-if.

findRecipient.

    move 0 to stageIndex.
    move 0 to recipientIndex.

    perform matchOneRecipient
        until stageIndex > 0 or recipientIndex >= recipientCount.

matchOneRecipient.

    add 1 to recipientIndex.

    if rcpType (recipientIndex) = stageType
            and rcpId (recipientIndex) = stageId then
        move recipientIndex to stageIndex
    end-if.

addRecipient.

*> A night with more recipients than the table holds sends the rest
*> to the unassigned bundle, counted, rather than losing them.

    if recipientCount < recipientMax then
        add 1 to recipientCount
        move recipientCount to stageIndex
        move stageType to rcpType (stageIndex)
        move stageId to rcpId (stageIndex)
        move stageName to rcpName (stageIndex)
    else
        move unassignedIndex to stageIndex
        add 1 to tableFullLines
    end-if.

releaseReportLine.

    add 1 to lineSequence.

    add 1 to rcpSourceLines (stageIndex, stageSource).
    add 1 to rcpTotalLines (stageIndex).
    add 1 to srcReleasedCount (stageSource).

    move rcpType (stageIndex) to sortRecipType.
    move rcpId (stageIndex) to sortRecipId.
    move stageIndex to sortRecipIndex.
    move stageSource to sortSourceSeq.
    move lineSequence to sortLineSeq.
    move stageLine to sortLine.

    release sortEntry.

writeBundles.

    move 0 to currentIndex.
    move 0 to eofSwitch.

    return sortFile at end move 1 to eofSwitch.

    perform writeOneBundleLine until eofSwitch = 1.

    if currentIndex > 0 then
        perform finishBundle
    end-if.

writeOneBundleLine.

    if sortRecipIndex not = currentIndex then
        if currentIndex > 0 then
            perform finishBundle
        end-if
        move sortRecipIndex to currentIndex
        perform startBundle
    end-if.

*> Each report's lines in a bundle go under that report's own title.

    if sortSourceSeq not = currentSource then
        move sortSourceSeq to currentSource
        move sectionTitle (currentSource) to bodyLine
        perform writeBodyLine
    end-if.

    move sortLine to bodyLine.
    perform writeBodyLine.

    add 1 to rcpWrittenLines (currentIndex).
    add 1 to srcWrittenCount (currentSource).

    return sortFile at end move 1 to eofSwitch.

startBundle.

*> The page count on the cover is worked out before a line of the
*> bundle is written: the cover itself, then the body - every line
*> routed here plus one title per report they came from - at
*> bundlePageLines a page. writeBodyLine turns the pages at the same
*> points, and finishBundle checks the two agree.

    add 1 to bundleCount.

    move 0 to bundleSections.

    if rcpSourceLines (currentIndex, 1) > 0 then
        add 1 to bundleSections
    end-if.

    if rcpSourceLines (currentIndex, 2) > 0 then
        add 1 to bundleSections
    end-if.

    if rcpSourceLines (currentIndex, 3) > 0 then
        add 1 to bundleSections
    end-if.

    compute bundleBodyLines
        = rcpTotalLines (currentIndex) + bundleSections.

    compute bundleBodyPages
        = (bundleBodyLines + bundlePageLines - 1) / bundlePageLines.

    compute rcpPages (currentIndex) = bundleBodyPages + 1.

    move spaces to burstRecord.
    move rcpType (currentIndex) to burstRecipType.
    move rcpId (currentIndex) to burstRecipId.

    move rcpType (currentIndex) to recipientTypeNumber.
    move recipientTypeText (recipientTypeNumber) to coverRecipientType.
    move rcpId (currentIndex) to coverRecipientId.
    move rcpName (currentIndex) to coverName.
    move runDate to coverRunDate.
    move rcpPages (currentIndex) to coverPages.
    move rcpSourceLines (currentIndex, 1) to coverResults.
    move rcpSourceLines (currentIndex, 2) to coverRejects.
    move rcpSourceLines (currentIndex, 3) to coverDirectory.
    move rcpTotalLines (currentIndex) to coverTotal.

*> Each bundle starts on a page of its own so it can be sent as it
*> stands.

    move coverTitleLine to burstLine.

    if bundleCount = 1 then
        write burstRecord after advancing 0 lines
    else
        write burstRecord after advancing page
    end-if.

    move underScores to burstLine.
    write burstRecord after advancing 1 line.

    move coverRecipientMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverNameMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverRunDateMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverPagesMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverResultsMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverRejectsMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverDirectoryMsg to burstLine.
    write burstRecord after advancing 1 line.

    move coverTotalMsg to burstLine.
    write burstRecord after advancing 1 line.

    move underScores to burstLine.
    write burstRecord after advancing 1 line.

    move 1 to bundlePageNumber.
    add 1 to pagesWrittenCount.

    move bundlePageLines to pageLineCount.
    move 0 to currentSource.

writeBodyLine.

    if pageLineCount >= bundlePageLines then
        perform startBodyPage
    end-if.

    move bodyLine to burstLine.
    write burstRecord after advancing 1 line.

    add 1 to pageLineCount.

startBodyPage.

    add 1 to bundlePageNumber.
    add 1 to pagesWrittenCount.

    move coverRecipientType to pageHeadingType.
    move rcpId (currentIndex) to pageHeadingId.
    move rcpName (currentIndex) to pageHeadingName.
    move bundlePageNumber to pageHeadingNumber.

    move pageHeadingLine to burstLine.
    write burstRecord after advancing page.

    move underScores to burstLine.
    write burstRecord after advancing 1 line.

    move 0 to pageLineCount.

finishBundle.

*> The bundle's line on the control sheet. Every line routed here
*> must have come back out of the sort into the bundle, and the
*> bundle must have run to the pages its cover says.

    move recipientTypeText (recipientTypeNumber) to dstBundleType.
    move rcpId (currentIndex) to dstBundleId.
    move rcpName (currentIndex) to dstBundleName.
    move rcpSourceLines (currentIndex, 1) to dstBundleResults.
    move rcpSourceLines (currentIndex, 2) to dstBundleRejects.
    move rcpSourceLines (currentIndex, 3) to dstBundleDirectory.
    move rcpTotalLines (currentIndex) to dstBundleTotal.
    move bundlePageNumber to dstBundlePages.
    move 'IN BALANCE' to dstBundleState.

    if rcpWrittenLines (currentIndex) not = rcpTotalLines (currentIndex)
            or bundlePageNumber not = rcpPages (currentIndex) then
        move '*** NOT MET' to dstBundleState
        move 1 to outOfBalanceSwitch
    end-if.

    write dstWriteLine from dstBundleMsg after advancing 1 line.

    add rcpWrittenLines (currentIndex) to linesDistributedCount.

writeControlTotals.

*> The proof, report by report: every line read was sent on to one
*> recipient, the recipients' own counts add back up to it, and every
*> one of them came back out into a bundle.

    move 0 to recipientIndex.
    perform sumOneRecipient recipientCount times.

    write dstWriteLine from underScores after advancing 1 line.
    write dstWriteLine from dstSourceHeading after advancing 1 line.
    write dstWriteLine from dstSourceColumns after advancing 1 line.

    move 0 to sourceIndex.
    perform writeOneSourceLine 3 times.

    write dstWriteLine from underScores after advancing 1 line.
    write dstWriteLine from dstSummaryHeading after advancing 1 line.

    move bundleCount to dstBundlesCount.
    write dstWriteLine from dstBundlesMsg after advancing 1 line.

    move pagesWrittenCount to dstPagesCount.
    write dstWriteLine from dstPagesMsg after advancing 1 line.

    move linesDistributedCount to dstLinesCount.
    write dstWriteLine from dstLinesMsg after advancing 1 line.

    move rcpTotalLines (unassignedIndex) to dstUnassignedCount.
    write dstWriteLine from dstUnassignedMsg after advancing 1 line.

    move blankCodeLines to dstBlankCodeCount.
    write dstWriteLine from dstBlankCodeMsg after advancing 1 line.

    move unknownCodeLines to dstUnknownCodeCount.
    write dstWriteLine from dstUnknownCodeMsg after advancing 1 line.

    move noRequesterLines to dstNoRequesterCount.
    write dstWriteLine from dstNoRequesterMsg after advancing 1 line.

    move tableFullLines to dstTableFullCount.
    write dstWriteLine from dstTableFullMsg after advancing 1 line.

    move uncheckedCodeLines to dstUncheckedCount.
    write dstWriteLine from dstUncheckedMsg after advancing 1 line.

    write dstWriteLine from underScores after advancing 1 line.

    if sourcesSupplied = 0 then
        write dstWriteLine from dstNoSourceMsg after advancing 1 line
    else
        if distributionOutOfBalance then
            write dstWriteLine from dstNotBalancedMsg
                after advancing 1 line
        else
            write dstWriteLine from dstBalancedMsg after advancing 1 line
        end-if
    end-if.

sumOneRecipient.

    add 1 to recipientIndex.

    add rcpSourceLines (recipientIndex, 1) to srcRecipientSum (1).
    add rcpSourceLines (recipientIndex, 2) to srcRecipientSum (2).
    add rcpSourceLines (recipientIndex, 3) to srcRecipientSum (3).

writeOneSourceLine.

    add 1 to sourceIndex.

    move sourceName (sourceIndex) to dstSourceName.
    move srcReadCount (sourceIndex) to dstSourceRead.
    move srcReleasedCount (sourceIndex) to dstSourceReleased.
    move srcWrittenCount (sourceIndex) to dstSourceWritten.
    move srcRecipientSum (sourceIndex) to dstSourceRecipients.

    if srcNotSupplied (sourceIndex) then

        move 'NOT SUPPLIED' to dstSourceState

    else

        if srcReleasedCount (sourceIndex) = srcReadCount (sourceIndex)
                and srcWrittenCount (sourceIndex)
                    = srcReadCount (sourceIndex)
                and srcRecipientSum (sourceIndex)
                    = srcReadCount (sourceIndex) then
            move 'IN BALANCE' to dstSourceState
        else
            move '*** OUT OF BALANCE' to dstSourceState
            move 1 to outOfBalanceSwitch
        end-if

    end-if.

    write dstWriteLine from dstSourceMsg after advancing 1 line.
