*> invoice-dispute time. Records converted from before fingerprints
*> existed carry an empty one and sit the comparison out until their
*> document is analyzed again.
*>
*> Each suspect pair also marks the later of the two runs in the
*> master as a resubmission of the earlier document, which is what
*> keeps it off the month-end invoice register a3billing prints.
*> Rewriting the master means taking the same run lock a3 takes.
*> The operator signs on through a3signon first, and is named on the
*> run lock and the report.

identification division.
program-id. a3dupcheck.

select historyFile assign to "A3History.dat"
    organization is indexed
    access mode is dynamic
    record key is historyKey
    alternate record key is historyKeyRunDate with duplicates
    file status is historyFileStatus.
select dupReportFile assign to dynamic dupReportFilename
    organization is line sequential.

select runLockFile assign to "A3Run.lock"
    organization is line sequential
    file status is runLockFileStatus.

data division.

file section.
        03 historyFingerprintEntry occurs 16 times.
            04 historyFingerprintWord pic x(10).
            04 historyFingerprintCount pic 9(5).
    02 historyClientCode pic x(8).
    02 historyResubmitFlag pic x.
    02 historyResubmitOf pic x(30).
    02 historyStyleErrors pic 9(5).
    02 historyStyleWarnings pic 9(5).
    02 historyStyleNotes pic 9(5).
    02 historyOperatorId pic x(8).

fd dupReportFile.
01 dupReportLine pic x(100).

fd runLockFile.
01 runLockRecord pic x(60).

working-storage section.
77 historyFileStatus pic xx.
77 dupReportFilename pic x(40).
77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).

*> The same run lock a3 takes: marking resubmissions rewrites history
*> records, which must not happen under a live analysis filing its
*> own. A second comer exits with return code 12
77 runLockFileStatus pic xx.
77 runLockHeldFlag pic 9 comp value 0.
01 runLockImage.
    02 runLockDate pic x(8).
    02 filler pic x value space.
    02 runLockTime pic x(6).
    02 filler pic x value space.
    02 filler pic x(8) value "held by ".
    02 runLockHolder pic x(12).
    02 filler pic x(10) value " operator ".
    02 runLockOperator pic x(8).

*> Who is at the terminal, as the shared sign-on a3signon hands it
*> back; the role is O operator, E editor, S supervisor
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3dupcheck".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

77 targetNameEntry pic x(30).
77 sweepModeFlag pic 9 comp.
77 targetIndex pic 9(3) comp.
    02 documentEntry occurs 500 times.
        03 docName pic x(30).
        03 docRunDate pic x(8).
        03 docRunTime pic x(6).
        03 docResubmitFlag pic x.
        03 docMarkPending pic 9 comp.
        03 docResubmitOf pic x(30).
        03 docWords pic 9(7) comp.
        03 docSentences pic 9(7) comp.
        03 docFingerprint.
77 pairsCompared pic 9(6) comp value 0.
77 countEdited pic z(5)9.

*> Resubmission marking: the later run of each suspect pair is the
*> copy, and is marked against the document it copies
77 laterDocIndex pic 9(3) comp.
77 earlierDocIndex pic 9(3) comp.
77 markIndex pic 9(3) comp.
77 runsMarkedCount pic 9(4) comp value 0.

01 dupTitleLine.
    02 filler pic x(34) value "Duplicate-suspect report - run of ".
    02 dupTitleDate pic x(8).

01 dupOperatorLine.
    02 filler pic x(10) value "Operator: ".
    02 dupOperatorId pic x(8).
    02 filler pic x(2) value spaces.
    02 dupOperatorName pic x(30).

01 dupUnderline pic x(96) value all "-".

01 dupScopeLine.
    02 filler pic x(27) value "No duplicate suspects found".

procedure division.
    perform SignOnOperator.

    display "Document to check (blank = sweep the whole master):".
    accept targetNameEntry.
    if targetNameEntry = spaces
        into dupReportFilename
    end-string.

    perform AcquireRunLock.
    open input historyFile.
    if historyFileStatus not = "00"
        display "No analysis history master found (A3History.dat, status "
            historyFileStatus ")"
        perform ReleaseRunLock
        move 8 to return-code
        stop run
    end-if.
    open output dupReportFile.
    move runDateYyyymmdd to dupTitleDate.
    write dupReportLine from dupTitleLine after advancing 0 lines.
    move operatorId to dupOperatorId.
    move operatorName to dupOperatorName.
    write dupReportLine from dupOperatorLine after advancing 1 line.
    write dupReportLine from dupUnderline after advancing 1 line.
    if sweepModeFlag = 1
        move "every document in the master against every other"
    move "Duplicate suspects flagged =" to dupSummaryLabel.
    move suspectPairCount to dupSummaryValue.
    write dupReportLine from dupSummaryLine after advancing 1 line.
    perform MarkResubmittedRuns.
    move "Runs marked as resubmitted =" to dupSummaryLabel.
    move runsMarkedCount to dupSummaryValue.
    write dupReportLine from dupSummaryLine after advancing 1 line.
    close dupReportFile.
    perform ReleaseRunLock.

    display "Duplicate-suspect report written to "
        function trim(dupReportFilename).
    end-if.
    stop run.

    *> Takes the shared run lock before the master is read, so no other
    *> run can change it between the read and the rewrite; a lock already
    *> on disk means stand down with return code 12, same convention as
    *> a3 itself
    AcquireRunLock.
        open input runLockFile
        if runLockFileStatus = "00"
            read runLockFile into runLockImage
                at end
                    continue
            end-read
            close runLockFile
            display "Run lock A3Run.lock is " runLockImage
            display "Another run is using the shared files - "
                "rerun when it finishes (delete a stale lock by hand)"
            move 12 to return-code
            stop run
        end-if
        move runDateYyyymmdd to runLockDate
        move currentDateTime(9:6) to runLockTime
        move "a3dupcheck" to runLockHolder
        move operatorId to runLockOperator
        open output runLockFile
        write runLockRecord from runLockImage
        close runLockFile
        move 1 to runLockHeldFlag.

    *> Hands the run lock back at end of job
    ReleaseRunLock.
        if runLockHeldFlag = 1
            call "CBL_DELETE_FILE" using "A3Run.lock"
            move 0 to runLockHeldFlag
        end-if.

    *> Signs the operator on through the shared sign-on before anything
    *> else is done; three failed tries end the job with return code 8
    SignOnOperator.
        move "S" to signonRequest
        call "a3signon" using signonRequest signonProgram operatorId
            operatorName operatorRole refusedFunction
        if operatorRole = space
            move 8 to return-code
            stop run
        end-if.

    *> Walks the whole master in primary key order, keeping only the
    *> latest run of each document - resubmission shows up between
    *> documents, not between an old and a new run of the same one
    FillDocumentEntry.
        move historyKeyFilename to docName(documentCount)
        move historyKeyRunDate to docRunDate(documentCount)
        move historyKeyRunTime to docRunTime(documentCount)
        move historyResubmitFlag to docResubmitFlag(documentCount)
        move historyResubmitOf to docResubmitOf(documentCount)
        move 0 to docMarkPending(documentCount)
        move historyWords to docWords(documentCount)
        move historySentences to docSentences(documentCount)
        move 0 to loadFpIndex
                move docRunDate(secondDocIndex) to dupDetailSecondDate
                move similarityScore to dupDetailScore
                write dupReportLine from dupDetailLine after advancing 1 line
                perform NoteResubmission
            end-if
        end-if.

    *> Of the two runs just paired, the later one is the resubmission -
    *> note it for marking unless the master already says so. A run
    *> that suspects several originals is marked against the first
    NoteResubmission.
        if docRunDate(firstDocIndex) > docRunDate(secondDocIndex)
                or (docRunDate(firstDocIndex) = docRunDate(secondDocIndex)
                    and docRunTime(firstDocIndex) > docRunTime(secondDocIndex))
            move firstDocIndex to laterDocIndex
            move secondDocIndex to earlierDocIndex
        else
            move secondDocIndex to laterDocIndex
            move firstDocIndex to earlierDocIndex
        end-if
        if docResubmitFlag(laterDocIndex) not = "Y"
                and docMarkPending(laterDocIndex) = 0
            move 1 to docMarkPending(laterDocIndex)
            move docName(earlierDocIndex) to docResubmitOf(laterDocIndex)
        end-if.

    *> Rewrites every run noted above with the resubmission mark and the
    *> document it copies, reading each one back by its full key
    MarkResubmittedRuns.
        move 0 to runsMarkedCount
        open i-o historyFile
        if historyFileStatus not = "00"
            display "Cannot reopen the history master to mark resubmissions"
                " - status " historyFileStatus
        else
            move 0 to markIndex
            perform until markIndex = documentCount
                add 1 to markIndex
                if docMarkPending(markIndex) = 1
                    move docName(markIndex) to historyKeyFilename
                    move docRunDate(markIndex) to historyKeyRunDate
                    move docRunTime(markIndex) to historyKeyRunTime
                    read historyFile
                        invalid key
                            display "Run no longer on file: "
                                function trim(docName(markIndex))
                        not invalid key
                            move "Y" to historyResubmitFlag
                            move docResubmitOf(markIndex) to historyResubmitOf
                            rewrite historyRecord
                            add 1 to runsMarkedCount
                    end-read
                end-if
            end-perform
            close historyFile
        end-if.

    *> Counts how many of the first document's fingerprint words the
    *> second carries too, and turns it into a percentage against the
    *> fuller of the two fingerprints so a short one can't score high
