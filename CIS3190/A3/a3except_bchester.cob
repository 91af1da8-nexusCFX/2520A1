*> CIS 3190 Text Analyzer - exception master maintenance
*> Author - Brandon Chester. 0877477

*> TextAnalysisExceptions.txt is rewritten by every run, so an
*> over-length line or a dangling parenthesis that nobody got round to
*> was simply gone by the next night. a3 now also files every
*> exception in the indexed exception master A3Exceptions.dat, keyed
*> by document, run date and time, and line, with a disposition of
*> open, fixed, or waived and who set it and when. a3 closes an open
*> exception itself when a rerun of the document no longer finds it;
*> this utility is where people work the rest. It steps through the
*> open exceptions one at a time, the way a3dict steps through the
*> suspect words, marking each fixed or waived (a waived exception is
*> one the desk has accepted, and a3 stops raising it for that line),
*> and prints the aging report of what has sat open longest.

identification division.
program-id. a3except.

environment division.

input-output section.
file-control.

select exceptionMasterFile assign to "A3Exceptions.dat"
    organization is indexed
    access mode is dynamic
    record key is exceptionMasterKey
    file status is exceptionMasterFileStatus.

select agingReportFile assign to dynamic agingReportFilename
    organization is line sequential.

select runLockFile assign to "A3Run.lock"
    organization is line sequential
    file status is runLockFileStatus.

data division.

file section.
fd exceptionMasterFile.
01 exceptionMasterRecord.
    02 exceptionMasterKey.
        03 exceptionMasterFilename pic x(30).
        03 exceptionMasterRunDate pic x(8).
        03 exceptionMasterRunTime pic x(6).
        03 exceptionMasterLine pic 9(5).
        03 exceptionMasterSequence pic 9(5).
    *> S = file skipped, Q = line quality, B = balance defect
    02 exceptionMasterKind pic x.
    02 exceptionMasterReason pic x(50).
    *> O = open, F = fixed, W = waived - with who set it and when
    02 exceptionMasterDisposition pic x.
    02 exceptionMasterSetBy pic x(8).
    02 exceptionMasterSetDate pic x(8).
    02 exceptionMasterSetTime pic x(6).

fd agingReportFile.
01 agingReportLine pic x(100).

fd runLockFile.
01 runLockRecord pic x(60).

working-storage section.
77 exceptionMasterFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 agingReportFilename pic x(40).

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).
77 runTimeHhmmss pic x(6).
77 runMonthYyyymm pic x(6).
77 runDateNumeric pic 9(8).
77 runDateInteger pic 9(8) comp.
77 workDateNumeric pic 9(8).

*> The same run lock a3 takes: a3 holds the exception master open and
*> closes resolved exceptions in it as it goes, so working exceptions
*> must not overlap a live analysis. A second comer exits with return
*> code 12
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
*> back; the role is O operator, E editor, S supervisor. The operator
*> ID is recorded against every disposition set this session
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3except".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

77 menuChoice pic x.
77 reviewChoice pic x.
77 reviewQuitFlag pic 9 comp.
77 reviewDocumentEntry pic x(30).

77 exceptionsSeen pic 9(5) comp.
77 exceptionsFixed pic 9(5) comp.
77 exceptionsWaived pic 9(5) comp.
77 exceptionsSkipped pic 9(5) comp.

*> The open exceptions, loaded for the aging report
01 openExceptionTable.
    02 openExceptionEntry occurs 2000 times.
        03 openExceptionFilename pic x(30).
        03 openExceptionRunDate pic x(8).
        03 openExceptionLine pic 9(5).
        03 openExceptionKind pic x.
        03 openExceptionReason pic x(50).
        03 openExceptionDaysOpen pic s9(5) comp.
01 openExceptionSwapEntry.
    02 filler pic x(30).
    02 filler pic x(8).
    02 filler pic 9(5).
    02 filler pic x.
    02 filler pic x(50).
    02 filler pic s9(5) comp.
77 openExceptionCount pic 9(4) comp value 0.
77 openExceptionFullFlag pic 9 comp value 0.
77 sortOuterIndex pic 9(4) comp.
77 sortInnerIndex pic 9(4) comp.
77 sortPickIndex pic 9(4) comp.
77 printIndex pic 9(4) comp.

*> Aging buckets, longest open first
77 agingBucket pic 9 comp.
77 previousAgingBucket pic 9 comp.
01 agingBucketTable.
    02 agingBucketCount pic 9(5) comp occurs 4 times.
01 agingBucketLabels.
    02 filler pic x(30) value "Open more than 30 days".
    02 filler pic x(30) value "Open 8 to 30 days".
    02 filler pic x(30) value "Open 1 to 7 days".
    02 filler pic x(30) value "Opened today".
01 agingBucketLabelTable redefines agingBucketLabels.
    02 agingBucketLabel pic x(30) occurs 4 times.

*> Master-wide tallies for the foot of the aging report
77 fixedTotal pic 9(7) comp.
77 waivedTotal pic 9(7) comp.
77 fixedThisMonth pic 9(7) comp.
77 waivedThisMonth pic 9(7) comp.
77 autoClosedThisMonth pic 9(7) comp.

77 countEdited pic z(4)9.
77 reviewLineOutput pic z(4)9.

01 agingTitleLine.
    02 filler pic x(38) value "Open exceptions aging report - run of ".
    02 agingTitleDate pic x(8).

01 agingOperatorLine.
    02 filler pic x(10) value "Operator: ".
    02 agingOperatorId pic x(8).
    02 filler pic x(2) value spaces.
    02 agingOperatorName pic x(30).

01 agingUnderline pic x(98) value all "-".

01 agingBucketHeaderLine.
    02 agingBucketHeaderLabel pic x(30).
    02 filler pic x(3) value " - ".
    02 agingBucketHeaderCount pic z(4)9.
    02 filler pic x(13) value " exception(s)".

01 agingColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(31) value "Document".
    02 filler pic x(9) value "Filed".
    02 filler pic x(6) value " Line".
    02 filler pic x(2) value spaces.
    02 filler pic x(42) value "Exception".
    02 filler pic x(5) value " Days".

01 agingDetailLine.
    02 filler pic x(3) value spaces.
    02 agingDetailName pic x(30).
    02 filler pic x value space.
    02 agingDetailFiled pic x(8).
    02 filler pic x value space.
    02 agingDetailLineNumber pic z(4)9.
    02 filler pic x value space.
    02 agingDetailKind pic x.
    02 filler pic x value space.
    02 agingDetailReason pic x(42).
    02 agingDetailDaysOpen pic z(4)9.

01 agingSummaryLine.
    02 filler pic x(3) value spaces.
    02 agingSummaryLabel pic x(36).
    02 agingSummaryValue pic z(6)9.

01 agingNoteLine.
    02 filler pic x(3) value spaces.
    02 agingNoteText pic x(90).

procedure division.
    perform SignOnOperator.

    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.
    move currentDateTime(9:6) to runTimeHhmmss.
    move runDateYyyymmdd(1:6) to runMonthYyyymm.
    move runDateYyyymmdd to runDateNumeric.
    compute runDateInteger = function integer-of-date(runDateNumeric).

    move space to menuChoice.
    perform until menuChoice = "Q"
        display " "
        display "(W)ork open exceptions, (A)ging report, (Q)uit:"
        accept menuChoice
        move function upper-case(menuChoice) to menuChoice
        if menuChoice = "W"
            perform ReviewOpenExceptions
        else if menuChoice = "A"
            perform PrintAgingReport
        else if menuChoice not = "Q"
            display "Enter W, A, or Q"
        end-if
    end-perform.
    stop run.

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

    *> Takes the shared run lock before the master is opened for update;
    *> a lock already on disk means stand down with return code 12, same
    *> convention as a3 itself
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
        move function current-date to currentDateTime
        move currentDateTime(1:8) to runLockDate
        move currentDateTime(9:6) to runLockTime
        move "a3except" to runLockHolder
        move operatorId to runLockOperator
        open output runLockFile
        write runLockRecord from runLockImage
        close runLockFile
        move 1 to runLockHeldFlag.

    *> Hands the run lock back once the review pass is done
    ReleaseRunLock.
        if runLockHeldFlag = 1
            call "CBL_DELETE_FILE" using "A3Run.lock"
            move 0 to runLockHeldFlag
        end-if.

    *> Steps through the open exceptions - every document, or just the
    *> one the operator names - asking for a disposition on each. Each
    *> answer is rewritten to the master straight away, so a review
    *> cut short keeps its decisions. The run lock is held for the
    *> whole pass
    ReviewOpenExceptions.
        display "Document to work (blank = all documents):"
        accept reviewDocumentEntry
        perform AcquireRunLock
        open i-o exceptionMasterFile
        if exceptionMasterFileStatus not = "00"
            display "No exception master on file (A3Exceptions.dat, status "
                exceptionMasterFileStatus ")"
        else
            move 0 to exceptionsSeen
            move 0 to exceptionsFixed
            move 0 to exceptionsWaived
            move 0 to exceptionsSkipped
            move 0 to reviewQuitFlag
            move 0 to fileEndFlag
            move reviewDocumentEntry to exceptionMasterFilename
            move low-values to exceptionMasterRunDate
            move low-values to exceptionMasterRunTime
            move 0 to exceptionMasterLine
            move 0 to exceptionMasterSequence
            start exceptionMasterFile key is not less than exceptionMasterKey
                invalid key
                    move 1 to fileEndFlag
            end-start
            perform until fileEndFlag = 1 or reviewQuitFlag = 1
                read exceptionMasterFile next record
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if reviewDocumentEntry not = spaces
                                and exceptionMasterFilename not = reviewDocumentEntry
                            move 1 to fileEndFlag
                        else if exceptionMasterDisposition = "O"
                            perform ReviewOneException
                        end-if
                end-read
            end-perform
            close exceptionMasterFile
            if exceptionsSeen = 0
                display "No open exceptions to work"
            end-if
            move exceptionsFixed to countEdited
            display "Marked " function trim(countEdited) " exception(s) fixed"
            move exceptionsWaived to countEdited
            display "Waived " function trim(countEdited) " exception(s)"
            move exceptionsSkipped to countEdited
            display "Skipped " function trim(countEdited) " exception(s) for next time"
        end-if
        perform ReleaseRunLock.

    *> Shows one open exception and takes the operator's ruling on it
    ReviewOneException.
        add 1 to exceptionsSeen
        move exceptionMasterLine to reviewLineOutput
        display function trim(exceptionMasterFilename)
            " line " function trim(reviewLineOutput)
            " (filed " exceptionMasterRunDate "): "
            function trim(exceptionMasterReason)
        display "  (F)ixed, (W)aive, (S)kip, (Q)uit review:"
        accept reviewChoice
        move function upper-case(reviewChoice) to reviewChoice
        if reviewChoice = "F" or reviewChoice = "W"
            move reviewChoice to exceptionMasterDisposition
            move operatorId to exceptionMasterSetBy
            move function current-date to currentDateTime
            move currentDateTime(1:8) to exceptionMasterSetDate
            move currentDateTime(9:6) to exceptionMasterSetTime
            rewrite exceptionMasterRecord
                invalid key
                    display "Could not update this exception - status "
                        exceptionMasterFileStatus
            end-rewrite
            if reviewChoice = "F"
                add 1 to exceptionsFixed
            else
                add 1 to exceptionsWaived
            end-if
        else if reviewChoice = "Q"
            move 1 to reviewQuitFlag
        else
            add 1 to exceptionsSkipped
        end-if.

    *> Walks the whole master once: open exceptions go into the table
    *> with how many days they have been open; closed ones feed the
    *> totals at the foot of the report
    LoadOpenExceptions.
        move 0 to openExceptionCount
        move 0 to openExceptionFullFlag
        move 0 to fixedTotal
        move 0 to waivedTotal
        move 0 to fixedThisMonth
        move 0 to waivedThisMonth
        move 0 to autoClosedThisMonth
        open input exceptionMasterFile
        if exceptionMasterFileStatus = "00"
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read exceptionMasterFile next record
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if exceptionMasterDisposition = "O"
                            perform NoteOpenException
                        else
                            perform NoteClosedException
                        end-if
                end-read
            end-perform
            close exceptionMasterFile
        end-if.

    NoteOpenException.
        if openExceptionCount < 2000
            add 1 to openExceptionCount
            move exceptionMasterFilename to openExceptionFilename(openExceptionCount)
            move exceptionMasterRunDate to openExceptionRunDate(openExceptionCount)
            move exceptionMasterLine to openExceptionLine(openExceptionCount)
            move exceptionMasterKind to openExceptionKind(openExceptionCount)
            move exceptionMasterReason to openExceptionReason(openExceptionCount)
            move exceptionMasterRunDate to workDateNumeric
            compute openExceptionDaysOpen(openExceptionCount) = runDateInteger
                - function integer-of-date(workDateNumeric)
        else
            move 1 to openExceptionFullFlag
        end-if.

    NoteClosedException.
        if exceptionMasterDisposition = "F"
            add 1 to fixedTotal
            if exceptionMasterSetDate(1:6) = runMonthYyyymm
                add 1 to fixedThisMonth
                if exceptionMasterSetBy = "A3"
                    add 1 to autoClosedThisMonth
                end-if
            end-if
        else
            add 1 to waivedTotal
            if exceptionMasterSetDate(1:6) = runMonthYyyymm
                add 1 to waivedThisMonth
            end-if
        end-if.

    *> Selection sort of the open table, longest open first
    SortOpenExceptions.
        move 0 to sortOuterIndex
        perform until sortOuterIndex >= openExceptionCount
            add 1 to sortOuterIndex
            move sortOuterIndex to sortPickIndex
            move sortOuterIndex to sortInnerIndex
            perform until sortInnerIndex >= openExceptionCount
                add 1 to sortInnerIndex
                if openExceptionDaysOpen(sortInnerIndex)
                        > openExceptionDaysOpen(sortPickIndex)
                    move sortInnerIndex to sortPickIndex
                end-if
            end-perform
            if sortPickIndex not = sortOuterIndex
                move openExceptionEntry(sortOuterIndex) to openExceptionSwapEntry
                move openExceptionEntry(sortPickIndex)
                    to openExceptionEntry(sortOuterIndex)
                move openExceptionSwapEntry to openExceptionEntry(sortPickIndex)
            end-if
        end-perform.

    *> Prints A3ExceptionAging_yyyymmdd.txt: every open exception under
    *> the bucket for how long it has been open, longest first, then
    *> the open total and this month's closures
    PrintAgingReport.
        perform LoadOpenExceptions
        perform SortOpenExceptions
        move spaces to agingReportFilename
        string "A3ExceptionAging_" delimited by size
               runDateYyyymmdd delimited by size
               ".txt" delimited by size
            into agingReportFilename
        end-string
        open output agingReportFile
        move runDateYyyymmdd to agingTitleDate
        write agingReportLine from agingTitleLine after advancing 0 lines
        move operatorId to agingOperatorId
        move operatorName to agingOperatorName
        write agingReportLine from agingOperatorLine after advancing 1 line
        write agingReportLine from agingUnderline after advancing 1 line
        move 0 to agingBucketCount(1) agingBucketCount(2)
            agingBucketCount(3) agingBucketCount(4)
        move 0 to printIndex
        perform until printIndex >= openExceptionCount
            add 1 to printIndex
            perform FindAgingBucket
            add 1 to agingBucketCount(agingBucket)
        end-perform
        move 0 to previousAgingBucket
        move 0 to printIndex
        perform until printIndex >= openExceptionCount
            add 1 to printIndex
            perform FindAgingBucket
            if agingBucket not = previousAgingBucket
                move agingBucketLabel(agingBucket) to agingBucketHeaderLabel
                move agingBucketCount(agingBucket) to agingBucketHeaderCount
                write agingReportLine from agingBucketHeaderLine
                    after advancing 2 lines
                write agingReportLine from agingColumnHeader after advancing 1 line
                move agingBucket to previousAgingBucket
            end-if
            move openExceptionFilename(printIndex) to agingDetailName
            move openExceptionRunDate(printIndex) to agingDetailFiled
            move openExceptionLine(printIndex) to agingDetailLineNumber
            move openExceptionKind(printIndex) to agingDetailKind
            move openExceptionReason(printIndex) to agingDetailReason
            move openExceptionDaysOpen(printIndex) to agingDetailDaysOpen
            write agingReportLine from agingDetailLine after advancing 1 line
        end-perform
        if openExceptionCount = 0
            move "Nothing open - every exception on file has been dealt with"
                to agingNoteText
            write agingReportLine from agingNoteLine after advancing 2 lines
        end-if
        write agingReportLine from agingUnderline after advancing 2 lines
        move "Exceptions open                    =" to agingSummaryLabel
        move openExceptionCount to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Fixed this month                   =" to agingSummaryLabel
        move fixedThisMonth to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "  closed by a3 on a rerun          =" to agingSummaryLabel
        move autoClosedThisMonth to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Waived this month                  =" to agingSummaryLabel
        move waivedThisMonth to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Fixed on file in all               =" to agingSummaryLabel
        move fixedTotal to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Waived on file in all              =" to agingSummaryLabel
        move waivedTotal to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Kinds: S = file skipped, Q = line quality, B = balance defect"
            to agingNoteText
        write agingReportLine from agingNoteLine after advancing 2 lines
        if openExceptionFullFlag = 1
            move "** More than 2000 open exceptions - only the first 2000 are listed **"
                to agingNoteText
            write agingReportLine from agingNoteLine after advancing 1 line
        end-if
        close agingReportFile
        move openExceptionCount to countEdited
        display "Aging report written to " function trim(agingReportFilename)
            " - " function trim(countEdited) " exception(s) open".

    *> Which aging bucket the entry at printIndex falls in
    FindAgingBucket.
        if openExceptionDaysOpen(printIndex) > 30
            move 1 to agingBucket
        else if openExceptionDaysOpen(printIndex) > 7
            move 2 to agingBucket
        else if openExceptionDaysOpen(printIndex) > 0
            move 3 to agingBucket
        else
            move 4 to agingBucket
        end-if.
