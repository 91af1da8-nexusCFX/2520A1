*> CIS 3190 Text Analyzer - document intake and work queue
*> Author - Brandon Chester. 0877477

*> Until a document is typed at the a3 prompt or put in a control file
*> the system has never heard of it, so "what came in that hasn't been
*> analyzed yet?" had no answer. The front desk now registers every
*> incoming document here, into the indexed work queue A3WorkQueue.dat:
*> filename, client, the date and time it was received, the date it
*> was promised by, and a priority. a3 marks the entry complete with
*> its run date and time as soon as the document has been analyzed.
*>
*> Besides registering, this utility prints the aging report of
*> everything still outstanding, bucketed by how many days past its
*> promise date each document is, with this month's turnaround record
*> underneath; and it writes tonight's control file straight off the
*> open queue - priority first, then the earliest promise, then the
*> order received - so the night batch works the queue instead of a
*> hand-typed list. Control-file lines carry the filename in columns
*> 1-30 and the client code from column 32, the layout a3 reads.

identification division.
program-id. a3intake.

environment division.

input-output section.
file-control.

select workQueueFile assign to "A3WorkQueue.dat"
    organization is indexed
    access mode is dynamic
    record key is workQueueKey
    file status is workQueueFileStatus.

select clientFile assign to "A3Clients.txt"
    organization is line sequential
    file status is clientFileStatus.

select agingReportFile assign to dynamic agingReportFilename
    organization is line sequential.

select controlFile assign to dynamic controlFilename
    organization is line sequential
    file status is controlFileStatus.

data division.

file section.
fd workQueueFile.
01 workQueueRecord.
    02 workQueueKey.
        03 workQueueFilename pic x(30).
        03 workQueueReceivedDate pic x(8).
        03 workQueueReceivedTime pic x(6).
    02 workQueueClientCode pic x(8).
    02 workQueuePromisedDate pic x(8).
    *> 1 = rush, 2 = normal, 3 = when there is room
    02 workQueuePriority pic x.
    *> O = open, C = complete (a3 sets it, with the run date and time)
    02 workQueueStatus pic x.
    02 workQueueCompletedDate pic x(8).
    02 workQueueCompletedTime pic x(6).

fd clientFile.
01 clientFileRecord pic x(80).

fd agingReportFile.
01 agingReportLine pic x(100).

fd controlFile.
01 controlFileLine pic x(40).

working-storage section.
77 workQueueFileStatus pic xx.
77 clientFileStatus pic xx.
77 controlFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 agingReportFilename pic x(40).
77 controlFilename pic x(30).

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).
77 runTimeHhmmss pic x(6).
77 runMonthYyyymm pic x(6).
77 runDateNumeric pic 9(8).
77 runDateInteger pic 9(8) comp.
77 workDateNumeric pic 9(8).
77 workDateInteger pic 9(8) comp.

77 menuChoice pic x.

*> Registration entries from the front desk
77 entryFilename pic x(30).
77 entryClientCode pic x(8).
77 entryPromisedDate pic x(8).
77 entryPriority pic x.
77 entryDateValidFlag pic 9 comp.

*> New documents are promised this many days out unless the desk
*> types a promise date of its own
77 defaultTurnaroundDays pic 9(3) comp value 5.

*> Client codes off the client master, so a mistyped code is caught
*> at the front desk rather than at month-end billing
77 clientMasterLoadedFlag pic 9 comp value 0.
77 clientCodeCount pic 9(3) comp value 0.
77 clientLookupIndex pic 9(3) comp.
77 clientCodeFoundFlag pic 9 comp.
01 clientCodeTable.
    02 clientCodeEntry pic x(8) occurs 500 times.
01 clientMasterLine pic x(80).

*> The open queue, loaded for the aging report or the control file
01 openQueueTable.
    02 openQueueEntry occurs 2000 times.
        03 openQueueFilename pic x(30).
        03 openQueueReceivedDate pic x(8).
        03 openQueueReceivedTime pic x(6).
        03 openQueueClientCode pic x(8).
        03 openQueuePromisedDate pic x(8).
        03 openQueuePriority pic x.
        03 openQueueDaysPast pic s9(5) comp.
        03 openQueueSortKey pic x(23).
01 openQueueSwapEntry.
    02 filler pic x(30).
    02 filler pic x(8).
    02 filler pic x(6).
    02 filler pic x(8).
    02 filler pic x(8).
    02 filler pic x.
    02 filler pic s9(5) comp.
    02 filler pic x(23).
77 openQueueCount pic 9(4) comp value 0.
77 openQueueFullFlag pic 9 comp value 0.
77 sortOuterIndex pic 9(4) comp.
77 sortInnerIndex pic 9(4) comp.
77 sortPickIndex pic 9(4) comp.
77 printIndex pic 9(4) comp.

*> Sort direction: the aging report wants the most overdue first,
*> the control file wants the lowest priority number first
77 sortDescendingFlag pic 9 comp.

*> Aging buckets, most overdue first
77 agingBucket pic 9 comp.
77 previousAgingBucket pic 9 comp.
01 agingBucketTable.
    02 agingBucketCount pic 9(5) comp occurs 5 times.
01 agingBucketLabels.
    02 filler pic x(30) value "Over 10 days past promise".
    02 filler pic x(30) value "6 to 10 days past promise".
    02 filler pic x(30) value "1 to 5 days past promise".
    02 filler pic x(30) value "Due today".
    02 filler pic x(30) value "Not yet due".
01 agingBucketLabelTable redefines agingBucketLabels.
    02 agingBucketLabel pic x(30) occurs 5 times.
77 overdueCount pic 9(5) comp.

*> This month's turnaround record, off the completed entries
77 completedThisMonth pic 9(5) comp.
77 completedOnTime pic 9(5) comp.
77 completedLate pic 9(5) comp.
77 turnaroundDaysTotal pic 9(7) comp.
77 averageTurnaround pic 9(4)v9 comp.

77 controlLinesWritten pic 9(5) comp.
77 countEdited pic z(4)9.

01 controlLineImage.
    02 controlLineFilename pic x(30).
    02 filler pic x value space.
    02 controlLineClientCode pic x(8).
    02 filler pic x value space.

01 agingTitleLine.
    02 filler pic x(35) value "Intake queue aging report - run of ".
    02 agingTitleDate pic x(8).

01 agingUnderline pic x(96) value all "-".

01 agingBucketHeaderLine.
    02 agingBucketHeaderLabel pic x(30).
    02 filler pic x(3) value " - ".
    02 agingBucketHeaderCount pic z(4)9.
    02 filler pic x(12) value " document(s)".

01 agingColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(31) value "Document".
    02 filler pic x(10) value "Client".
    02 filler pic x(9) value "Received".
    02 filler pic x(9) value "Promised".
    02 filler pic x(5) value "Pri".
    02 filler pic x(10) value "Days past".

01 agingDetailLine.
    02 filler pic x(3) value spaces.
    02 agingDetailName pic x(30).
    02 filler pic x value space.
    02 agingDetailClient pic x(8).
    02 filler pic x(2) value spaces.
    02 agingDetailReceived pic x(8).
    02 filler pic x value space.
    02 agingDetailPromised pic x(8).
    02 filler pic x(2) value spaces.
    02 agingDetailPriority pic x.
    02 filler pic x(3) value spaces.
    02 agingDetailDaysPast pic -(4)9.

01 agingSummaryLine.
    02 filler pic x(3) value spaces.
    02 agingSummaryLabel pic x(36).
    02 agingSummaryValue pic z(6)9.

01 agingAverageLine.
    02 filler pic x(3) value spaces.
    02 agingAverageLabel pic x(36).
    02 agingAverageValue pic z(5)9.9.

01 agingNoteLine.
    02 filler pic x(3) value spaces.
    02 agingNoteText pic x(90).

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.
    move currentDateTime(9:6) to runTimeHhmmss.
    move runDateYyyymmdd(1:6) to runMonthYyyymm.
    move runDateYyyymmdd to runDateNumeric.
    compute runDateInteger = function integer-of-date(runDateNumeric).

    perform LoadClientMaster.

    move space to menuChoice.
    perform until menuChoice = "Q"
        display " "
        display "(R)egister a document, (A)ging report,"
        display "(G)enerate tonight's control file, (Q)uit:"
        accept menuChoice
        move function upper-case(menuChoice) to menuChoice
        if menuChoice = "R"
            perform RegisterDocument
        else if menuChoice = "A"
            perform PrintAgingReport
        else if menuChoice = "G"
            perform GenerateControlFile
        else if menuChoice not = "Q"
            display "Enter R, A, G, or Q"
        end-if
    end-perform.
    stop run.

    *> Loads the client codes off the client master, one client per
    *> line with the code in columns 1-8 and "*" in column one for a
    *> comment - the same file the billing run prices from
    LoadClientMaster.
        move 0 to clientCodeCount
        open input clientFile
        if clientFileStatus = "00"
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read clientFile into clientMasterLine
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if clientMasterLine(1:8) not = spaces
                                and clientMasterLine(1:1) not = "*"
                                and clientCodeCount < 500
                            add 1 to clientCodeCount
                            move function upper-case(clientMasterLine(1:8))
                                to clientCodeEntry(clientCodeCount)
                        end-if
                end-read
            end-perform
            close clientFile
            move 1 to clientMasterLoadedFlag
        end-if.

    *> Takes one incoming document from the front desk and files it in
    *> the work queue as open, received now. A blank promise date means
    *> the standard turnaround; a blank priority means normal
    RegisterDocument.
        display "Filename received:"
        accept entryFilename
        if entryFilename = spaces
            display "Nothing entered"
        else
            display "Client code (blank = none):"
            accept entryClientCode
            move function upper-case(entryClientCode) to entryClientCode
            if entryClientCode not = spaces
                perform CheckClientCode
            end-if
            display "Promised by date as YYYYMMDD (blank = standard turnaround):"
            accept entryPromisedDate
            if entryPromisedDate = spaces
                compute workDateInteger = runDateInteger + defaultTurnaroundDays
                compute workDateNumeric = function date-of-integer(workDateInteger)
                move workDateNumeric to entryPromisedDate
                move 1 to entryDateValidFlag
            else
                perform ValidatePromisedDate
            end-if
            if entryDateValidFlag = 1
                display "Priority 1 = rush, 2 = normal, 3 = low (blank = 2):"
                accept entryPriority
                if entryPriority = space
                    move "2" to entryPriority
                end-if
                if entryPriority not = "1" and entryPriority not = "2"
                        and entryPriority not = "3"
                    display "Priority must be 1, 2, or 3 - not registered"
                else
                    perform WriteQueueEntry
                end-if
            end-if
        end-if.

    *> A promise date has to be a real calendar date, and not one
    *> already behind us
    ValidatePromisedDate.
        move 0 to entryDateValidFlag
        if entryPromisedDate is not numeric
            display "Promise date must be YYYYMMDD - not registered"
        else
            move entryPromisedDate to workDateNumeric
            if function test-date-yyyymmdd(workDateNumeric) not = 0
                display "Promise date " entryPromisedDate
                    " is not a calendar date - not registered"
            else if entryPromisedDate < runDateYyyymmdd
                display "Promise date " entryPromisedDate
                    " is already past - not registered"
            else
                move 1 to entryDateValidFlag
            end-if
        end-if.

    *> Warns when the client code isn't on the client master; the entry
    *> is still taken - the desk may know of a client accounts hasn't
    *> set up yet, and billing lists it as unassigned until they do
    CheckClientCode.
        if clientMasterLoadedFlag = 1
            move 0 to clientCodeFoundFlag
            move 1 to clientLookupIndex
            perform until clientLookupIndex > clientCodeCount
                    or clientCodeFoundFlag = 1
                if clientCodeEntry(clientLookupIndex) = entryClientCode
                    move 1 to clientCodeFoundFlag
                end-if
                add 1 to clientLookupIndex
            end-perform
            if clientCodeFoundFlag = 0
                display "Warning: client code " function trim(entryClientCode)
                    " is not on the client master (A3Clients.txt)"
            end-if
        end-if.

    *> Files the entry; the queue is created the first time anything
    *> is registered
    WriteQueueEntry.
        open i-o workQueueFile
        if workQueueFileStatus = "35"
            open output workQueueFile
        end-if
        if workQueueFileStatus not = "00"
            display "Cannot open the work queue A3WorkQueue.dat - status "
                workQueueFileStatus
        else
            move function current-date to currentDateTime
            move entryFilename to workQueueFilename
            move currentDateTime(1:8) to workQueueReceivedDate
            move currentDateTime(9:6) to workQueueReceivedTime
            move entryClientCode to workQueueClientCode
            move entryPromisedDate to workQueuePromisedDate
            move entryPriority to workQueuePriority
            move "O" to workQueueStatus
            move spaces to workQueueCompletedDate
            move spaces to workQueueCompletedTime
            write workQueueRecord
                invalid key
                    display function trim(entryFilename)
                        " was already registered this second - try again"
                not invalid key
                    display function trim(entryFilename)
                        " registered, promised by " entryPromisedDate
                        ", priority " entryPriority
            end-write
            close workQueueFile
        end-if.

    *> Walks the whole queue once: open entries go into the table with
    *> their days past promise worked out; entries a3 completed this
    *> month feed the turnaround figures
    LoadOpenQueue.
        move 0 to openQueueCount
        move 0 to openQueueFullFlag
        move 0 to completedThisMonth
        move 0 to completedOnTime
        move 0 to completedLate
        move 0 to turnaroundDaysTotal
        open input workQueueFile
        if workQueueFileStatus = "00"
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read workQueueFile next record
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if workQueueStatus = "O"
                            perform NoteOpenEntry
                        else if workQueueCompletedDate(1:6) = runMonthYyyymm
                            perform NoteCompletedEntry
                        end-if
                end-read
            end-perform
            close workQueueFile
        end-if.

    NoteOpenEntry.
        if openQueueCount < 2000
            add 1 to openQueueCount
            move workQueueFilename to openQueueFilename(openQueueCount)
            move workQueueReceivedDate to openQueueReceivedDate(openQueueCount)
            move workQueueReceivedTime to openQueueReceivedTime(openQueueCount)
            move workQueueClientCode to openQueueClientCode(openQueueCount)
            move workQueuePromisedDate to openQueuePromisedDate(openQueueCount)
            move workQueuePriority to openQueuePriority(openQueueCount)
            move workQueuePromisedDate to workDateNumeric
            compute openQueueDaysPast(openQueueCount) = runDateInteger
                - function integer-of-date(workDateNumeric)
            move spaces to openQueueSortKey(openQueueCount)
            string workQueuePriority delimited by size
                   workQueuePromisedDate delimited by size
                   workQueueReceivedDate delimited by size
                   workQueueReceivedTime delimited by size
                into openQueueSortKey(openQueueCount)
            end-string
        else
            move 1 to openQueueFullFlag
        end-if.

    NoteCompletedEntry.
        add 1 to completedThisMonth
        if workQueueCompletedDate > workQueuePromisedDate
            add 1 to completedLate
        else
            add 1 to completedOnTime
        end-if
        move workQueueCompletedDate to workDateNumeric
        move function integer-of-date(workDateNumeric) to workDateInteger
        move workQueueReceivedDate to workDateNumeric
        compute turnaroundDaysTotal = turnaroundDaysTotal + workDateInteger
            - function integer-of-date(workDateNumeric).

    *> Selection sort of the open table - by days past promise, most
    *> overdue first, for the aging report; by priority, promise date,
    *> and receipt for the control file
    SortOpenQueue.
        move 0 to sortOuterIndex
        perform until sortOuterIndex >= openQueueCount
            add 1 to sortOuterIndex
            move sortOuterIndex to sortPickIndex
            move sortOuterIndex to sortInnerIndex
            perform until sortInnerIndex >= openQueueCount
                add 1 to sortInnerIndex
                if sortDescendingFlag = 1
                    if openQueueDaysPast(sortInnerIndex)
                            > openQueueDaysPast(sortPickIndex)
                        move sortInnerIndex to sortPickIndex
                    end-if
                else
                    if openQueueSortKey(sortInnerIndex)
                            < openQueueSortKey(sortPickIndex)
                        move sortInnerIndex to sortPickIndex
                    end-if
                end-if
            end-perform
            if sortPickIndex not = sortOuterIndex
                move openQueueEntry(sortOuterIndex) to openQueueSwapEntry
                move openQueueEntry(sortPickIndex) to openQueueEntry(sortOuterIndex)
                move openQueueSwapEntry to openQueueEntry(sortPickIndex)
            end-if
        end-perform.

    *> Prints A3QueueAging_yyyymmdd.txt: every open document under the
    *> bucket for how far past its promise it is, most overdue first,
    *> then the outstanding totals and this month's turnaround record
    PrintAgingReport.
        perform LoadOpenQueue
        move 1 to sortDescendingFlag
        perform SortOpenQueue
        move spaces to agingReportFilename
        string "A3QueueAging_" delimited by size
               runDateYyyymmdd delimited by size
               ".txt" delimited by size
            into agingReportFilename
        end-string
        open output agingReportFile
        move runDateYyyymmdd to agingTitleDate
        write agingReportLine from agingTitleLine after advancing 0 lines
        write agingReportLine from agingUnderline after advancing 1 line
        move 0 to agingBucketCount(1) agingBucketCount(2)
            agingBucketCount(3) agingBucketCount(4) agingBucketCount(5)
        move 0 to overdueCount
        move 0 to printIndex
        perform until printIndex >= openQueueCount
            add 1 to printIndex
            perform FindAgingBucket
            add 1 to agingBucketCount(agingBucket)
            if openQueueDaysPast(printIndex) > 0
                add 1 to overdueCount
            end-if
        end-perform
        move 0 to previousAgingBucket
        move 0 to printIndex
        perform until printIndex >= openQueueCount
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
            move openQueueFilename(printIndex) to agingDetailName
            move openQueueClientCode(printIndex) to agingDetailClient
            move openQueueReceivedDate(printIndex) to agingDetailReceived
            move openQueuePromisedDate(printIndex) to agingDetailPromised
            move openQueuePriority(printIndex) to agingDetailPriority
            move openQueueDaysPast(printIndex) to agingDetailDaysPast
            write agingReportLine from agingDetailLine after advancing 1 line
        end-perform
        if openQueueCount = 0
            move "Nothing outstanding - the queue is clear" to agingNoteText
            write agingReportLine from agingNoteLine after advancing 2 lines
        end-if
        write agingReportLine from agingUnderline after advancing 2 lines
        move "Documents outstanding              =" to agingSummaryLabel
        move openQueueCount to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Outstanding past their promise     =" to agingSummaryLabel
        move overdueCount to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "Completed this month               =" to agingSummaryLabel
        move completedThisMonth to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "  completed on or before promise   =" to agingSummaryLabel
        move completedOnTime to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        move "  completed late                   =" to agingSummaryLabel
        move completedLate to agingSummaryValue
        write agingReportLine from agingSummaryLine after advancing 1 line
        if completedThisMonth > 0
            compute averageTurnaround rounded =
                turnaroundDaysTotal / completedThisMonth
            move "  average turnaround in days       =" to agingAverageLabel
            move averageTurnaround to agingAverageValue
            write agingReportLine from agingAverageLine after advancing 1 line
        end-if
        if openQueueFullFlag = 1
            move "** More than 2000 open entries - only the first 2000 are listed **"
                to agingNoteText
            write agingReportLine from agingNoteLine after advancing 1 line
        end-if
        close agingReportFile
        move openQueueCount to countEdited
        display "Aging report written to " function trim(agingReportFilename)
            " - " function trim(countEdited) " document(s) outstanding".

    *> Which aging bucket the entry at printIndex falls in
    FindAgingBucket.
        if openQueueDaysPast(printIndex) > 10
            move 1 to agingBucket
        else if openQueueDaysPast(printIndex) > 5
            move 2 to agingBucket
        else if openQueueDaysPast(printIndex) > 0
            move 3 to agingBucket
        else if openQueueDaysPast(printIndex) = 0
            move 4 to agingBucket
        else
            move 5 to agingBucket
        end-if.

    *> Writes every open entry to a control file a3 can be pointed at
    *> with @, rush work first. Entries a3 finishes close themselves,
    *> so anything the night batch doesn't get to is simply on
    *> tomorrow night's file as well
    GenerateControlFile.
        display "Control file to write (blank = A3Tonight.ctl):"
        accept controlFilename
        if controlFilename = spaces
            move "A3Tonight.ctl" to controlFilename
        end-if
        perform LoadOpenQueue
        move 0 to sortDescendingFlag
        perform SortOpenQueue
        open output controlFile
        if controlFileStatus not = "00"
            display "Cannot create " function trim(controlFilename)
                " - status " controlFileStatus
        else
            move 0 to controlLinesWritten
            move 0 to printIndex
            perform until printIndex >= openQueueCount
                add 1 to printIndex
                move openQueueFilename(printIndex) to controlLineFilename
                move openQueueClientCode(printIndex) to controlLineClientCode
                write controlFileLine from controlLineImage
                add 1 to controlLinesWritten
            end-perform
            close controlFile
            move controlLinesWritten to countEdited
            display function trim(controlFilename) " written with "
                function trim(countEdited) " document(s) - run a3 with @"
                function trim(controlFilename)
            if openQueueFullFlag = 1
                display "More than 2000 open entries - the rest follow "
                    "on a later night"
            end-if
        end-if.
