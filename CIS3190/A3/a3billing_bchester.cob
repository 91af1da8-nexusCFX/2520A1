*> CIS 3190 Text Analyzer - month-end client billing
*> Author - Brandon Chester. 0877477

*> We bill per document analyzed, and since a3 started filing the
*> client code with every run the history master knows who each run
*> belongs to. Scheduled once a month is closed, this utility reads
*> that month's runs off A3History.dat, prices each one from the client
*> master A3Clients.txt (a rate per document plus a rate per thousand
*> words), and prints an invoice register by client - a line per
*> document and totals per client - along with a fixed-format billing
*> extract accounts receivable loads its invoices from. Runs a3dupcheck
*> marked as resubmissions of an earlier document are left off the
*> invoice and listed separately so the exclusion can be defended.
*>
*> A3BilledThrough.dat remembers the last month billed. A run is only
*> ever picked up when its month falls after that marker, and the
*> marker moves forward once the register and extract are written, so
*> re-running the same month (or an earlier one) bills nothing twice.
*> A month the marker skipped over is picked up by the next billing
*> run, which takes every unbilled run up to the month asked for.
*>
*> A3Clients.txt is edited by the office, one client per line:
*>   columns  1-8   client code
*>   columns 10-39  client name
*>   columns 41-48  rate per document         (e.g. "   12.50")
*>   columns 50-57  rate per thousand words   (e.g. "    3.75")
*> "*" in column one marks a comment line.

identification division.
program-id. a3billing.

environment division.

input-output section.
file-control.

select historyFile assign to "A3History.dat"
    organization is indexed
    access mode is dynamic
    record key is historyKey
    alternate record key is historyKeyRunDate with duplicates
    file status is historyFileStatus.

select clientFile assign to "A3Clients.txt"
    organization is line sequential
    file status is clientFileStatus.

select billedThroughFile assign to "A3BilledThrough.dat"
    organization is line sequential
    file status is billedThroughFileStatus.

select registerFile assign to dynamic registerFilename
    organization is line sequential.

select extractFile assign to dynamic extractFilename
    organization is line sequential.

select runLockFile assign to "A3Run.lock"
    organization is line sequential
    file status is runLockFileStatus.

data division.

file section.
fd historyFile.
01 historyRecord.
    02 historyKey.
        03 historyKeyFilename pic x(30).
        03 historyKeyRunDate  pic x(8).
        03 historyKeyRunTime  pic x(6).
    02 historySentences  pic 9(7).
    02 historyWords      pic 9(7).
    02 historyNumbers    pic 9(7).
    02 historyCharacters pic 9(7).
    02 historyAvgWordsPerSentence pic 9(4)v99.
    02 historyAvgCharsPerWord     pic 9(4)v99.
    02 historyReadability pic x(9).
    02 historyLanguage pic x(8).
    02 historyFingerprint.
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

fd clientFile.
01 clientFileRecord pic x(80).

fd billedThroughFile.
01 billedThroughRecord pic x(40).

fd registerFile.
01 registerLine pic x(100).

fd extractFile.
01 extractLine pic x(80).

fd runLockFile.
01 runLockRecord pic x(60).

working-storage section.
77 historyFileStatus pic xx.
77 clientFileStatus pic xx.
77 billedThroughFileStatus pic xx.
77 runLockFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 registerFilename pic x(40).
77 extractFilename pic x(40).

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).
77 runMonthYyyymm pic x(6).
77 operatorMonthEntry pic x(10).
77 billingMonthYyyymm pic x(6).
77 monthYearWork pic 9(4).
77 monthNumberWork pic 9(2).
01 previousMonthImage.
    02 previousMonthYear pic 9(4).
    02 previousMonthNumber pic 9(2).

*> The billed-through marker: the last month billed, and when
01 billedThroughImage.
    02 billedThroughMonth pic x(6).
    02 filler pic x value space.
    02 billedThroughOnDate pic x(8).
    02 filler pic x value space.
    02 billedThroughOnTime pic x(6).
    02 filler pic x(18) value spaces.
77 markerFoundFlag pic 9 comp value 0.
01 historyStartDate pic x(8).

*> Same run lock a3 takes: billing must see the master as a finished
*> month, not one a live analysis is still filing runs into
77 runLockHeldFlag pic 9 comp value 0.
01 runLockImage.
    02 runLockDate pic x(8).
    02 filler pic x value space.
    02 runLockTime pic x(6).
    02 filler pic x value space.
    02 filler pic x(8) value "held by ".
    02 runLockHolder pic x(12).
    02 filler pic x(10) value " operator ".
    02 runLockOperator pic x(8) value spaces.

*> Client master, held in the order the office keeps the file
01 clientTable.
    02 clientEntry occurs 500 times.
        03 clientCode pic x(8).
        03 clientName pic x(30).
        03 clientRatePerDocument pic 9(5)v99 comp.
        03 clientRatePerThousand pic 9(5)v99 comp.
77 clientCount pic 9(3) comp value 0.
77 clientLookupIndex pic 9(3) comp.
77 clientFoundIndex pic 9(3) comp.
01 clientLineImage.
    02 clientLineCode pic x(8).
    02 filler pic x.
    02 clientLineName pic x(30).
    02 filler pic x.
    02 clientLineRateDocument pic x(8).
    02 filler pic x.
    02 clientLineRateThousand pic x(8).
    02 filler pic x(23).

*> Every billable run of the months being billed, sorted by client
*> then run date and time so each client's invoice reads in date order
01 billingTable.
    02 billingEntry occurs 3000 times.
        03 billingSortKey.
            04 billingClientCode pic x(8).
            04 billingRunDate pic x(8).
            04 billingRunTime pic x(6).
            04 billingFilename pic x(30).
        03 billingWords pic 9(7) comp.
01 billingSwapEntry.
    02 billingSwapSortKey pic x(52).
    02 billingSwapWords pic 9(7) comp.
77 billingCount pic 9(4) comp value 0.
77 billingTableFullFlag pic 9 comp value 0.
77 sortOuterIndex pic 9(4) comp.
77 sortInnerIndex pic 9(4) comp.
77 sortMinIndex pic 9(4) comp.
01 sortMinKey pic x(52).
77 printIndex pic 9(4) comp.

*> Runs a3dupcheck marked as copies of an earlier document
01 excludedTable.
    02 excludedEntry occurs 500 times.
        03 excludedFilename pic x(30).
        03 excludedRunDate pic x(8).
        03 excludedClientCode pic x(8).
        03 excludedCopyOf pic x(30).
77 excludedCount pic 9(3) comp value 0.
77 excludedOverflowCount pic 9(5) comp value 0.

*> Per-client and register totals
01 currentClientCode pic x(8).
77 currentClientKnownFlag pic 9 comp.
77 clientDocuments pic 9(5) comp.
77 clientWords pic 9(9) comp.
77 clientAmount pic 9(9)v99 comp.
77 clientsInvoiced pic 9(5) comp value 0.
77 totalDocuments pic 9(7) comp value 0.
77 totalWords pic 9(11) comp value 0.
77 totalAmount pic 9(11)v99 comp value 0.
77 unassignedDocuments pic 9(7) comp value 0.
*> The unassigned runs whose client code is set but missing from the
*> client master - billable once the master is put right
77 unknownClientDocuments pic 9(7) comp value 0.
77 documentCharge pic 9(5)v99 comp.
77 wordCharge pic 9(7)v99 comp.
77 runCharge pic 9(7)v99 comp.
77 countEdited pic z(6)9.
77 amountEdited pic z(10)9.99.

01 registerTitleLine.
    02 filler pic x(33) value "Invoice register - billing month ".
    02 registerTitleMonth pic x(6).
    02 filler pic x(12) value " - run date ".
    02 registerTitleDate pic x(8).

01 registerUnderline pic x(96) value all "-".

01 registerScopeLine.
    02 filler pic x(7) value "Scope: ".
    02 registerScopeText pic x(80).

01 clientHeaderLine.
    02 filler pic x(8) value "Client: ".
    02 clientHeaderCode pic x(8).
    02 filler pic x(2) value spaces.
    02 clientHeaderName pic x(30).
    02 filler pic x(11) value "  Per doc: ".
    02 clientHeaderRateDoc pic z(4)9.99.
    02 filler pic x(16) value "  Per 1000 wds: ".
    02 clientHeaderRateK pic z(4)9.99.

01 unknownClientHeaderLine.
    02 filler pic x(8) value "Client: ".
    02 unknownClientCode pic x(8).
    02 filler pic x(2) value spaces.
    02 unknownClientText pic x(60).

01 registerColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(31) value "Document".
    02 filler pic x(9) value "Run date".
    02 filler pic x(7) value "Time".
    02 filler pic x(8) value "   Words".
    02 filler pic x(12) value "  Doc charge".
    02 filler pic x(12) value " Word charge".
    02 filler pic x(12) value "      Amount".

01 registerDetailLine.
    02 filler pic x(3) value spaces.
    02 registerDetailName pic x(30).
    02 filler pic x value space.
    02 registerDetailDate pic x(8).
    02 filler pic x value space.
    02 registerDetailTime pic x(6).
    02 filler pic x value space.
    02 registerDetailWords pic z(6)9.
    02 filler pic x(2) value spaces.
    02 registerDetailDocCharge pic z(6)9.99.
    02 filler pic x(2) value spaces.
    02 registerDetailWordCharge pic z(6)9.99.
    02 filler pic x(2) value spaces.
    02 registerDetailAmount pic z(6)9.99.

01 clientTotalLine.
    02 filler pic x(3) value spaces.
    02 filler pic x(15) value "Client total - ".
    02 clientTotalDocuments pic z(4)9.
    02 filler pic x(13) value " document(s) ".
    02 filler pic x(6) value spaces.
    02 clientTotalWords pic z(8)9.
    02 filler pic x(2) value spaces.
    02 filler pic x(22) value spaces.
    02 clientTotalAmount pic z(8)9.99.

01 excludedHeaderLine.
    02 filler pic x(56)
        value "Runs left off the invoice - marked as resubmissions".

01 excludedColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(31) value "Document".
    02 filler pic x(9) value "Run date".
    02 filler pic x(10) value "Client".
    02 filler pic x(30) value "Resubmission of".

01 excludedDetailLine.
    02 filler pic x(3) value spaces.
    02 excludedDetailName pic x(30).
    02 filler pic x value space.
    02 excludedDetailDate pic x(8).
    02 filler pic x value space.
    02 excludedDetailClient pic x(8).
    02 filler pic x(2) value spaces.
    02 excludedDetailCopyOf pic x(30).

01 registerSummaryLine.
    02 filler pic x(3) value spaces.
    02 registerSummaryLabel pic x(34).
    02 registerSummaryValue pic z(10)9.

01 registerAmountLine.
    02 filler pic x(3) value spaces.
    02 registerAmountLabel pic x(34).
    02 registerAmountValue pic z(10)9.99.

01 registerNoteLine.
    02 filler pic x(3) value spaces.
    02 registerNoteText pic x(90).

*> Billing extract for accounts receivable: one "C" record per client
*> invoiced, then a "T" trailer carrying the control totals AR proves
*> the load against. Amounts carry an implied decimal point
01 extractClientRecord.
    02 extractClientType pic x value "C".
    02 extractClientMonth pic x(6).
    02 extractClientCode pic x(8).
    02 extractClientName pic x(30).
    02 extractClientDocuments pic 9(5).
    02 extractClientWords pic 9(9).
    02 extractClientAmount pic 9(9)v99.
    02 filler pic x(10) value spaces.

01 extractTrailerRecord.
    02 extractTrailerType pic x value "T".
    02 extractTrailerMonth pic x(6).
    02 extractTrailerClients pic 9(5).
    02 extractTrailerDocuments pic 9(7).
    02 extractTrailerWords pic 9(11).
    02 extractTrailerAmount pic 9(11)v99.
    02 filler pic x(37) value spaces.

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.
    move runDateYyyymmdd(1:6) to runMonthYyyymm.

    *> A month is only closed once the calendar has left it
    move runMonthYyyymm(1:4) to monthYearWork.
    move runMonthYyyymm(5:2) to monthNumberWork.
    if monthNumberWork = 1
        compute previousMonthYear = monthYearWork - 1
        move 12 to previousMonthNumber
    else
        move monthYearWork to previousMonthYear
        compute previousMonthNumber = monthNumberWork - 1
    end-if.

    display "Enter month to bill as YYYYMM (blank = last month):".
    accept operatorMonthEntry.
    if operatorMonthEntry = spaces
        move previousMonthImage to billingMonthYyyymm
    else
        move operatorMonthEntry(1:6) to billingMonthYyyymm
    end-if.
    if billingMonthYyyymm is not numeric
        display "Billing month must be YYYYMM - nothing billed"
        move 8 to return-code
        stop run
    end-if.
    if billingMonthYyyymm not < runMonthYyyymm
        display "Month " billingMonthYyyymm " is not closed yet - nothing billed"
        move 8 to return-code
        stop run
    end-if.

    perform AcquireRunLock.

    perform ReadBilledThroughMarker.
    if markerFoundFlag = 1
            and billedThroughMonth not < billingMonthYyyymm
        display "Already billed through " billedThroughMonth
            " - nothing left to bill for " billingMonthYyyymm
        perform ReleaseRunLock
        move 8 to return-code
        stop run
    end-if.

    perform LoadClientMaster.

    open input historyFile.
    if historyFileStatus not = "00"
        display "No analysis history master found (A3History.dat, status "
            historyFileStatus ")"
        perform ReleaseRunLock
        move 8 to return-code
        stop run
    end-if.
    perform CollectUnbilledRuns.
    close historyFile.

    perform SortBillingTable.

    move spaces to registerFilename.
    string "A3InvoiceRegister_" delimited by size
           billingMonthYyyymm delimited by size
           ".txt" delimited by size
        into registerFilename
    end-string.
    move spaces to extractFilename.
    string "A3BillingExtract_" delimited by size
           billingMonthYyyymm delimited by size
           ".dat" delimited by size
        into extractFilename
    end-string.

    open output registerFile.
    open output extractFile.
    move billingMonthYyyymm to registerTitleMonth.
    move runDateYyyymmdd to registerTitleDate.
    write registerLine from registerTitleLine after advancing 0 lines.
    write registerLine from registerUnderline after advancing 1 line.
    move spaces to registerScopeText.
    if markerFoundFlag = 1
        string "unbilled runs after " delimited by size
               billedThroughMonth delimited by size
               " through " delimited by size
               billingMonthYyyymm delimited by size
            into registerScopeText
        end-string
    else
        string "every unbilled run through " delimited by size
               billingMonthYyyymm delimited by size
               " (first billing run)" delimited by size
            into registerScopeText
        end-string
    end-if.
    write registerLine from registerScopeLine after advancing 1 line.

    perform PrintClientInvoices.
    perform PrintExcludedRuns.
    perform PrintRegisterTotals.

    move billingMonthYyyymm to extractTrailerMonth.
    move clientsInvoiced to extractTrailerClients.
    move totalDocuments to extractTrailerDocuments.
    move totalWords to extractTrailerWords.
    move totalAmount to extractTrailerAmount.
    write extractLine from extractTrailerRecord.
    close extractFile.
    close registerFile.

    *> Runs past the 3000 the table holds are not on the register, and
    *> runs whose client is not on the client master went out unpriced;
    *> either way the marker stays put rather than step over them
    *> unbilled, so a rerun once the cause is fixed picks them up
    if billingTableFullFlag = 0 and unknownClientDocuments = 0
        perform WriteBilledThroughMarker
    end-if.
    perform ReleaseRunLock.

    display "Invoice register written to " function trim(registerFilename).
    display "Billing extract written to " function trim(extractFilename).
    move totalAmount to amountEdited.
    move totalDocuments to countEdited.
    display "Billed " function trim(countEdited) " document(s), total "
        function trim(amountEdited).
    if billingTableFullFlag = 1
        display "Billed-through marker NOT moved - register is incomplete"
    else if unknownClientDocuments > 0
        move unknownClientDocuments to countEdited
        display "Billed-through marker NOT moved - "
            function trim(countEdited)
            " run(s) for clients not on A3Clients.txt; correct the "
            "client master and rerun the month"
    else
        display "Billed-through marker now " billingMonthYyyymm
    end-if.
    *> Runs with no usable client went out of the month unbilled (those
    *> with a blank client code for good, those with an unknown code
    *> until the master is corrected and the month rerun); the
    *> scheduler sees a 4 so someone looks at the register
    if unassignedDocuments > 0 or billingTableFullFlag = 1
        move 4 to return-code
    end-if.
    stop run.

    *> Takes the shared run lock before reading the master; a lock
    *> already on disk means stand down with return code 12, same
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
        move runDateYyyymmdd to runLockDate
        move currentDateTime(9:6) to runLockTime
        move "a3billing" to runLockHolder
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

    *> Picks up the last month billed; no marker file means billing has
    *> never run, and everything on the master up to the month asked
    *> for is fair game
    ReadBilledThroughMarker.
        move 0 to markerFoundFlag
        open input billedThroughFile
        if billedThroughFileStatus = "00"
            read billedThroughFile into billedThroughImage
                at end
                    continue
                not at end
                    if billedThroughMonth is numeric
                        move 1 to markerFoundFlag
                    end-if
            end-read
            close billedThroughFile
        end-if.

    *> Moves the marker up to the month just billed
    WriteBilledThroughMarker.
        move billingMonthYyyymm to billedThroughMonth
        move runDateYyyymmdd to billedThroughOnDate
        move currentDateTime(9:6) to billedThroughOnTime
        open output billedThroughFile
        write billedThroughRecord from billedThroughImage
        close billedThroughFile.

    *> Loads the client master. Rates are read off their columns with
    *> NUMVAL so the office can type "12.5" or "  12.50" alike
    LoadClientMaster.
        move 0 to clientCount
        open input clientFile
        if clientFileStatus not = "00"
            display "No client master (A3Clients.txt) - every run will "
                "be listed unassigned"
        else
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read clientFile into clientLineImage
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if clientLineCode not = spaces
                                and clientLineCode(1:1) not = "*"
                            if clientCount < 500
                                add 1 to clientCount
                                move function upper-case(clientLineCode)
                                    to clientCode(clientCount)
                                move clientLineName to clientName(clientCount)
                                move 0 to clientRatePerDocument(clientCount)
                                move 0 to clientRatePerThousand(clientCount)
                                if clientLineRateDocument not = spaces
                                    move function numval(clientLineRateDocument)
                                        to clientRatePerDocument(clientCount)
                                end-if
                                if clientLineRateThousand not = spaces
                                    move function numval(clientLineRateThousand)
                                        to clientRatePerThousand(clientCount)
                                end-if
                            else
                                display "Client master holds more than 500 "
                                    "clients - " clientLineCode " ignored"
                            end-if
                        end-if
                end-read
            end-perform
            close clientFile
        end-if.

    *> Walks the master on its run-date key from just past the
    *> billed-through month to the end of the month being billed.
    *> Starting at day "99" of the marker month lands on the first
    *> date after it, since no real date sorts that high in its month
    CollectUnbilledRuns.
        if markerFoundFlag = 1
            move spaces to historyStartDate
            string billedThroughMonth delimited by size
                   "99" delimited by size
                into historyStartDate
            end-string
        else
            move low-values to historyStartDate
        end-if
        move historyStartDate to historyKeyRunDate
        move 0 to fileEndFlag
        start historyFile key is greater than historyKeyRunDate
            invalid key
                move 1 to fileEndFlag
        end-start
        perform until fileEndFlag = 1
            read historyFile next record
                at end
                    move 1 to fileEndFlag
                not at end
                    if historyKeyRunDate(1:6) > billingMonthYyyymm
                        move 1 to fileEndFlag
                    else
                        if historyResubmitFlag = "Y"
                            perform NoteExcludedRun
                        else
                            perform NoteBillableRun
                        end-if
                    end-if
            end-read
        end-perform.

    NoteBillableRun.
        if billingCount < 3000
            add 1 to billingCount
            move historyClientCode to billingClientCode(billingCount)
            move historyKeyRunDate to billingRunDate(billingCount)
            move historyKeyRunTime to billingRunTime(billingCount)
            move historyKeyFilename to billingFilename(billingCount)
            move historyWords to billingWords(billingCount)
        else
            if billingTableFullFlag = 0
                move 1 to billingTableFullFlag
                display "More than 3000 runs to bill - bill the rest "
                    "before moving the marker by hand"
            end-if
        end-if.

    NoteExcludedRun.
        if excludedCount < 500
            add 1 to excludedCount
            move historyKeyFilename to excludedFilename(excludedCount)
            move historyKeyRunDate to excludedRunDate(excludedCount)
            move historyClientCode to excludedClientCode(excludedCount)
            move historyResubmitOf to excludedCopyOf(excludedCount)
        else
            add 1 to excludedOverflowCount
        end-if.

    *> Selection sort on client, run date, run time, filename - same
    *> shape as the other table sorts in the system
    SortBillingTable.
        move 0 to sortOuterIndex
        perform until sortOuterIndex >= billingCount
            add 1 to sortOuterIndex
            move sortOuterIndex to sortMinIndex
            move billingSortKey(sortOuterIndex) to sortMinKey
            move sortOuterIndex to sortInnerIndex
            perform until sortInnerIndex >= billingCount
                add 1 to sortInnerIndex
                if billingSortKey(sortInnerIndex) < sortMinKey
                    move sortInnerIndex to sortMinIndex
                    move billingSortKey(sortInnerIndex) to sortMinKey
                end-if
            end-perform
            if sortMinIndex not = sortOuterIndex
                move billingEntry(sortOuterIndex) to billingSwapEntry
                move billingEntry(sortMinIndex) to billingEntry(sortOuterIndex)
                move billingSwapEntry to billingEntry(sortMinIndex)
            end-if
        end-perform.

    *> Prints one invoice block per client code: header with the rates
    *> in force, a line per run priced at the per-document rate plus
    *> the per-thousand-words rate, and the client total - which is
    *> also the client's record in the AR extract. A code with no
    *> client master entry (or no code at all) prints its runs unpriced
    *> so accounts can settle them by hand
    PrintClientInvoices.
        move 0 to printIndex
        perform until printIndex >= billingCount
            add 1 to printIndex
            if printIndex = 1
                    or billingClientCode(printIndex) not = currentClientCode
                if printIndex > 1
                    perform CloseClientInvoice
                end-if
                perform OpenClientInvoice
            end-if
            perform PrintBillingDetail
        end-perform
        if billingCount > 0
            perform CloseClientInvoice
        else
            move "No unbilled runs on file for the period" to registerNoteText
            write registerLine from registerNoteLine after advancing 2 lines
        end-if.

    OpenClientInvoice.
        move billingClientCode(printIndex) to currentClientCode
        move 0 to clientDocuments
        move 0 to clientWords
        move 0 to clientAmount
        move 0 to clientFoundIndex
        move 1 to clientLookupIndex
        perform until clientLookupIndex > clientCount
                or clientFoundIndex > 0
            if clientCode(clientLookupIndex) = currentClientCode
                move clientLookupIndex to clientFoundIndex
            end-if
            add 1 to clientLookupIndex
        end-perform
        if currentClientCode not = spaces and clientFoundIndex > 0
            move 1 to currentClientKnownFlag
            move currentClientCode to clientHeaderCode
            move clientName(clientFoundIndex) to clientHeaderName
            move clientRatePerDocument(clientFoundIndex) to clientHeaderRateDoc
            move clientRatePerThousand(clientFoundIndex) to clientHeaderRateK
            write registerLine from clientHeaderLine after advancing 2 lines
        else
            move 0 to currentClientKnownFlag
            move currentClientCode to unknownClientCode
            if currentClientCode = spaces
                move "** no client code on these runs - not invoiced **"
                    to unknownClientText
            else
                move "** not on the client master - not invoiced **"
                    to unknownClientText
            end-if
            write registerLine from unknownClientHeaderLine after advancing 2 lines
        end-if
        write registerLine from registerColumnHeader after advancing 1 line.

    PrintBillingDetail.
        move billingFilename(printIndex) to registerDetailName
        move billingRunDate(printIndex) to registerDetailDate
        move billingRunTime(printIndex) to registerDetailTime
        move billingWords(printIndex) to registerDetailWords
        if currentClientKnownFlag = 1
            move clientRatePerDocument(clientFoundIndex) to documentCharge
            compute wordCharge rounded =
                billingWords(printIndex)
                * clientRatePerThousand(clientFoundIndex) / 1000
            compute runCharge = documentCharge + wordCharge
        else
            move 0 to documentCharge
            move 0 to wordCharge
            move 0 to runCharge
            add 1 to unassignedDocuments
            if currentClientCode not = spaces
                add 1 to unknownClientDocuments
            end-if
        end-if
        move documentCharge to registerDetailDocCharge
        move wordCharge to registerDetailWordCharge
        move runCharge to registerDetailAmount
        write registerLine from registerDetailLine after advancing 1 line
        add 1 to clientDocuments
        add billingWords(printIndex) to clientWords
        add runCharge to clientAmount.

    *> Totals the client just printed and, when it was a real invoice,
    *> writes its AR extract record and rolls it into the register totals
    CloseClientInvoice.
        move clientDocuments to clientTotalDocuments
        move clientWords to clientTotalWords
        move clientAmount to clientTotalAmount
        write registerLine from clientTotalLine after advancing 1 line
        if currentClientKnownFlag = 1
            add 1 to clientsInvoiced
            add clientDocuments to totalDocuments
            add clientWords to totalWords
            add clientAmount to totalAmount
            move billingMonthYyyymm to extractClientMonth
            move currentClientCode to extractClientCode
            move clientName(clientFoundIndex) to extractClientName
            move clientDocuments to extractClientDocuments
            move clientWords to extractClientWords
            move clientAmount to extractClientAmount
            write extractLine from extractClientRecord
        end-if.

    *> Lists the runs left off the invoice as resubmissions, with the
    *> earlier document each one copies
    PrintExcludedRuns.
        if excludedCount > 0
            write registerLine from registerUnderline after advancing 2 lines
            write registerLine from excludedHeaderLine after advancing 1 line
            write registerLine from excludedColumnHeader after advancing 1 line
            move 0 to printIndex
            perform until printIndex >= excludedCount
                add 1 to printIndex
                move excludedFilename(printIndex) to excludedDetailName
                move excludedRunDate(printIndex) to excludedDetailDate
                move excludedClientCode(printIndex) to excludedDetailClient
                move excludedCopyOf(printIndex) to excludedDetailCopyOf
                write registerLine from excludedDetailLine after advancing 1 line
            end-perform
            if excludedOverflowCount > 0
                move excludedOverflowCount to countEdited
                move spaces to registerNoteText
                string "... and " delimited by size
                       function trim(countEdited) delimited by size
                       " more resubmission(s) not listed" delimited by size
                    into registerNoteText
                end-string
                write registerLine from registerNoteLine after advancing 1 line
            end-if
        end-if.

    PrintRegisterTotals.
        write registerLine from registerUnderline after advancing 2 lines
        move "Clients invoiced                 =" to registerSummaryLabel
        move clientsInvoiced to registerSummaryValue
        write registerLine from registerSummaryLine after advancing 1 line
        move "Documents invoiced               =" to registerSummaryLabel
        move totalDocuments to registerSummaryValue
        write registerLine from registerSummaryLine after advancing 1 line
        move "Words invoiced                   =" to registerSummaryLabel
        move totalWords to registerSummaryValue
        write registerLine from registerSummaryLine after advancing 1 line
        move "Total amount invoiced            =" to registerAmountLabel
        move totalAmount to registerAmountValue
        write registerLine from registerAmountLine after advancing 1 line
        move "Runs unassigned (not invoiced)   =" to registerSummaryLabel
        move unassignedDocuments to registerSummaryValue
        write registerLine from registerSummaryLine after advancing 1 line
        compute registerSummaryValue = excludedCount + excludedOverflowCount
        move "Resubmissions left off           =" to registerSummaryLabel
        write registerLine from registerSummaryLine after advancing 1 line
        if billingTableFullFlag = 1
            move "** More than 3000 runs - register is incomplete, see console **"
                to registerNoteText
            write registerLine from registerNoteLine after advancing 1 line
        end-if
        if unknownClientDocuments > 0
            move "** Clients not on the client master - month stays open, see console **"
                to registerNoteText
            write registerLine from registerNoteLine after advancing 1 line
        end-if.
