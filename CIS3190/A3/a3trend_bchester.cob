*> CIS 3190 Text Analyzer - management trend report
*> Author - Brandon Chester. 0877477

*> a3inquiry answers questions about one document or one night, and
*> A3MonthToDate.dat only ever holds the current month, so the trend
*> figures for the monthly operations review were being built by hand
*> out of the stats CSV. This report reads the history master
*> A3History.dat for a range of months the operator names and prints,
*> month by month with a subtotal for each calendar quarter: the
*> documents analyzed, the words in them, the Easy/Medium/Difficult
*> mix of ratings, the English/French split, and the average words per
*> sentence - each month set against the same month a year earlier.
*> A bar chart of monthly volume follows, and the report closes with
*> the documents whose rating got worse from one run to the next most
*> often in the period, since those are the ones worth a conversation.

identification division.
program-id. a3trend.

environment division.

input-output section.
file-control.

select historyFile assign to "A3History.dat"
    organization is indexed
    access mode is sequential
    record key is historyKey
    alternate record key is historyKeyRunDate with duplicates
    file status is historyFileStatus.

select trendReportFile assign to dynamic trendReportFilename
    organization is line sequential.

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

fd trendReportFile.
01 trendReportLine pic x(132).

working-storage section.
77 historyFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 trendReportFilename pic x(40).

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).

*> The period asked for, and the month numbering the tables run on:
*> a month's serial is year * 12 plus month less one, and slot 1 of
*> the month table is the month a year before the first one asked
*> for, so every month in the period has its year-ago month in the
*> table as well
77 firstMonthEntry pic x(10).
77 lastMonthEntry pic x(10).
01 firstMonthYyyymm.
    02 firstMonthYear pic 9(4).
    02 firstMonthMonth pic 9(2).
01 lastMonthYyyymm.
    02 lastMonthYear pic 9(4).
    02 lastMonthMonth pic 9(2).
01 workMonthYyyymm.
    02 workMonthYear pic 9(4).
    02 workMonthMonth pic 9(2).
77 firstMonthSerial pic 9(6) comp.
77 lastMonthSerial pic 9(6) comp.
77 baseMonthSerial pic 9(6) comp.
77 workMonthSerial pic 9(6) comp.
77 periodMonthCount pic 9(3) comp.
77 monthSlot pic 9(3) comp.
77 yearAgoSlot pic 9(3) comp.
77 firstPeriodSlot pic 9(3) comp.
77 lastPeriodSlot pic 9(3) comp.

*> Thirty-six months of period plus the twelve before it
01 monthTable.
    02 monthEntry occurs 48 times.
        03 monthYyyymm pic x(6).
        03 monthDocuments pic 9(7) comp.
        03 monthWords pic 9(11) comp.
        03 monthSentences pic 9(11) comp.
        03 monthEasy pic 9(7) comp.
        03 monthMedium pic 9(7) comp.
        03 monthDifficult pic 9(7) comp.
        03 monthEnglish pic 9(7) comp.
        03 monthFrench pic 9(7) comp.

*> Figures for the line being printed - a month, a quarter, or the
*> whole period - and for the same span a year earlier
77 lineDocuments pic 9(7) comp.
77 lineWords pic 9(11) comp.
77 lineSentences pic 9(11) comp.
77 lineEasy pic 9(7) comp.
77 lineMedium pic 9(7) comp.
77 lineDifficult pic 9(7) comp.
77 lineEnglish pic 9(7) comp.
77 lineFrench pic 9(7) comp.
77 lineYearAgoDocuments pic 9(7) comp.
77 lineYearAgoWords pic 9(11) comp.

77 quarterDocuments pic 9(7) comp.
77 quarterWords pic 9(11) comp.
77 quarterSentences pic 9(11) comp.
77 quarterEasy pic 9(7) comp.
77 quarterMedium pic 9(7) comp.
77 quarterDifficult pic 9(7) comp.
77 quarterEnglish pic 9(7) comp.
77 quarterFrench pic 9(7) comp.
77 quarterYearAgoDocuments pic 9(7) comp.
77 quarterYearAgoWords pic 9(11) comp.
77 quarterMonthsInRange pic 9 comp.
77 quarterNumber pic 9.
77 partQuarterSeenFlag pic 9 comp value 0.

77 periodDocuments pic 9(7) comp.
77 periodWords pic 9(11) comp.
77 periodSentences pic 9(11) comp.
77 periodEasy pic 9(7) comp.
77 periodMedium pic 9(7) comp.
77 periodDifficult pic 9(7) comp.
77 periodEnglish pic 9(7) comp.
77 periodFrench pic 9(7) comp.
77 periodYearAgoDocuments pic 9(7) comp.
77 periodYearAgoWords pic 9(11) comp.

77 averageWorkValue pic 9(5)v99 comp.
77 percentWork pic s9(5)v9 comp.
77 percentPriorValue pic 9(11) comp.
77 percentCurrentValue pic 9(11) comp.
77 percentEdited pic -(5)9.9.
01 percentText pic x(8).

*> Rating regressions: the master comes back in document order, each
*> document's runs oldest first, so a run rated worse than the run
*> before it is a regression - counted when the worse run falls in
*> the period
77 previousFilename pic x(30).
77 previousRatingRank pic 9 comp.
77 ratingRankWork pic 9 comp.
01 ratingRankCandidate pic x(9).
77 documentRegressions pic 9(5) comp.
77 documentRunsInPeriod pic 9(5) comp.
77 documentLastRegressed pic x(8).
01 regressionTable.
    02 regressionEntry occurs 2000 times.
        03 regressionFilename pic x(30).
        03 regressionCount pic 9(5) comp.
        03 regressionRuns pic 9(5) comp.
        03 regressionLastDate pic x(8).
01 regressionSwapEntry.
    02 filler pic x(30).
    02 filler pic 9(5) comp.
    02 filler pic 9(5) comp.
    02 filler pic x(8).
77 regressionTableCount pic 9(4) comp value 0.
77 regressionTableFullFlag pic 9 comp value 0.
77 regressionsListed pic 9(4) comp.
77 sortOuterIndex pic 9(4) comp.
77 sortInnerIndex pic 9(4) comp.
77 sortPickIndex pic 9(4) comp.

*> Bar chart scaling: one star per document until the busiest month
*> would run past sixty stars, then one star per so many documents
77 busiestMonthDocuments pic 9(7) comp.
77 barScale pic 9(5) comp.
77 barLength pic 9(3) comp.

77 countEdited pic z(6)9.

01 trendTitleLine.
    02 filler pic x(26) value "Management trend report - ".
    02 trendTitleFirst pic x(6).
    02 filler pic x(4) value " to ".
    02 trendTitleLast pic x(6).
    02 filler pic x(10) value " - run of ".
    02 trendTitleDate pic x(8).

01 trendUnderline pic x(110) value all "-".

01 trendSectionLine.
    02 trendSectionText pic x(80).

01 trendColumnHeader.
    02 filler pic x(8) value "Month".
    02 filler pic x(7) value "   Docs".
    02 filler pic x(12) value "       Words".
    02 filler pic x(6) value "  Easy".
    02 filler pic x(6) value "   Med".
    02 filler pic x(6) value "  Diff".
    02 filler pic x(6) value "   Eng".
    02 filler pic x(6) value "    Fr".
    02 filler pic x(9) value "  Wds/Sen".
    02 filler pic x(3) value " | ".
    02 filler pic x(12) value " Docs yr ago".
    02 filler pic x(8) value "    Chg%".
    02 filler pic x(13) value " Words yr ago".
    02 filler pic x(8) value "    Chg%".

01 trendDetailLine.
    02 trendDetailLabel pic x(8).
    02 trendDetailDocuments pic z(6)9.
    02 trendDetailWords pic z(11)9.
    02 trendDetailEasy pic z(5)9.
    02 trendDetailMedium pic z(5)9.
    02 trendDetailDifficult pic z(5)9.
    02 trendDetailEnglish pic z(5)9.
    02 trendDetailFrench pic z(5)9.
    02 trendDetailAverage pic z(5)9.99.
    02 filler pic x(3) value " | ".
    02 trendDetailYearAgoDocuments pic z(11)9.
    02 trendDetailDocumentsPercent pic x(8).
    02 trendDetailYearAgoWords pic z(12)9.
    02 trendDetailWordsPercent pic x(8).

01 barDetailLine.
    02 barDetailMonth pic x(8).
    02 barDetailStars pic x(60).
    02 filler pic x value space.
    02 barDetailCount pic z(6)9.

01 regressionColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(31) value "Document".
    02 filler pic x(12) value "Regressions".
    02 filler pic x(16) value "Runs in period".
    02 filler pic x(14) value "Last regressed".

01 regressionDetailLine.
    02 filler pic x(3) value spaces.
    02 regressionDetailName pic x(30).
    02 filler pic x value space.
    02 regressionDetailCount pic z(10)9.
    02 filler pic x value space.
    02 regressionDetailRuns pic z(13)9.
    02 filler pic x(2) value spaces.
    02 regressionDetailDate pic x(8).

01 trendNoteLine.
    02 filler pic x(3) value spaces.
    02 trendNoteText pic x(100).

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.

    display "First month of the report as YYYYMM:".
    accept firstMonthEntry.
    display "Last month as YYYYMM (blank = the first month only):".
    accept lastMonthEntry.
    if lastMonthEntry = spaces
        move firstMonthEntry to lastMonthEntry
    end-if.
    perform ValidateMonthRange.

    open input historyFile.
    if historyFileStatus not = "00"
        display "No analysis history master found (A3History.dat, status "
            historyFileStatus ")"
        display "Run a3 at least once to create it"
        move 8 to return-code
        stop run
    end-if.
    perform TallyHistory.
    close historyFile.

    move spaces to trendReportFilename.
    string "A3Trend_" delimited by size
           firstMonthYyyymm delimited by size
           "_" delimited by size
           lastMonthYyyymm delimited by size
           ".txt" delimited by size
        into trendReportFilename
    end-string.
    open output trendReportFile.
    move firstMonthYyyymm to trendTitleFirst.
    move lastMonthYyyymm to trendTitleLast.
    move runDateYyyymmdd to trendTitleDate.
    write trendReportLine from trendTitleLine after advancing 0 lines.
    write trendReportLine from trendUnderline after advancing 1 line.

    perform PrintMonthlySummary.
    perform PrintVolumeChart.
    perform PrintRegressionList.

    close trendReportFile.
    display "Trend report written to " function trim(trendReportFilename).
    stop run.

    *> Checks both months are real YYYYMM months, the last no earlier
    *> than the first and no more than three years on, and sets up the
    *> month table the tallies go into
    ValidateMonthRange.
        move firstMonthEntry(1:6) to firstMonthYyyymm
        move lastMonthEntry(1:6) to lastMonthYyyymm
        if firstMonthYyyymm is not numeric or lastMonthYyyymm is not numeric
            display "Months must be YYYYMM - no report written"
            move 8 to return-code
            stop run
        end-if
        if firstMonthMonth < 1 or firstMonthMonth > 12
                or lastMonthMonth < 1 or lastMonthMonth > 12
            display "Month must be 01 to 12 - no report written"
            move 8 to return-code
            stop run
        end-if
        compute firstMonthSerial = firstMonthYear * 12 + firstMonthMonth - 1
        compute lastMonthSerial = lastMonthYear * 12 + lastMonthMonth - 1
        if lastMonthSerial < firstMonthSerial
            display "Last month is before the first - no report written"
            move 8 to return-code
            stop run
        end-if
        compute periodMonthCount = lastMonthSerial - firstMonthSerial + 1
        if periodMonthCount > 36
            display "At most 36 months to a report - no report written"
            move 8 to return-code
            stop run
        end-if
        compute baseMonthSerial = firstMonthSerial - 12
        move 13 to firstPeriodSlot
        compute lastPeriodSlot = periodMonthCount + 12
        move 0 to monthSlot
        perform until monthSlot = lastPeriodSlot
            add 1 to monthSlot
            compute workMonthSerial = baseMonthSerial + monthSlot - 1
            compute workMonthYear = workMonthSerial / 12
            compute workMonthMonth = workMonthSerial - workMonthYear * 12 + 1
            move workMonthYyyymm to monthYyyymm(monthSlot)
            move 0 to monthDocuments(monthSlot)
            move 0 to monthWords(monthSlot)
            move 0 to monthSentences(monthSlot)
            move 0 to monthEasy(monthSlot)
            move 0 to monthMedium(monthSlot)
            move 0 to monthDifficult(monthSlot)
            move 0 to monthEnglish(monthSlot)
            move 0 to monthFrench(monthSlot)
        end-perform.

    *> One pass over the master in key order: every run in the period
    *> or the year before it is added to its month, and rating
    *> regressions are tracked document by document as the runs go by
    TallyHistory.
        move spaces to previousFilename
        move 0 to previousRatingRank
        move 0 to documentRegressions
        move 0 to documentRunsInPeriod
        move spaces to documentLastRegressed
        move 0 to fileEndFlag
        perform until fileEndFlag = 1
            read historyFile next record
                at end
                    move 1 to fileEndFlag
                    perform FinishDocumentRegressions
                not at end
                    if historyKeyFilename not = previousFilename
                        perform FinishDocumentRegressions
                        move historyKeyFilename to previousFilename
                        move 0 to previousRatingRank
                    end-if
                    perform TallyHistoryRecord
            end-read
        end-perform.

    *> Adds one run to its month, if its month is in the table, and
    *> checks its rating against the document's run before it
    TallyHistoryRecord.
        move 0 to monthSlot
        if historyKeyRunDate(1:6) is numeric
            move historyKeyRunDate(1:6) to workMonthYyyymm
            compute workMonthSerial = workMonthYear * 12 + workMonthMonth - 1
            if workMonthSerial >= baseMonthSerial
                    and workMonthSerial <= lastMonthSerial
                compute monthSlot = workMonthSerial - baseMonthSerial + 1
            end-if
        end-if
        if monthSlot > 0
            add 1 to monthDocuments(monthSlot)
            add historyWords to monthWords(monthSlot)
            add historySentences to monthSentences(monthSlot)
            perform TallyRatingAndLanguage
        end-if
        move historyReadability to ratingRankCandidate
        perform RankReadabilityRating
        if monthSlot >= firstPeriodSlot
            add 1 to documentRunsInPeriod
            if previousRatingRank > 0 and ratingRankWork > previousRatingRank
                add 1 to documentRegressions
                move historyKeyRunDate to documentLastRegressed
            end-if
        end-if
        move ratingRankWork to previousRatingRank.

    *> Adds the run into its month's rating mix and language split; a
    *> run from before language detection has no language and counts in
    *> neither column
    TallyRatingAndLanguage.
        if historyReadability = "Easy"
            add 1 to monthEasy(monthSlot)
        else if historyReadability = "Medium"
            add 1 to monthMedium(monthSlot)
        else
            add 1 to monthDifficult(monthSlot)
        end-if.
        if historyLanguage = "French"
            add 1 to monthFrench(monthSlot)
        else if historyLanguage = "English"
            add 1 to monthEnglish(monthSlot)
        end-if.

    *> Maps a readability rating onto the scale a3's regression test
    *> compares on - a move toward Difficult is a worsening
    RankReadabilityRating.
        if ratingRankCandidate = "Easy"
            move 1 to ratingRankWork
        else if ratingRankCandidate = "Medium"
            move 2 to ratingRankWork
        else
            move 3 to ratingRankWork
        end-if.

    *> Files the document just finished in the regression table if any
    *> of its runs in the period came out worse than the one before
    FinishDocumentRegressions.
        if documentRegressions > 0
            if regressionTableCount < 2000
                add 1 to regressionTableCount
                move previousFilename to regressionFilename(regressionTableCount)
                move documentRegressions to regressionCount(regressionTableCount)
                move documentRunsInPeriod to regressionRuns(regressionTableCount)
                move documentLastRegressed
                    to regressionLastDate(regressionTableCount)
            else
                move 1 to regressionTableFullFlag
            end-if
        end-if
        move 0 to documentRegressions
        move 0 to documentRunsInPeriod
        move spaces to documentLastRegressed.

    *> One line per month of the period against the same month a year
    *> before, a subtotal line at the end of each calendar quarter (or
    *> of the period, if it stops part way through one), and the period
    *> total underneath
    PrintMonthlySummary.
        move "Summary by month, against the same month a year earlier"
            to trendSectionText
        write trendReportLine from trendSectionLine after advancing 2 lines
        write trendReportLine from trendColumnHeader after advancing 1 line
        perform ClearQuarterTotals
        move 0 to periodDocuments
        move 0 to periodWords
        move 0 to periodSentences
        move 0 to periodEasy
        move 0 to periodMedium
        move 0 to periodDifficult
        move 0 to periodEnglish
        move 0 to periodFrench
        move 0 to periodYearAgoDocuments
        move 0 to periodYearAgoWords
        move 12 to monthSlot
        perform until monthSlot = lastPeriodSlot
            add 1 to monthSlot
            perform PrintOneMonth
            move monthYyyymm(monthSlot) to workMonthYyyymm
            if workMonthMonth = 3 or workMonthMonth = 6
                    or workMonthMonth = 9 or workMonthMonth = 12
                    or monthSlot = lastPeriodSlot
                perform PrintQuarterLine
            end-if
        end-perform
        move periodDocuments to lineDocuments
        move periodWords to lineWords
        move periodSentences to lineSentences
        move periodEasy to lineEasy
        move periodMedium to lineMedium
        move periodDifficult to lineDifficult
        move periodEnglish to lineEnglish
        move periodFrench to lineFrench
        move periodYearAgoDocuments to lineYearAgoDocuments
        move periodYearAgoWords to lineYearAgoWords
        move "Period" to trendDetailLabel
        perform FormatTrendLine
        write trendReportLine from trendUnderline after advancing 1 line
        write trendReportLine from trendDetailLine after advancing 1 line
        if partQuarterSeenFlag = 1
            move "* part quarter - only the months of the quarter inside the period"
                to trendNoteText
            write trendReportLine from trendNoteLine after advancing 2 lines
        end-if
        move "Chg% is against the same span a year earlier; n/a where there was nothing then"
            to trendNoteText
        write trendReportLine from trendNoteLine after advancing 1 line.

    *> Prints the month at monthSlot and adds it into the quarter and
    *> period totals
    PrintOneMonth.
        compute yearAgoSlot = monthSlot - 12
        move monthDocuments(monthSlot) to lineDocuments
        move monthWords(monthSlot) to lineWords
        move monthSentences(monthSlot) to lineSentences
        move monthEasy(monthSlot) to lineEasy
        move monthMedium(monthSlot) to lineMedium
        move monthDifficult(monthSlot) to lineDifficult
        move monthEnglish(monthSlot) to lineEnglish
        move monthFrench(monthSlot) to lineFrench
        move monthDocuments(yearAgoSlot) to lineYearAgoDocuments
        move monthWords(yearAgoSlot) to lineYearAgoWords
        move monthYyyymm(monthSlot) to trendDetailLabel
        perform FormatTrendLine
        write trendReportLine from trendDetailLine after advancing 1 line
        add 1 to quarterMonthsInRange
        add lineDocuments to quarterDocuments periodDocuments
        add lineWords to quarterWords periodWords
        add lineSentences to quarterSentences periodSentences
        add lineEasy to quarterEasy periodEasy
        add lineMedium to quarterMedium periodMedium
        add lineDifficult to quarterDifficult periodDifficult
        add lineEnglish to quarterEnglish periodEnglish
        add lineFrench to quarterFrench periodFrench
        add lineYearAgoDocuments to quarterYearAgoDocuments periodYearAgoDocuments
        add lineYearAgoWords to quarterYearAgoWords periodYearAgoWords.

    *> Prints the quarter subtotal - labelled like 2026 Q1, starred if
    *> the period only covers part of the quarter - then starts the
    *> next quarter's totals
    PrintQuarterLine.
        move quarterDocuments to lineDocuments
        move quarterWords to lineWords
        move quarterSentences to lineSentences
        move quarterEasy to lineEasy
        move quarterMedium to lineMedium
        move quarterDifficult to lineDifficult
        move quarterEnglish to lineEnglish
        move quarterFrench to lineFrench
        move quarterYearAgoDocuments to lineYearAgoDocuments
        move quarterYearAgoWords to lineYearAgoWords
        perform FormatTrendLine
        move spaces to trendDetailLabel
        string workMonthYear delimited by size
               " Q" delimited by size
            into trendDetailLabel
        end-string
        compute quarterNumber = (workMonthMonth + 2) / 3
        move quarterNumber to trendDetailLabel(7:1)
        if quarterMonthsInRange < 3
            move "*" to trendDetailLabel(8:1)
            move 1 to partQuarterSeenFlag
        end-if
        write trendReportLine from trendDetailLine after advancing 1 line
        move spaces to trendReportLine
        write trendReportLine after advancing 1 line
        perform ClearQuarterTotals.

    ClearQuarterTotals.
        move 0 to quarterDocuments
        move 0 to quarterWords
        move 0 to quarterSentences
        move 0 to quarterEasy
        move 0 to quarterMedium
        move 0 to quarterDifficult
        move 0 to quarterEnglish
        move 0 to quarterFrench
        move 0 to quarterYearAgoDocuments
        move 0 to quarterYearAgoWords
        move 0 to quarterMonthsInRange.

    *> Moves the line figures into the detail line, working out the
    *> average words per sentence and both year-on-year changes
    FormatTrendLine.
        move lineDocuments to trendDetailDocuments
        move lineWords to trendDetailWords
        move lineEasy to trendDetailEasy
        move lineMedium to trendDetailMedium
        move lineDifficult to trendDetailDifficult
        move lineEnglish to trendDetailEnglish
        move lineFrench to trendDetailFrench
        if lineSentences = 0
            move 0 to averageWorkValue
        else
            compute averageWorkValue rounded = lineWords / lineSentences
        end-if
        move averageWorkValue to trendDetailAverage
        move lineYearAgoDocuments to trendDetailYearAgoDocuments
        move lineYearAgoWords to trendDetailYearAgoWords
        move lineDocuments to percentCurrentValue
        move lineYearAgoDocuments to percentPriorValue
        perform FormatPercentChange
        move percentText to trendDetailDocumentsPercent
        move lineWords to percentCurrentValue
        move lineYearAgoWords to percentPriorValue
        perform FormatPercentChange
        move percentText to trendDetailWordsPercent.

    *> Percentage change from the year-ago figure, or n/a when there
    *> was nothing a year ago to compare with. Capped either way so a
    *> month that went from a handful to hundreds still prints
    FormatPercentChange.
        if percentPriorValue = 0
            move "     n/a" to percentText
        else
            compute percentWork rounded =
                (percentCurrentValue - percentPriorValue) * 100
                    / percentPriorValue
                on size error
                    move 99999.9 to percentWork
            end-compute
            move percentWork to percentEdited
            move percentEdited to percentText
        end-if.

    *> Prints one bar of stars per month of the period, scaled so the
    *> busiest month fits in sixty columns
    PrintVolumeChart.
        move 0 to busiestMonthDocuments
        move 12 to monthSlot
        perform until monthSlot = lastPeriodSlot
            add 1 to monthSlot
            if monthDocuments(monthSlot) > busiestMonthDocuments
                move monthDocuments(monthSlot) to busiestMonthDocuments
            end-if
        end-perform
        if busiestMonthDocuments > 60
            compute barScale = (busiestMonthDocuments + 59) / 60
        else
            move 1 to barScale
        end-if
        move barScale to countEdited
        move spaces to trendSectionText
        string "Monthly volume - documents analyzed (each * = " delimited by size
               function trim(countEdited) delimited by size
               ")" delimited by size
            into trendSectionText
        end-string
        write trendReportLine from trendUnderline after advancing 2 lines
        write trendReportLine from trendSectionLine after advancing 1 line
        move 12 to monthSlot
        perform until monthSlot = lastPeriodSlot
            add 1 to monthSlot
            move monthYyyymm(monthSlot) to barDetailMonth
            move spaces to barDetailStars
            compute barLength = (monthDocuments(monthSlot) + barScale - 1)
                / barScale
            if barLength > 0
                move all "*" to barDetailStars(1:barLength)
            end-if
            move monthDocuments(monthSlot) to barDetailCount
            write trendReportLine from barDetailLine after advancing 1 line
        end-perform.

    *> Ranks the documents by how many of their runs in the period came
    *> out rated worse than the run before, most first, and lists the
    *> top twenty
    PrintRegressionList.
        move 0 to sortOuterIndex
        perform until sortOuterIndex >= regressionTableCount
            add 1 to sortOuterIndex
            move sortOuterIndex to sortPickIndex
            move sortOuterIndex to sortInnerIndex
            perform until sortInnerIndex >= regressionTableCount
                add 1 to sortInnerIndex
                if regressionCount(sortInnerIndex) > regressionCount(sortPickIndex)
                    move sortInnerIndex to sortPickIndex
                end-if
            end-perform
            if sortPickIndex not = sortOuterIndex
                move regressionEntry(sortOuterIndex) to regressionSwapEntry
                move regressionEntry(sortPickIndex) to regressionEntry(sortOuterIndex)
                move regressionSwapEntry to regressionEntry(sortPickIndex)
            end-if
        end-perform
        write trendReportLine from trendUnderline after advancing 2 lines
        move "Documents whose rating regressed most often in the period"
            to trendSectionText
        write trendReportLine from trendSectionLine after advancing 1 line
        if regressionTableCount = 0
            move "No rating regressions in the period" to trendNoteText
            write trendReportLine from trendNoteLine after advancing 1 line
        else
            write trendReportLine from regressionColumnHeader after advancing 1 line
            move 0 to regressionsListed
            perform until regressionsListed >= regressionTableCount
                    or regressionsListed = 20
                add 1 to regressionsListed
                move regressionFilename(regressionsListed) to regressionDetailName
                move regressionCount(regressionsListed) to regressionDetailCount
                move regressionRuns(regressionsListed) to regressionDetailRuns
                move regressionLastDate(regressionsListed) to regressionDetailDate
                write trendReportLine from regressionDetailLine after advancing 1 line
            end-perform
            move regressionTableCount to countEdited
            move spaces to trendNoteText
            string "Documents with at least one regression: " delimited by size
                   function trim(countEdited) delimited by size
                into trendNoteText
            end-string
            write trendReportLine from trendNoteLine after advancing 2 lines
        end-if
        if regressionTableFullFlag = 1
            move "** More than 2000 regressing documents - only the first 2000 were ranked **"
                to trendNoteText
            write trendReportLine from trendNoteLine after advancing 1 line
        end-if.
