    organization is line sequential
    file status is csvFileStatus.

select csvWorkFile assign to "A3StatsWork.tmp"
    organization is line sequential
    file status is csvWorkFileStatus.

select exceptionFile assign to "TextAnalysisExceptions.txt"
    organization is line sequential.

    organization is line sequential
    file status is optionsFileStatus.

select clientFile assign to "A3Clients.txt"
    organization is line sequential
    file status is clientFileStatus.

select styleRulesFile assign to "A3StyleRules.txt"
    organization is line sequential
    file status is styleRulesFileStatus.

select styleReportFile assign to dynamic styleReportFilename
    organization is line sequential.

select interchangeFile assign to dynamic interchangeFilename
    organization is line sequential.

select historyFile assign to "A3History.dat"
    organization is indexed
    access mode is dynamic
    alternate record key is historyKeyRunDate with duplicates
    file status is historyFileStatus.

select vocabularyFile assign to "A3Vocabulary.dat"
    organization is indexed
    access mode is dynamic
    record key is vocabularyWord
    file status is vocabularyFileStatus.

select workQueueFile assign to "A3WorkQueue.dat"
    organization is indexed
    access mode is dynamic
    record key is workQueueKey
    file status is workQueueFileStatus.

select exceptionMasterFile assign to "A3Exceptions.dat"
    organization is indexed
    access mode is dynamic
    record key is exceptionMasterKey
    file status is exceptionMasterFileStatus.

data division.

file section.
01 sample-input pic x(80).

fd controlFile.
01 controlFileLine pic x(40).

fd outputFile.
01 outputLine pic x(80).

fd csvOutputFile.
01 csvOutputLine pic x(132).

fd csvWorkFile.
01 csvWorkLine pic x(132).

fd exceptionFile.
01 exceptionLine pic x(120).
01 stopWordFrenchLine pic x(20).

fd runLockFile.
01 runLockRecord pic x(60).

fd optionsFile.
01 optionsFileRecord pic x(80).

fd clientFile.
01 clientFileRecord pic x(80).

fd styleRulesFile.
01 styleRulesFileRecord pic x(100).

fd styleReportFile.
01 styleReportRecord pic x(132).

fd interchangeFile.
01 interchangeRecord pic x(120).

fd historyFile.
01 historyRecord.
    02 historyKey.
        03 historyFingerprintEntry occurs 16 times.
            04 historyFingerprintWord pic x(10).
            04 historyFingerprintCount pic 9(5).
    *> The client the run is billed to, and the resubmission mark
    *> a3dupcheck sets on a run it finds is an earlier document under a
    *> new name - a3billing leaves marked runs off the invoice
    02 historyClientCode pic x(8).
    02 historyResubmitFlag pic x.
    02 historyResubmitOf pic x(30).
    *> House style-rule violations found in the run, by severity
    02 historyStyleErrors pic 9(5).
    02 historyStyleWarnings pic 9(5).
    02 historyStyleNotes pic 9(5).
    *> The operator signed on for the run
    02 historyOperatorId pic x(8).

*> Corpus vocabulary master: every word a3 has ever seen, uppercased,
*> with how many documents it turned up in and how often in all. The
*> record with a blank word carries the corpus document count
fd vocabularyFile.
01 vocabularyRecord.
    02 vocabularyWord pic x(20).
    02 vocabularyDocumentCount pic 9(7).
    02 vocabularyOccurrences pic 9(9).
    02 vocabularyFirstSeenDate pic x(8).
    02 vocabularyLastSeenDate pic x(8).

*> The intake work queue a3intake registers incoming documents in;
*> a3 closes the entry out once the document has been analyzed
fd workQueueFile.
01 workQueueRecord.
    02 workQueueKey.
        03 workQueueFilename pic x(30).
        03 workQueueReceivedDate pic x(8).
        03 workQueueReceivedTime pic x(6).
    02 workQueueClientCode pic x(8).
    02 workQueuePromisedDate pic x(8).
    02 workQueuePriority pic x.
    02 workQueueStatus pic x.
    02 workQueueCompletedDate pic x(8).
    02 workQueueCompletedTime pic x(6).

*> The exception master: every exception the run logs, filed against
*> the document, the run, and the line, with the disposition a3except
*> works it to. The sequence is the run's exception count at the time,
*> so two exceptions on one line still file apart
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

working-storage section.
77 endOfFileFlag pic 9.
77 controlFilename pic x(30).
77 controlEndOfFileFlag pic 9.
77 csvFileStatus pic xx.
77 csvWorkFileStatus pic xx.
77 inputFileStatus pic xx.
77 controlFileStatus pic xx.

*> A control-file line carries the input filename in columns 1-30 and
*> the client code the document is billed to from column 32; a line
*> with nothing past the filename is simply a document with no client
01 controlLineImage.
    02 controlLineFilename pic x(30).
    02 filler pic x.
    02 controlLineClientCode pic x(8).
    02 filler pic x.

*> Client the document in hand is billed to - from the control-file
*> line in batch mode, from the operator in single-file mode. Checked
*> against the client master A3Clients.txt (client code in columns
*> 1-8) when there is one, so a mistyped code is caught at analysis
*> time rather than turning up unassigned on the month-end invoice
77 inputClientCode pic x(8).
77 clientFileStatus pic xx.
77 clientMasterLoadedFlag pic 9 comp value 0.
77 clientLoadEndFlag pic 9 comp.
77 clientCodeCount pic 9(3) comp value 0.
77 clientLookupIndex pic 9(3) comp.
77 clientCodeFoundFlag pic 9 comp.
01 clientCodeTable.
    02 clientCodeEntry pic x(8) occurs 500 times.
01 clientMasterLine pic x(80).

*> End-of-job accounting for unattended batch runs: a bad filename in
*> the control file is logged and skipped instead of killing the run,
*> and the scheduler gets a return code it can test - 0 clean, 4 when
    02 filler pic x value space.
    02 filler pic x(8) value "held by ".
    02 runLockHolder pic x(12).
    02 filler pic x(10) value " operator ".
    02 runLockOperator pic x(8).

*> Who is at the terminal, as the shared sign-on a3signon hands it
*> back; the role is O operator, E editor, S supervisor
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

*> Intake queue completion: the oldest entry still open for the file
*> just analyzed is the one this run finishes. No queue file at all
*> just means the site isn't using intake - nothing to close
77 workQueueFileStatus pic xx.
77 workQueueEndFlag pic 9 comp.
77 workQueueDoneFlag pic 9 comp.

*> Exception master upkeep. Before a document is read, its exceptions
*> still open or waived from earlier runs are loaded; an exception the
*> run finds again is matched off against them instead of being filed
*> twice, and once the whole document has been read any open one left
*> unmatched no longer occurs and is closed as fixed. A resumed run
*> never re-checks the lines before its resume point, so it closes
*> nothing
77 exceptionMasterFileStatus pic xx.
77 exceptionMasterOpenFlag pic 9 comp value 0.
77 exceptionMasterEndFlag pic 9 comp.
77 exceptionFilingLine pic 9(5) comp.
77 exceptionFilingKind pic x.
01 priorExceptionTable.
    02 priorExceptionEntry occurs 500 times.
        03 priorExceptionKey pic x(54).
        03 priorExceptionLine pic 9(5) comp.
        03 priorExceptionReason pic x(50).
        03 priorExceptionDisposition pic x.
        03 priorExceptionMatched pic 9 comp.
77 priorExceptionCount pic 9(3) comp.
77 priorExceptionIndex pic 9(3) comp.
77 priorExceptionFoundFlag pic 9 comp.
77 exceptionsClosedCount pic 9(5) comp.

*> Run-audit log and dated output-file naming
77 auditLogFileStatus pic xx.
77 stopWordMatchFlag pic 9 comp.
01 stopWordCandidate pic x(20).

*> House style rules the editors keep in A3StyleRules.txt, one per
*> line as "phrase | severity | suggestion" ("*" in column one for a
*> comment): a discouraged phrase or spelling, E(rror), W(arning) or
*> N(ote), and what to write instead. The phrase @DOUBLED stands for
*> any word written twice running ("the the"). Each phrase is held
*> split into normalized words and matched against the words as
*> RecordWord finishes them, through a window of the last few words -
*> so a phrase broken across a line end is caught like any other,
*> while one broken by punctuation ("in order. To") is not. No rules
*> file just means the style check is off for the run
77 styleRulesFileStatus pic xx.
77 styleRulesLoadedFlag pic 9 comp value 0.
77 styleRulesLoadEndFlag pic 9 comp.
77 styleReportFilename pic x(60).
77 styleRuleCount pic 9(3) comp value 0.
77 doubledWordRuleIndex pic 9(3) comp value 0.
01 styleRuleLine pic x(100).
01 styleFieldPhrase pic x(60).
01 styleFieldSeverity pic x(10).
01 styleFieldSuggestion pic x(60).
01 styleRuleTable.
    02 styleRuleEntry occurs 200 times.
        03 styleRulePhrase pic x(30).
        03 styleRuleSeverity pic x.
        03 styleRuleSuggestion pic x(36).
        03 styleRuleWordCount pic 9 comp.
        03 styleRuleWord pic x(20) occurs 6 times.
77 styleRuleIndex pic 9(3) comp.
77 styleRuleWordIndex pic 9 comp.
77 styleSplitIndex pic 9(2) comp.
77 styleSplitLength pic 9(2) comp.
77 styleSplitInWordFlag pic 9 comp.
01 styleSplitWord pic x(20).
77 styleSplitWordLength pic 9(2) comp.
01 styleWindowTable.
    02 styleWindowEntry occurs 6 times.
        03 styleWindowWord pic x(20).
        03 styleWindowLine pic 9(5) comp.
        03 styleWindowPunctuated pic 9 comp.
77 styleWindowCount pic 9 comp.
77 styleWindowShiftIndex pic 9 comp.
77 styleWindowStart pic 9 comp.
77 styleMatchFlag pic 9 comp.
77 styleWordRawLength pic 9(2) comp.
77 styleErrorCount pic 9(5) comp.
77 styleWarningCount pic 9(5) comp.
77 styleNoteCount pic 9(5) comp.

*> This document's vocabulary, uppercased and merged (the concordance
*> keeps "The" and "the" apart), taken before stop-word suppression
*> zeroes anything, along with how many corpus documents each word
*> appears in once this one is counted. A word frequent here but in
*> few documents is what tells an editor what the piece is about -
*> ranked by its count here times corpus size over its document count
77 vocabularyFileStatus pic xx.
77 vocabularyUpdateFlag pic 9 comp.
77 corpusDocumentTotal pic 9(7) comp.
77 documentVocabularyCount pic 9(4) comp.
01 documentVocabularyTable.
    02 documentVocabularyEntry occurs 500 times.
        03 docVocabWord pic x(20).
        03 docVocabCount pic 9(5) comp.
        03 docVocabCorpusDocs pic 9(7) comp.
        03 docVocabScore pic 9(9)v99 comp.
77 docVocabIndex pic 9(4) comp.
77 docVocabLookupIndex pic 9(4) comp.
77 docVocabFoundFlag pic 9 comp.
01 docVocabCandidate pic x(20).
77 distinctiveWordsToPrint pic 9(3) comp value 10.
77 distinctiveMinimumCorpus pic 9(3) comp value 5.
77 distinctivePrintedCount pic 9(3) comp.
77 distinctiveBestIndex pic 9(4) comp.
77 distinctiveBestScore pic 9(9)v99 comp.

*> Readability bands in force for the current document. French words
*> simply run longer than English ones, so the chars-per-word limits
*> shift up for a French document - without this every French file
01 optionEchoText pic x(100).
77 optionEchoNumber pic z(4)9.
77 optionEchoNumber2 pic z(4)9.
77 optionEchoNumber3 pic z(4)9.
77 optionEchoDecimal  pic z9.9.
77 optionEchoDecimal2 pic z9.9.

    02 filler pic x(31) value spaces.
    02 filler pic x(19) value "Input text analyzed".

01 operatorHeaderLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(21) value "Operator signed on:  ".
    02 operatorHeaderId pic x(8).
    02 filler pic x(2) value spaces.
    02 operatorHeaderName pic x(30).

01 inputFileHeaderLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(21) value "Input file analyzed: ".
    02 inputFileHeaderName pic x(30).

01 inputFileClientLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(21) value "Billed to client:    ".
    02 inputFileClientCode pic x(8).

01 workQueueCompletedLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(33) value "Intake queue entry received on ".
    02 workQueueCompletedReceived pic x(8).
    02 filler pic x(17) value " marked complete".

*> The results interchange file the editorial content system loads:
*> fixed 120-byte records, the type in byte 1. One batch header, then
*> for each document a document record followed by its comparison,
*> section, sentence-length band, top-word, and exception records, then a
*> trailer of record counts and word-count control totals that
*> a3xcheck proves the file against before it is released
77 interchangeFilename pic x(60).
77 interchangeDocumentCount pic 9(5) comp value 0.
77 interchangeRecordCount pic 9(7) comp value 0.
77 interchangeSectionCount pic 9(7) comp value 0.
77 interchangeBandCount pic 9(7) comp value 0.
77 interchangeWordCount pic 9(7) comp value 0.
77 interchangeExceptionCount pic 9(7) comp value 0.
77 interchangeComparisonCount pic 9(7) comp value 0.
77 interchangeWordTotal pic 9(11) comp value 0.
77 interchangeSectionWordTotal pic 9(11) comp value 0.
77 interchangeWriteIndex pic 9(3) comp.
77 interchangeWordLimit pic 9(3) comp.
77 interchangeDocumentStatus pic x.

*> The document's exceptions, held as they are logged so they can
*> follow its document record; past two hundred they are still in the
*> exception report and master, just not in the interchange
01 heldExceptionTable.
    02 heldExceptionEntry occurs 200 times.
        03 heldExceptionLine pic 9(5) comp.
        03 heldExceptionKind pic x.
        03 heldExceptionReason pic x(50).
77 heldExceptionCount pic 9(3) comp.

01 interchangeHeaderRecord.
    02 filler pic x value "H".
    02 filler pic x(4) value "A3X1".
    02 interchangeHeaderRunDate pic x(8).
    02 interchangeHeaderRunTime pic x(6).
    02 interchangeHeaderRunName pic x(30).
    *> B = control-file batch, S = single document
    02 interchangeHeaderMode pic x.
    02 interchangeHeaderOperator pic x(8).
    02 filler pic x(62) value spaces.

01 interchangeDocumentRecord.
    02 filler pic x value "D".
    02 interchangeDocSequence pic 9(5).
    02 interchangeDocFilename pic x(30).
    02 interchangeDocClientCode pic x(8).
    *> A = analyzed, S = could not be opened and skipped
    02 interchangeDocStatus pic x.
    *> Y = resumed from a checkpoint, so its sections, bands, and top
    *> words only cover the lines past the resume point
    02 interchangeDocResumed pic x.
    02 interchangeDocSentences pic 9(7).
    02 interchangeDocWords pic 9(7).
    02 interchangeDocNumbers pic 9(7).
    02 interchangeDocCharacters pic 9(7).
    02 interchangeDocAvgWords pic 9(4)v99.
    02 interchangeDocAvgChars pic 9(4)v99.
    02 interchangeDocRating pic x(9).
    02 interchangeDocLanguage pic x(8).
    02 interchangeDocStyleErrors pic 9(5).
    02 interchangeDocStyleWarnings pic 9(5).
    02 interchangeDocStyleNotes pic 9(5).
    02 filler pic x(2) value spaces.

*> The figures an analyzed document's report gives only as text: its
*> suspect-word count and how it moved since its prior run on the
*> history master
01 interchangeComparisonRecord.
    02 filler pic x value "C".
    02 interchangeComparisonDocSequence pic 9(5).
    02 interchangeComparisonSuspects pic 9(5).
    *> Y = a prior run is on the history master, N = first analysis
    02 interchangeComparisonPriorFound pic x.
    02 interchangeComparisonPriorDate pic x(8).
    02 interchangeComparisonPriorTime pic x(6).
    02 interchangeComparisonPriorWords pic 9(7).
    02 interchangeComparisonPriorRating pic x(9).
    *> Y = rating worsened or word count moved more than 10%
    02 interchangeComparisonRegression pic x.
    02 filler pic x(77) value spaces.

01 interchangeSectionRecord.
    02 filler pic x value "S".
    02 interchangeSectionDocSequence pic 9(5).
    02 interchangeSectionNumber pic 9(2).
    02 interchangeSectionTitle pic x(30).
    02 interchangeSectionSentences pic 9(7).
    02 interchangeSectionWords pic 9(7).
    02 interchangeSectionNumbers pic 9(7).
    02 interchangeSectionCharacters pic 9(7).
    02 filler pic x(54) value spaces.

01 interchangeBandRecord.
    02 filler pic x value "B".
    02 interchangeBandDocSequence pic 9(5).
    02 interchangeBandLabel pic x(5).
    02 interchangeBandSentences pic 9(7).
    02 filler pic x(102) value spaces.

01 interchangeWordRecord.
    02 filler pic x value "W".
    02 interchangeWordDocSequence pic 9(5).
    02 interchangeWordRank pic 9(3).
    02 interchangeWordText pic x(20).
    02 interchangeWordOccurrences pic 9(5).
    02 filler pic x(86) value spaces.

01 interchangeExceptionRecord.
    02 filler pic x value "E".
    02 interchangeExceptionDocSequence pic 9(5).
    02 interchangeExceptionLine pic 9(5).
    *> S = file skipped, Q = line quality, B = balance defect
    02 interchangeExceptionKind pic x.
    02 interchangeExceptionReason pic x(50).
    02 filler pic x(58) value spaces.

*> Record count includes the header and the trailer themselves
01 interchangeTrailerRecord.
    02 filler pic x value "T".
    02 interchangeTrailerRecords pic 9(7).
    02 interchangeTrailerDocuments pic 9(5).
    02 interchangeTrailerSections pic 9(7).
    02 interchangeTrailerBands pic 9(7).
    02 interchangeTrailerWords pic 9(7).
    02 interchangeTrailerExceptions pic 9(7).
    02 interchangeTrailerWordTotal pic 9(11).
    02 interchangeTrailerSectionWordTotal pic 9(11).
    02 interchangeTrailerComparisons pic 9(7).
    02 filler pic x(50) value spaces.

01 exceptionsClosedLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(41) value "Earlier exceptions no longer occurring = ".
    02 exceptionsClosedOutput pic z(4)9.
    02 filler pic x(9) value " (closed)".

01 outputUnderline.
    02 filler pic x(40)
        value "----------------------------------------".
    02 filler pic x(26) value "Quote/bracket defects    =".
    02 balanceDefectCountOutput pic -(6)9.

01 styleErrorStatistics.
    02 filler pic x(10) value spaces.
    02 filler pic x(26) value "Style errors             =".
    02 styleErrorCountOutput pic -(6)9.

01 styleWarningStatistics.
    02 filler pic x(10) value spaces.
    02 filler pic x(26) value "Style warnings           =".
    02 styleWarningCountOutput pic -(6)9.

01 styleNoteStatistics.
    02 filler pic x(10) value spaces.
    02 filler pic x(26) value "Style notes              =".
    02 styleNoteCountOutput pic -(6)9.

01 exceptionFileTitleLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(28) value "Line exceptions for this run".
    02 filler pic x(15) value "suspect words =".
    02 suspectSummaryCount pic z(4)9.

01 styleReportTitleLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(36) value "House style violations for this run".

01 styleEntryLine.
    02 filler pic x(6) value "File: ".
    02 styleEntryFileName pic x(30).
    02 filler pic x(8) value " - Line ".
    02 styleEntryLineNumber pic z(4)9.
    02 filler pic x(3) value " - ".
    02 styleEntrySeverity pic x(7).
    02 filler pic x(3) value " - ".
    02 styleEntryPhrase pic x(30).
    02 filler pic x(4) value " -> ".
    02 styleEntrySuggestion pic x(36).

01 styleSummaryLine.
    02 filler pic x(6) value "File: ".
    02 styleSummaryFileName pic x(30).
    02 filler pic x(11) value " - errors =".
    02 styleSummaryErrors pic z(4)9.
    02 filler pic x(12) value ", warnings =".
    02 styleSummaryWarnings pic z(4)9.
    02 filler pic x(9) value ", notes =".
    02 styleSummaryNotes pic z(4)9.

01 averageWordStatistics.
    02 filler pic x(10) value spaces.
    02 filler pic x(38) value "Average number of words per sentence =".
    02 filler pic x(39) value "Average number of characters per word =".
    02 averageCharactersPerWord pic -(4)9.9(2).

01 csvHeaderLine pic x(132)
    value "sentences,words,numbers,characters,avg_words_per_sentence,avg_chars_per_word,language,style_errors,style_warnings,style_notes".

*> First line of an existing CSV, checked for the current header; a
*> file begun before the style columns were added gets its header
*> replaced so every column of the rows lines up under a heading
01 csvHeaderImage pic x(132).
77 csvHeaderCurrentCount pic 9(3) comp.
77 csvOldHeaderFlag pic 9 comp.
77 csvCopyEndFlag pic 9 comp.
77 csvCopyLineCount pic 9(7) comp.

01 csvDataLine.
    02 csvSentences             pic z(6)9.
    02 csvAvgCharsPerWord       pic z(3)9.99.
    02 filler                   pic x value ",".
    02 csvLanguage              pic x(8).
    02 filler                   pic x value ",".
    02 csvStyleErrors           pic z(4)9.
    02 filler                   pic x value ",".
    02 csvStyleWarnings         pic z(4)9.
    02 filler                   pic x value ",".
    02 csvStyleNotes            pic z(4)9.

01 mtdHeaderLine.
    02 filler pic x(10) value spaces.
    02 auditLogNumbers pic -(6)9.
    02 filler pic x value space.
    02 auditLogCharacters pic -(6)9.
    02 filler pic x value space.
    02 auditLogClientCode pic x(8).
    02 filler pic x value space.
    02 auditLogOperatorId pic x(8).

01 batchSectionHeaderLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(60)
        value "(partial - resumed from checkpoint; excludes earlier lines)".

01 distinctiveHeaderLine.
    02 filler pic x(10) value spaces.
    02 filler pic x(45) value "Distinctive words - frequent here, rare in a ".
    02 filler pic x(10) value "corpus of ".
    02 distinctiveHeaderCorpus pic z(5)9.
    02 filler pic x(5) value " docs".

01 distinctiveEntryLine.
    02 filler pic x(10) value spaces.
    02 distinctiveEntryText pic x(20).
    02 filler pic x(5) value spaces.
    02 filler pic x(7) value "count =".
    02 distinctiveEntryCount pic -(4)9.
    02 filler pic x(6) value "   in ".
    02 distinctiveEntryDocs pic z(5)9.
    02 filler pic x(5) value " docs".

01 distinctiveNoteLine.
    02 filler pic x(10) value spaces.
    02 distinctiveNoteText pic x(70).

01 wordFrequencyEntryLine.
    02 filler pic x(10) value spaces.
    02 wordFreqEntryText pic x(20).
    02 wordFreqEntryCount pic -(4)9.

procedure division.
    perform SignOnOperator.

    *> Grab input file (or, for unattended batch runs, a control file of input
    *> files prefixed with @) from the user
    display "Enter the name of the file to be analyzed, or @ followed by a control file of filenames for batch mode:".
    accept operatorEntry.
    move spaces to inputClientCode.
    if operatorEntry(1:1) not = "@"
        display "Enter the client code the document is billed to (blank = none):"
        accept inputClientCode
        move function upper-case(inputClientCode) to inputClientCode
    end-if.

    perform BuildRunDateAndOutputFilename.
    perform AcquireRunLock.
    open output outputFile.
    *> Put the header in the output file
    write outputLine from outputFileTitleLine after advancing 0 lines.
    move operatorId to operatorHeaderId.
    move operatorName to operatorHeaderName.
    write outputLine from operatorHeaderLine after advancing 1 line.
    write outputLine from outputUnderline after advancing 1 line.

    open output exceptionFile.
    write exceptionLine from exceptionFileTitleLine after advancing 0 lines.
    perform OpenExceptionMaster.
    perform OpenInterchangeFile.

    perform InitializeCsvFile.
    perform LoadSiteDictionary.
    perform LoadStopWordLists.
    perform LoadClientMaster.
    perform LoadStyleRules.

    if operatorEntry(1:1) = "@"
        move operatorEntry(2:29) to controlFilename
        move runDateYyyymmdd to runLockDate
        move runTimeHhmmss to runLockTime
        move "a3" to runLockHolder
        move operatorId to runLockOperator
        open output runLockFile
        write runLockRecord from runLockImage
        close runLockFile
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

    *> Loads the table of abbreviations whose trailing period AnalyzeLine
    *> should not treat as a sentence end; edit this list to tune which
    *> abbreviations the report recognizes
                move function numval(optionValue) to checkpointInterval
            else if optionKeyword = "TOP-WORDS"
                move function numval(optionValue) to topWordsToPrint
            else if optionKeyword = "DISTINCTIVE-WORDS"
                move function numval(optionValue) to distinctiveWordsToPrint
            else if optionKeyword = "EASY-WORDS"
                move function numval(optionValue) to optEasyWordsLimit
            else if optionKeyword = "MEDIUM-WORDS"
        write auditLogLine from optionEchoText
        move checkpointInterval to optionEchoNumber
        move topWordsToPrint to optionEchoNumber2
        move distinctiveWordsToPrint to optionEchoNumber3
        move spaces to optionEchoText
        string "* " delimited by size
               runDateYyyymmdd delimited by size
               function trim(optionEchoNumber) delimited by size
               " top-words=" delimited by size
               function trim(optionEchoNumber2) delimited by size
               " distinctive-words=" delimited by size
               function trim(optionEchoNumber3) delimited by size
            into optionEchoText
        end-string
        write auditLogLine from optionEchoText
                " - frequency table unfiltered for French"
        end-if.

    *> Loads the client codes off the client master, one client per
    *> line with the code in columns 1-8 and "*" in column one for a
    *> comment. Only the codes matter here - names and rates belong to
    *> the month-end billing run. No file just means codes go unchecked
    LoadClientMaster.
        move 0 to clientCodeCount
        open input clientFile
        if clientFileStatus = "00"
            move 0 to clientLoadEndFlag
            perform until clientLoadEndFlag = 1
                read clientFile into clientMasterLine
                    at end
                        move 1 to clientLoadEndFlag
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

    *> Warns when the document's client code isn't on the client
    *> master. The code is still filed with the run - the billing run
    *> lists it as unassigned, where accounts can settle it by hand
    CheckClientCode.
        if clientMasterLoadedFlag = 1
            move 0 to clientCodeFoundFlag
            move 1 to clientLookupIndex
            perform until clientLookupIndex > clientCodeCount
                    or clientCodeFoundFlag = 1
                if clientCodeEntry(clientLookupIndex) = inputClientCode
                    move 1 to clientCodeFoundFlag
                end-if
                add 1 to clientLookupIndex
            end-perform
            if clientCodeFoundFlag = 0
                display "Warning: client code " function trim(inputClientCode)
                    " for " function trim(inputFilename)
                    " is not on the client master (A3Clients.txt)"
            end-if
        end-if.

    *> Loads the house style rules and opens the style report for the
    *> run, named like the main report. Rules past the two hundredth
    *> are ignored with a console note; no file just leaves the style
    *> check off - not an error
    LoadStyleRules.
        move 0 to styleRuleCount
        move 0 to doubledWordRuleIndex
        open input styleRulesFile
        if styleRulesFileStatus = "00"
            move 0 to styleRulesLoadEndFlag
            perform until styleRulesLoadEndFlag = 1
                read styleRulesFile into styleRuleLine
                    at end
                        move 1 to styleRulesLoadEndFlag
                    not at end
                        if styleRuleLine not = spaces
                                and styleRuleLine(1:1) not = "*"
                            perform ParseStyleRule
                        end-if
                end-read
            end-perform
            close styleRulesFile
            if styleRuleCount > 0
                move 1 to styleRulesLoadedFlag
                move spaces to styleReportFilename
                string "TextAnalysisStyle_" delimited by size
                       function trim(runNameForFile) delimited by size
                       "_" delimited by size
                       runDateYyyymmdd delimited by size
                       ".txt" delimited by size
                    into styleReportFilename
                end-string
                open output styleReportFile
                write styleReportRecord from styleReportTitleLine after advancing 0 lines
            end-if
        else
            display "No house style rules (A3StyleRules.txt) - style check off"
        end-if.

    *> Splits one rule line at its bars into phrase, severity, and
    *> suggestion; the severity is its first letter, and anything but
    *> E, W, or N is taken as a warning rather than losing the rule
    ParseStyleRule.
        move spaces to styleFieldPhrase
        move spaces to styleFieldSeverity
        move spaces to styleFieldSuggestion
        unstring styleRuleLine delimited by "|"
            into styleFieldPhrase styleFieldSeverity styleFieldSuggestion
        end-unstring
        move function trim(styleFieldPhrase) to styleFieldPhrase
        move function upper-case(function trim(styleFieldSeverity))
            to styleFieldSeverity
        if styleFieldPhrase = spaces
            display "Style rule ignored (no phrase): " function trim(styleRuleLine)
        else if styleRuleCount = 200
            display "Style rule ignored (table full): " function trim(styleRuleLine)
        else
            add 1 to styleRuleCount
            move styleFieldPhrase to styleRulePhrase(styleRuleCount)
            move function trim(styleFieldSuggestion)
                to styleRuleSuggestion(styleRuleCount)
            if styleFieldSeverity(1:1) = "E" or styleFieldSeverity(1:1) = "N"
                move styleFieldSeverity(1:1) to styleRuleSeverity(styleRuleCount)
            else
                if styleFieldSeverity(1:1) not = "W"
                    display "Style rule severity taken as W: "
                        function trim(styleRuleLine)
                end-if
                move "W" to styleRuleSeverity(styleRuleCount)
            end-if
            move 0 to styleRuleWordCount(styleRuleCount)
            if function upper-case(styleFieldPhrase) = "@DOUBLED"
                move styleRuleCount to doubledWordRuleIndex
            else
                perform SplitStyleRulePhrase
            end-if
        end-if.

    *> Breaks the rule phrase into words normalized the way RecordWord
    *> normalizes a document word - leading hyphens never start a word,
    *> trailing punctuation comes off, uppercased for a case-blind
    *> match. A phrase longer than six words keeps its first six
    SplitStyleRulePhrase.
        move 60 to styleSplitLength
        perform until styleSplitLength = 0
                or styleFieldPhrase(styleSplitLength:1) not = " "
            subtract 1 from styleSplitLength
        end-perform
        move 0 to styleSplitInWordFlag
        move 0 to styleSplitIndex
        perform until styleSplitIndex > styleSplitLength
            add 1 to styleSplitIndex
            if styleSplitIndex > styleSplitLength
                    or styleFieldPhrase(styleSplitIndex:1) = " "
                if styleSplitInWordFlag = 1
                    perform StoreStyleRuleWord
                    move 0 to styleSplitInWordFlag
                end-if
            else if styleSplitInWordFlag = 0
                if styleFieldPhrase(styleSplitIndex:1) not = "-"
                    move 1 to styleSplitInWordFlag
                    move spaces to styleSplitWord
                    move 1 to styleSplitWordLength
                    move styleFieldPhrase(styleSplitIndex:1) to styleSplitWord(1:1)
                end-if
            else
                if styleSplitWordLength < 20
                    add 1 to styleSplitWordLength
                    move styleFieldPhrase(styleSplitIndex:1)
                        to styleSplitWord(styleSplitWordLength:1)
                end-if
            end-if
        end-perform
        if styleRuleWordCount(styleRuleCount) = 0
            display "Style rule ignored (no words in phrase): "
                function trim(styleRuleLine)
            subtract 1 from styleRuleCount
        end-if.

    StoreStyleRuleWord.
        move 0 to stripDoneFlag
        perform until styleSplitWordLength = 0 or stripDoneFlag = 1
            move styleSplitWord(styleSplitWordLength:1) to accentedCheckByte
            perform CheckAccentedLetter
            if styleSplitWord(styleSplitWordLength:1) is alphabetic
                    or styleSplitWord(styleSplitWordLength:1) is numeric
                    or accentedLetterFlag = 1
                move 1 to stripDoneFlag
            else
                move space to styleSplitWord(styleSplitWordLength:1)
                subtract 1 from styleSplitWordLength
            end-if
        end-perform
        if styleSplitWordLength > 0
                and styleRuleWordCount(styleRuleCount) < 6
            add 1 to styleRuleWordCount(styleRuleCount)
            move styleRuleWordCount(styleRuleCount) to styleRuleWordIndex
            move function upper-case(styleSplitWord)
                to styleRuleWord(styleRuleCount, styleRuleWordIndex)
        end-if.

    *> Creates TextAnalysisStats.csv with a header row the first time a3 runs;
    *> later runs keep the existing file and its history of rows, only
    *> bringing its header up to date when it predates the style columns
    InitializeCsvFile.
        open input csvOutputFile
        if csvFileStatus = "00"
            move spaces to csvHeaderImage
            read csvOutputFile into csvHeaderImage
                at end
                    continue
            end-read
            close csvOutputFile
            move 0 to csvHeaderCurrentCount
            inspect csvHeaderImage tallying csvHeaderCurrentCount
                for all "style_errors"
            if csvHeaderCurrentCount = 0
                perform UpgradeCsvHeader
            end-if
        else
            open output csvOutputFile
            write csvOutputLine from csvHeaderLine
            close csvOutputFile
        end-if.

    *> Copies the CSV out to A3StatsWork.tmp and back again under the
    *> current header. An old header row is dropped in the copy back; a
    *> file with no header row at all keeps every line, the new header
    *> simply going in ahead of them
    UpgradeCsvHeader.
        move 0 to csvOldHeaderFlag
        if csvHeaderImage(1:10) = "sentences,"
            move 1 to csvOldHeaderFlag
        end-if
        open input csvOutputFile
        open output csvWorkFile
        move 0 to csvCopyEndFlag
        perform until csvCopyEndFlag = 1
            read csvOutputFile
                at end
                    move 1 to csvCopyEndFlag
                not at end
                    write csvWorkLine from csvOutputLine
            end-read
        end-perform
        close csvOutputFile
        close csvWorkFile
        open input csvWorkFile
        open output csvOutputFile
        write csvOutputLine from csvHeaderLine
        move 0 to csvCopyLineCount
        move 0 to csvCopyEndFlag
        perform until csvCopyEndFlag = 1
            read csvWorkFile
                at end
                    move 1 to csvCopyEndFlag
                not at end
                    add 1 to csvCopyLineCount
                    if csvCopyLineCount > 1 or csvOldHeaderFlag = 0
                        write csvOutputLine from csvWorkLine
                    end-if
            end-read
        end-perform
        close csvWorkFile
        close csvOutputFile
        call "CBL_DELETE_FILE" using "A3StatsWork.tmp"
        display "TextAnalysisStats.csv header brought up to date".

    *> Appends one comma-delimited row of the current run's six summary
    *> figures, the language, and the style hit counts to
    *> TextAnalysisStats.csv for spreadsheet trending
    WriteCsvRow.
        move numberOfSentences to csvSentences
        move numberOfWords to csvWords
        move averageWordsPerSentence to csvAvgWordsPerSentence
        move averageCharactersPerWord to csvAvgCharsPerWord
        move detectedLanguage to csvLanguage
        move styleErrorCount to csvStyleErrors
        move styleWarningCount to csvStyleWarnings
        move styleNoteCount to csvStyleNotes
        open extend csvOutputFile
        write csvOutputLine from csvDataLine
        close csvOutputFile.
                    at end
                        move 1 to controlEndOfFileFlag
                    not at end
                        move controlFileLine to controlLineImage
                        move controlLineFilename to inputFilename
                        move function upper-case(controlLineClientCode)
                            to inputClientCode
                        perform ProcessOneFile
                end-read
            end-perform
    ProcessOneFile.
        move inputFilename to inputFileHeaderName
        write outputLine from inputFileHeaderLine after advancing 2 lines
        if inputClientCode not = spaces
            move inputClientCode to inputFileClientCode
            write outputLine from inputFileClientLine after advancing 1 line
            perform CheckClientCode
        end-if
        write outputLine from outputUnderline after advancing 1 line
        move 0 to heldExceptionCount
        perform LoadPriorExceptions
        open input inputFile
        *> A typo in one control-file line must not kill or corrupt the
        *> rest of an unattended batch - log the file, skip it, go on
            into exceptionReason
        end-string
        write exceptionLine from exceptionEntryLine after advancing 1 line
        move 0 to exceptionFilingLine
        move "S" to exceptionFilingKind
        perform FileException
        move "S" to interchangeDocumentStatus
        perform WriteInterchangeDocument
        write outputLine from skippedFileNoteLine after advancing 1 line
        display "Skipping " function trim(inputFilename)
            " - open status " inputFileStatus.
        move 0 to bracketOpenLine
        move 0 to bracketOpenSentence
        move 0 to balanceDefectCount
        move 0 to styleErrorCount
        move 0 to styleWarningCount
        move 0 to styleNoteCount
        move 0 to styleWindowCount
        perform ClearSentenceProfile
        move 0 to linesSinceCheckpoint
        move 0 to continuationPending
        if sectionMarkerFlag = 1
            move 1 to sectionMarkerSeen
            move sectionScanBuffer(1:30) to sectionNewTitle
            *> A style phrase never runs from the body into a heading
            move 0 to styleWindowCount
        end-if.

    *> Matches one marker against the head of the line. A marker that
            move inputLineNumber to exceptionLineNumber
            move "Line exceeds 80 chars, continues next record" to exceptionReason
            write exceptionLine from exceptionEntryLine after advancing 1 line
            move inputLineNumber to exceptionFilingLine
            move "Q" to exceptionFilingKind
            perform FileException
        end-if
        *> A line can be both over-length and non-printable at once; only
        *> count/log it once regardless of how many reasons apply
            move inputLineNumber to exceptionLineNumber
            move "Line contains non-printable characters (sanitized)" to exceptionReason
            write exceptionLine from exceptionEntryLine after advancing 1 line
            move inputLineNumber to exceptionFilingLine
            move "Q" to exceptionFilingKind
            perform FileException
        end-if.

    *> Looks at a line of input character by character to count the number of words, numbers, letters, and sentences.
    *> Looks the just-finished word up in the concordance table, bumping its
    *> count if already seen or adding a new entry if there is room
    RecordWord.
        move currentWordLength to styleWordRawLength
        perform StripTrailingPunctuation
        if currentWordLength > 0
            move 0 to wordFound
            if dictionaryLoadedFlag = 1
                perform CheckWordAgainstDictionary
            end-if
            if styleRulesLoadedFlag = 1
                perform CheckStyleRules
            end-if
        end-if
        move spaces to currentWordBuffer
        move 0 to currentWordLength.

    *> Slides the just-finished word into the six-word style window and
    *> tries every rule that ends on it. The window carries across line
    *> breaks, so a phrase split over two lines is still caught; a word
    *> that lost trailing punctuation is marked so no phrase (or doubled
    *> word) is matched across a comma or full stop
    CheckStyleRules.
        if styleWindowCount = 6
            move 1 to styleWindowShiftIndex
            perform until styleWindowShiftIndex = 6
                move styleWindowEntry(styleWindowShiftIndex + 1)
                    to styleWindowEntry(styleWindowShiftIndex)
                add 1 to styleWindowShiftIndex
            end-perform
        else
            add 1 to styleWindowCount
        end-if
        move function upper-case(currentWordBuffer)
            to styleWindowWord(styleWindowCount)
        move inputLineNumber to styleWindowLine(styleWindowCount)
        if currentWordLength < styleWordRawLength
            move 1 to styleWindowPunctuated(styleWindowCount)
        else
            move 0 to styleWindowPunctuated(styleWindowCount)
        end-if
        if doubledWordRuleIndex > 0 and styleWindowCount > 1
            if styleWindowWord(styleWindowCount)
                    = styleWindowWord(styleWindowCount - 1)
                    and styleWindowPunctuated(styleWindowCount - 1) = 0
                    and styleWindowWord(styleWindowCount) is not numeric
                move doubledWordRuleIndex to styleRuleIndex
                compute styleWindowStart = styleWindowCount - 1
                perform LogStyleViolation
            end-if
        end-if
        move 1 to styleRuleIndex
        perform until styleRuleIndex > styleRuleCount
            if styleRuleWordCount(styleRuleIndex) > 0
                    and styleRuleWordCount(styleRuleIndex) not > styleWindowCount
                perform MatchStyleRule
                if styleMatchFlag = 1
                    perform LogStyleViolation
                end-if
            end-if
            add 1 to styleRuleIndex
        end-perform.

    *> Compares one rule's words against the tail of the window; every
    *> word but the last must have been followed by plain space
    MatchStyleRule.
        compute styleWindowStart = styleWindowCount
            - styleRuleWordCount(styleRuleIndex) + 1
        move 1 to styleMatchFlag
        move 1 to styleRuleWordIndex
        perform until styleRuleWordIndex > styleRuleWordCount(styleRuleIndex)
                or styleMatchFlag = 0
            compute styleWindowShiftIndex = styleWindowStart
                + styleRuleWordIndex - 1
            if styleWindowWord(styleWindowShiftIndex)
                    not = styleRuleWord(styleRuleIndex, styleRuleWordIndex)
                move 0 to styleMatchFlag
            end-if
            if styleRuleWordIndex < styleRuleWordCount(styleRuleIndex)
                    and styleWindowPunctuated(styleWindowShiftIndex) = 1
                move 0 to styleMatchFlag
            end-if
            add 1 to styleRuleWordIndex
        end-perform.

    *> Counts the hit by severity and writes it to the style report
    *> against the line the offending phrase starts on
    LogStyleViolation.
        move inputFilename to styleEntryFileName
        move styleWindowLine(styleWindowStart) to styleEntryLineNumber
        if styleRuleIndex = doubledWordRuleIndex
            move spaces to styleEntryPhrase
            string function trim(styleWindowWord(styleWindowStart)) delimited by size
                   " " delimited by size
                   function trim(styleWindowWord(styleWindowStart)) delimited by size
                into styleEntryPhrase
            end-string
        else
            move styleRulePhrase(styleRuleIndex) to styleEntryPhrase
        end-if
        move styleRuleSuggestion(styleRuleIndex) to styleEntrySuggestion
        if styleRuleSeverity(styleRuleIndex) = "E"
            add 1 to styleErrorCount
            move "ERROR" to styleEntrySeverity
        else if styleRuleSeverity(styleRuleIndex) = "N"
            add 1 to styleNoteCount
            move "NOTE" to styleEntrySeverity
        else
            add 1 to styleWarningCount
            move "WARNING" to styleEntrySeverity
        end-if.
        write styleReportRecord from styleEntryLine after advancing 1 line.

    *> Looks the normalized word up in the site dictionary and writes a
    *> suspect-word report line (file, line number, the word itself) when
    *> it isn't there. The table is held in ascending order, so this is
        move inputFilename to exceptionEntryFileName
        move balanceDefectLine to exceptionLineNumber
        move balanceDefectReason to exceptionReason
        write exceptionLine from exceptionEntryLine after advancing 1 line
        move balanceDefectLine to exceptionFilingLine
        move "B" to exceptionFilingKind
        perform FileException.

    *> Opens the run's interchange file, named like the main report,
    *> and writes the batch header
    OpenInterchangeFile.
        move spaces to interchangeFilename
        string "A3Interchange_" delimited by size
               function trim(runNameForFile) delimited by size
               "_" delimited by size
               runDateYyyymmdd delimited by size
               ".txt" delimited by size
            into interchangeFilename
        end-string
        open output interchangeFile
        move runDateYyyymmdd to interchangeHeaderRunDate
        move runTimeHhmmss to interchangeHeaderRunTime
        move runNameForFile to interchangeHeaderRunName
        move operatorId to interchangeHeaderOperator
        if operatorEntry(1:1) = "@"
            move "B" to interchangeHeaderMode
        else
            move "S" to interchangeHeaderMode
        end-if
        write interchangeRecord from interchangeHeaderRecord
        add 1 to interchangeRecordCount.

    *> Writes the document record for the file just finished and the
    *> detail records that follow it. A skipped file gets a document
    *> record with no figures and only its exception behind it
    WriteInterchangeDocument.
        add 1 to interchangeDocumentCount
        move interchangeDocumentCount to interchangeDocSequence
        move inputFilename to interchangeDocFilename
        move inputClientCode to interchangeDocClientCode
        move interchangeDocumentStatus to interchangeDocStatus
        if interchangeDocumentStatus = "S"
            move "N" to interchangeDocResumed
            move 0 to interchangeDocSentences
            move 0 to interchangeDocWords
            move 0 to interchangeDocNumbers
            move 0 to interchangeDocCharacters
            move 0 to interchangeDocAvgWords
            move 0 to interchangeDocAvgChars
            move spaces to interchangeDocRating
            move spaces to interchangeDocLanguage
            move 0 to interchangeDocStyleErrors
            move 0 to interchangeDocStyleWarnings
            move 0 to interchangeDocStyleNotes
        else
            if resumedFromCheckpointFlag = 1
                move "Y" to interchangeDocResumed
            else
                move "N" to interchangeDocResumed
            end-if
            move numberOfSentences to interchangeDocSentences
            move numberOfWords to interchangeDocWords
            move numberOfNumbers to interchangeDocNumbers
            move numberOfCharacters to interchangeDocCharacters
            move avgWordsPerSentenceValue to interchangeDocAvgWords
            move avgCharsPerWordValue to interchangeDocAvgChars
            move readabilityRatingOutput to interchangeDocRating
            move detectedLanguage to interchangeDocLanguage
            move styleErrorCount to interchangeDocStyleErrors
            move styleWarningCount to interchangeDocStyleWarnings
            move styleNoteCount to interchangeDocStyleNotes
        end-if
        write interchangeRecord from interchangeDocumentRecord
        add 1 to interchangeRecordCount
        add interchangeDocWords to interchangeWordTotal
        if interchangeDocumentStatus = "A"
            perform WriteInterchangeComparison
            perform WriteInterchangeSections
            perform WriteInterchangeBands
            perform WriteInterchangeWords
        end-if
        perform WriteInterchangeExceptions.

    *> The suspect-word count and the prior-run figures that
    *> FindPreviousHistoryRecord and WriteRunComparison left behind
    WriteInterchangeComparison.
        move interchangeDocumentCount to interchangeComparisonDocSequence
        move suspectWordCount to interchangeComparisonSuspects
        if priorRunFoundFlag = 1
            move "Y" to interchangeComparisonPriorFound
            move priorRunDate to interchangeComparisonPriorDate
            move priorRunTime to interchangeComparisonPriorTime
            move priorWords to interchangeComparisonPriorWords
            move priorReadability to interchangeComparisonPriorRating
        else
            move "N" to interchangeComparisonPriorFound
            move spaces to interchangeComparisonPriorDate
            move spaces to interchangeComparisonPriorTime
            move 0 to interchangeComparisonPriorWords
            move spaces to interchangeComparisonPriorRating
        end-if
        if regressionFlag = 1
            move "Y" to interchangeComparisonRegression
        else
            move "N" to interchangeComparisonRegression
        end-if
        write interchangeRecord from interchangeComparisonRecord
        add 1 to interchangeRecordCount
        add 1 to interchangeComparisonCount.

    *> One record per section, dropping an empty preamble the way the
    *> report's section breakdown does - it adds nothing to the words
    WriteInterchangeSections.
        move 0 to interchangeWriteIndex
        perform until interchangeWriteIndex = sectionCount
            add 1 to interchangeWriteIndex
            if interchangeWriteIndex = 1
                    and sectionTitle(1) = "(before first heading)"
                    and sectionWords(1) = 0
                    and sectionSentences(1) = 0
                continue
            else
                perform WriteOneInterchangeSection
            end-if
        end-perform.

    WriteOneInterchangeSection.
        move interchangeDocumentCount to interchangeSectionDocSequence
        move interchangeWriteIndex to interchangeSectionNumber
        move sectionTitle(interchangeWriteIndex) to interchangeSectionTitle
        move sectionSentences(interchangeWriteIndex)
            to interchangeSectionSentences
        move sectionWords(interchangeWriteIndex) to interchangeSectionWords
        move sectionNumbers(interchangeWriteIndex) to interchangeSectionNumbers
        move sectionCharacters(interchangeWriteIndex)
            to interchangeSectionCharacters
        write interchangeRecord from interchangeSectionRecord
        add 1 to interchangeRecordCount
        add 1 to interchangeSectionCount
        add sectionWords(interchangeWriteIndex) to interchangeSectionWordTotal.

    *> The four style-guide sentence-length bands
    WriteInterchangeBands.
        move interchangeDocumentCount to interchangeBandDocSequence
        move "01-10" to interchangeBandLabel
        move bandCount1To10 to interchangeBandSentences
        perform WriteOneInterchangeBand
        move "11-20" to interchangeBandLabel
        move bandCount11To20 to interchangeBandSentences
        perform WriteOneInterchangeBand
        move "21-30" to interchangeBandLabel
        move bandCount21To30 to interchangeBandSentences
        perform WriteOneInterchangeBand
        move "31+" to interchangeBandLabel
        move bandCountOver30 to interchangeBandSentences
        perform WriteOneInterchangeBand.

    WriteOneInterchangeBand.
        write interchangeRecord from interchangeBandRecord
        add 1 to interchangeRecordCount
        add 1 to interchangeBandCount.

    *> The top of the concordance exactly as the report prints it -
    *> PrintWordFrequency has already sorted it and zeroed the stop words
    WriteInterchangeWords.
        if wordTableCount < topWordsToPrint
            move wordTableCount to interchangeWordLimit
        else
            move topWordsToPrint to interchangeWordLimit
        end-if
        move 0 to interchangeWriteIndex
        perform until interchangeWriteIndex = interchangeWordLimit
            add 1 to interchangeWriteIndex
            if wordEntryCount(interchangeWriteIndex) > 0
                move interchangeDocumentCount to interchangeWordDocSequence
                move interchangeWriteIndex to interchangeWordRank
                move wordEntryText(interchangeWriteIndex) to interchangeWordText
                move wordEntryCount(interchangeWriteIndex)
                    to interchangeWordOccurrences
                write interchangeRecord from interchangeWordRecord
                add 1 to interchangeRecordCount
                add 1 to interchangeWordCount
            end-if
        end-perform.

    WriteInterchangeExceptions.
        move 0 to interchangeWriteIndex
        perform until interchangeWriteIndex = heldExceptionCount
            add 1 to interchangeWriteIndex
            move interchangeDocumentCount to interchangeExceptionDocSequence
            move heldExceptionLine(interchangeWriteIndex) to interchangeExceptionLine
            move heldExceptionKind(interchangeWriteIndex) to interchangeExceptionKind
            move heldExceptionReason(interchangeWriteIndex)
                to interchangeExceptionReason
            write interchangeRecord from interchangeExceptionRecord
            add 1 to interchangeRecordCount
            add 1 to interchangeExceptionCount
        end-perform.

    *> Closes the interchange file with its trailer
    CloseInterchangeFile.
        add 1 to interchangeRecordCount
        move interchangeRecordCount to interchangeTrailerRecords
        move interchangeDocumentCount to interchangeTrailerDocuments
        move interchangeSectionCount to interchangeTrailerSections
        move interchangeBandCount to interchangeTrailerBands
        move interchangeWordCount to interchangeTrailerWords
        move interchangeExceptionCount to interchangeTrailerExceptions
        move interchangeWordTotal to interchangeTrailerWordTotal
        move interchangeSectionWordTotal to interchangeTrailerSectionWordTotal
        move interchangeComparisonCount to interchangeTrailerComparisons
        write interchangeRecord from interchangeTrailerRecord
        close interchangeFile.

    *> Opens the exception master for the run, creating it the first
    *> time. A master that will not open costs the filing, not the run -
    *> the exception report still has everything
    OpenExceptionMaster.
        open i-o exceptionMasterFile
        if exceptionMasterFileStatus = "35"
            open output exceptionMasterFile
            close exceptionMasterFile
            open i-o exceptionMasterFile
        end-if
        if exceptionMasterFileStatus = "00"
            move 1 to exceptionMasterOpenFlag
        else
            display "Warning: exception master A3Exceptions.dat not available, file status "
                exceptionMasterFileStatus
        end-if.

    *> Loads the document's still-open and waived exceptions from
    *> earlier runs; fixed ones are history and play no part
    LoadPriorExceptions.
        move 0 to priorExceptionCount
        if exceptionMasterOpenFlag = 1
            move 0 to exceptionMasterEndFlag
            move inputFilename to exceptionMasterFilename
            move low-values to exceptionMasterRunDate
            move low-values to exceptionMasterRunTime
            move 0 to exceptionMasterLine
            move 0 to exceptionMasterSequence
            start exceptionMasterFile key is not less than exceptionMasterKey
                invalid key
                    move 1 to exceptionMasterEndFlag
            end-start
            perform until exceptionMasterEndFlag = 1
                read exceptionMasterFile next record
                    at end
                        move 1 to exceptionMasterEndFlag
                    not at end
                        if exceptionMasterFilename not = inputFilename
                            move 1 to exceptionMasterEndFlag
                        else
                            perform NotePriorException
                        end-if
                end-read
            end-perform
        end-if.

    NotePriorException.
        if exceptionMasterDisposition = "O" or exceptionMasterDisposition = "W"
            if priorExceptionCount < 500
                add 1 to priorExceptionCount
                move exceptionMasterKey to priorExceptionKey(priorExceptionCount)
                move exceptionMasterLine to priorExceptionLine(priorExceptionCount)
                move exceptionMasterReason to priorExceptionReason(priorExceptionCount)
                move exceptionMasterDisposition
                    to priorExceptionDisposition(priorExceptionCount)
                move 0 to priorExceptionMatched(priorExceptionCount)
            else
                display "More than 500 open exceptions for " function trim(inputFilename)
                    " - the rest are left as they stand"
                move 1 to exceptionMasterEndFlag
            end-if
        end-if.

    *> Files the exception just written to the exception report in the
    *> master, unless the same exception on the same line is already
    *> there open or waived from an earlier run; either way it is held
    *> for the document's interchange exception records
    FileException.
        if heldExceptionCount < 200
            add 1 to heldExceptionCount
            move exceptionFilingLine to heldExceptionLine(heldExceptionCount)
            move exceptionFilingKind to heldExceptionKind(heldExceptionCount)
            move exceptionReason to heldExceptionReason(heldExceptionCount)
        end-if
        if exceptionMasterOpenFlag = 1
            move 0 to priorExceptionFoundFlag
            move 1 to priorExceptionIndex
            perform until priorExceptionIndex > priorExceptionCount
                    or priorExceptionFoundFlag = 1
                if priorExceptionMatched(priorExceptionIndex) = 0
                        and priorExceptionLine(priorExceptionIndex) = exceptionFilingLine
                        and priorExceptionReason(priorExceptionIndex) = exceptionReason
                    move 1 to priorExceptionMatched(priorExceptionIndex)
                    move 1 to priorExceptionFoundFlag
                end-if
                add 1 to priorExceptionIndex
            end-perform
            if priorExceptionFoundFlag = 0
                move inputFilename to exceptionMasterFilename
                move runDateYyyymmdd to exceptionMasterRunDate
                move runTimeHhmmss to exceptionMasterRunTime
                move exceptionFilingLine to exceptionMasterLine
                move totalExceptionCount to exceptionMasterSequence
                move exceptionFilingKind to exceptionMasterKind
                move exceptionReason to exceptionMasterReason
                move "O" to exceptionMasterDisposition
                move "A3" to exceptionMasterSetBy
                move runDateYyyymmdd to exceptionMasterSetDate
                move runTimeHhmmss to exceptionMasterSetTime
                write exceptionMasterRecord
                    invalid key
                        display "Warning: exception not filed for "
                            function trim(inputFilename) " line " exceptionFilingLine
                end-write
            end-if
        end-if.

    *> Once the whole document has been read, closes every open
    *> exception from an earlier run that this run did not find again
    CloseResolvedExceptions.
        move 0 to exceptionsClosedCount
        if exceptionMasterOpenFlag = 1 and resumedFromCheckpointFlag = 0
            move 1 to priorExceptionIndex
            perform until priorExceptionIndex > priorExceptionCount
                if priorExceptionMatched(priorExceptionIndex) = 0
                        and priorExceptionDisposition(priorExceptionIndex) = "O"
                    move priorExceptionKey(priorExceptionIndex) to exceptionMasterKey
                    read exceptionMasterFile
                        invalid key
                            continue
                        not invalid key
                            *> Someone may have fixed or waived it in
                            *> a3except since it was loaded; leave theirs
                            if exceptionMasterDisposition = "O"
                                move "F" to exceptionMasterDisposition
                                move "A3" to exceptionMasterSetBy
                                move runDateYyyymmdd to exceptionMasterSetDate
                                move runTimeHhmmss to exceptionMasterSetTime
                                rewrite exceptionMasterRecord
                                add 1 to exceptionsClosedCount
                            end-if
                    end-read
                end-if
                add 1 to priorExceptionIndex
            end-perform
        end-if
        if exceptionsClosedCount > 0
            move exceptionsClosedCount to exceptionsClosedOutput
            write outputLine from exceptionsClosedLine after advancing 1 line
        end-if.

    *> Prints the per-section statistics table ahead of the file totals:
    *> one line per section with its counts, averages, and readability.
        write outputLine from rejectedLineStatistics after advancing 1 line.
        move balanceDefectCount to balanceDefectCountOutput.
        write outputLine from balanceDefectStatistics after advancing 1 line.
        if styleRulesLoadedFlag = 1
            move styleErrorCount to styleErrorCountOutput
            move styleWarningCount to styleWarningCountOutput
            move styleNoteCount to styleNoteCountOutput
            write outputLine from styleErrorStatistics after advancing 1 line
            write outputLine from styleWarningStatistics after advancing 1 line
            write outputLine from styleNoteStatistics after advancing 1 line
        end-if.
        write outputLine from averageWordStatistics after advancing 1 line.
        write outputLine from averageSymbolStatistics after advancing 1 line.
        write outputLine from readabilityStatistics after advancing 1 line.
        perform FindPreviousHistoryRecord.
        perform WriteRunComparison.
        perform PrintSentenceProfile.
        perform BuildDocumentVocabulary.
        perform UpdateVocabularyMaster.
        perform PrintWordFrequency.
        perform BuildRunFingerprint.
        perform PrintDistinctiveWords.
        perform WriteCsvRow.
        perform UpdateMonthToDateTotals.
        perform WriteAuditLogEntry.
        perform WriteHistoryRecord.
        move "A" to interchangeDocumentStatus.
        perform WriteInterchangeDocument.
        perform CompleteWorkQueueEntry.
        perform CloseResolvedExceptions.
        if dictionaryLoadedFlag = 1
            move inputFilename to suspectSummaryFileName
            move suspectWordCount to suspectSummaryCount
            write suspectWordRecord from suspectSummaryLine after advancing 1 line
        end-if.
        if styleRulesLoadedFlag = 1
            move inputFilename to styleSummaryFileName
            move styleErrorCount to styleSummaryErrors
            move styleWarningCount to styleSummaryWarnings
            move styleNoteCount to styleSummaryNotes
            write styleReportRecord from styleSummaryLine after advancing 1 line
        end-if.
        if batchModeFlag = 1
            perform RecordBatchEntry
        end-if.
            add 1 to markerScanIndex
            move function upper-case(wordEntryText(markerScanIndex))
                to stopWordCandidate
            perform CheckStopWord
            if stopWordMatchFlag = 1
                move 0 to wordEntryCount(markerScanIndex)
            end-if
        end-perform.

    *> Is stopWordCandidate (uppercased) on the detected language's
    *> stop-word list?
    CheckStopWord.
        move 0 to stopWordMatchFlag
        move 1 to stopWordLookupIndex
        if detectedLanguage = "French"
            perform until stopWordLookupIndex > frenchStopWordCount
                    or stopWordMatchFlag = 1
                if frenchStopWord(stopWordLookupIndex) = stopWordCandidate
                    move 1 to stopWordMatchFlag
                end-if
                add 1 to stopWordLookupIndex
            end-perform
        else
            perform until stopWordLookupIndex > englishStopWordCount
                    or stopWordMatchFlag = 1
                if englishStopWord(stopWordLookupIndex) = stopWordCandidate
                    move 1 to stopWordMatchFlag
                end-if
                add 1 to stopWordLookupIndex
            end-perform
        end-if.

    *> Folds the concordance into this document's uppercased vocabulary
    *> - one entry per word however it was capitalized - while every
    *> count is still intact, ahead of stop-word suppression
    BuildDocumentVocabulary.
        move 0 to documentVocabularyCount
        move 0 to markerScanIndex
        perform until markerScanIndex = wordTableCount
            add 1 to markerScanIndex
            move function upper-case(wordEntryText(markerScanIndex))
                to docVocabCandidate
            move 0 to docVocabFoundFlag
            move 1 to docVocabLookupIndex
            perform until docVocabLookupIndex > documentVocabularyCount
                    or docVocabFoundFlag = 1
                if docVocabWord(docVocabLookupIndex) = docVocabCandidate
                    add wordEntryCount(markerScanIndex)
                        to docVocabCount(docVocabLookupIndex)
                    move 1 to docVocabFoundFlag
                end-if
                add 1 to docVocabLookupIndex
            end-perform
            if docVocabFoundFlag = 0
                add 1 to documentVocabularyCount
                move docVocabCandidate to docVocabWord(documentVocabularyCount)
                move wordEntryCount(markerScanIndex)
                    to docVocabCount(documentVocabularyCount)
                move 0 to docVocabCorpusDocs(documentVocabularyCount)
                move 0 to docVocabScore(documentVocabularyCount)
            end-if
        end-perform.

    *> Adds this document into the corpus vocabulary master and notes,
    *> for each of its words, how many corpus documents now hold it. A
    *> document whose earlier run is on the history master was counted
    *> into the corpus then, so a rerun does not count it again - or
    *> every revision would count as another document - unless that
    *> earlier run predates the vocabulary master itself (the blank-word
    *> record remembers the day the master was started). A word the
    *> revision brings in that the master has never seen is still added,
    *> as seen in this one document. A run resumed from a checkpoint
    *> only knows the words past the resume point; those are all it can
    *> add. No master yet means this run starts it
    UpdateVocabularyMaster.
        move 0 to corpusDocumentTotal
        open i-o vocabularyFile
        if vocabularyFileStatus = "35"
            open output vocabularyFile
            close vocabularyFile
            open i-o vocabularyFile
        end-if
        if vocabularyFileStatus not = "00"
            display "Warning: vocabulary master not available, file status "
                vocabularyFileStatus
        else
            move spaces to vocabularyWord
            read vocabularyFile
                invalid key
                    move 0 to vocabularyDocumentCount
                    move 0 to vocabularyOccurrences
                    move runDateYyyymmdd to vocabularyFirstSeenDate
                    move runDateYyyymmdd to vocabularyLastSeenDate
                    write vocabularyRecord
            end-read
            if priorRunFoundFlag = 1
                    and priorRunDate not < vocabularyFirstSeenDate
                move 0 to vocabularyUpdateFlag
            else
                move 1 to vocabularyUpdateFlag
                add 1 to vocabularyDocumentCount
                move runDateYyyymmdd to vocabularyLastSeenDate
                rewrite vocabularyRecord
            end-if
            move vocabularyDocumentCount to corpusDocumentTotal
            move 0 to docVocabIndex
            perform until docVocabIndex = documentVocabularyCount
                add 1 to docVocabIndex
                perform UpdateOneVocabularyWord
            end-perform
            close vocabularyFile
        end-if.

    UpdateOneVocabularyWord.
        move docVocabWord(docVocabIndex) to vocabularyWord
        read vocabularyFile
            invalid key
                move 1 to vocabularyDocumentCount
                move docVocabCount(docVocabIndex) to vocabularyOccurrences
                move runDateYyyymmdd to vocabularyFirstSeenDate
                move runDateYyyymmdd to vocabularyLastSeenDate
                write vocabularyRecord
                move 1 to docVocabCorpusDocs(docVocabIndex)
            not invalid key
                if vocabularyUpdateFlag = 1
                    add 1 to vocabularyDocumentCount
                    add docVocabCount(docVocabIndex) to vocabularyOccurrences
                    move runDateYyyymmdd to vocabularyLastSeenDate
                    rewrite vocabularyRecord
                end-if
                move vocabularyDocumentCount to docVocabCorpusDocs(docVocabIndex)
        end-read.

    *> Prints the words that are frequent in this document but rare in
    *> the corpus: used at least twice here, present in no more than
    *> half the corpus, not a stop word, ranked by count here times
    *> corpus size over the documents holding the word. Below a handful
    *> of documents every word looks rare, so the section says so
    *> instead of ranking noise
    PrintDistinctiveWords.
        move corpusDocumentTotal to distinctiveHeaderCorpus
        write outputLine from distinctiveHeaderLine after advancing 1 line
        write outputLine from outputUnderline after advancing 1 line
        if corpusDocumentTotal < distinctiveMinimumCorpus
            move "Corpus too small to say what is distinctive yet"
                to distinctiveNoteText
            write outputLine from distinctiveNoteLine after advancing 1 line
        else
            move 0 to docVocabIndex
            perform until docVocabIndex = documentVocabularyCount
                add 1 to docVocabIndex
                move 0 to docVocabScore(docVocabIndex)
                move docVocabWord(docVocabIndex) to stopWordCandidate
                perform CheckStopWord
                if stopWordMatchFlag = 0
                        and docVocabCount(docVocabIndex) > 1
                        and docVocabCorpusDocs(docVocabIndex) > 0
                        and docVocabCorpusDocs(docVocabIndex) * 2
                            <= corpusDocumentTotal
                    compute docVocabScore(docVocabIndex) rounded =
                        docVocabCount(docVocabIndex) * corpusDocumentTotal
                        / docVocabCorpusDocs(docVocabIndex)
                end-if
            end-perform
            move 0 to distinctivePrintedCount
            move 1 to distinctiveBestIndex
            perform until distinctivePrintedCount >= distinctiveWordsToPrint
                    or distinctiveBestIndex = 0
                move 0 to distinctiveBestIndex
                move 0 to distinctiveBestScore
                move 0 to docVocabIndex
                perform until docVocabIndex = documentVocabularyCount
                    add 1 to docVocabIndex
                    if docVocabScore(docVocabIndex) > distinctiveBestScore
                        move docVocabIndex to distinctiveBestIndex
                        move docVocabScore(docVocabIndex) to distinctiveBestScore
                    end-if
                end-perform
                if distinctiveBestIndex > 0
                    add 1 to distinctivePrintedCount
                    move docVocabWord(distinctiveBestIndex) to distinctiveEntryText
                    move docVocabCount(distinctiveBestIndex) to distinctiveEntryCount
                    move docVocabCorpusDocs(distinctiveBestIndex)
                        to distinctiveEntryDocs
                    write outputLine from distinctiveEntryLine after advancing 1 line
                    move 0 to docVocabScore(distinctiveBestIndex)
                end-if
            end-perform
            if distinctivePrintedCount = 0
                move "No word here is both repeated and rare in the corpus"
                    to distinctiveNoteText
                write outputLine from distinctiveNoteLine after advancing 1 line
            end-if
        end-if
        write outputLine from outputUnderline after advancing 1 line.

    *> Adds this run's four summary counters into the running month-to-date
    *> totals file (starting a fresh month's totals if the file is missing
    *> or belongs to an earlier month) and prints the updated totals block
        move numberOfWords to auditLogWords
        move numberOfNumbers to auditLogNumbers
        move numberOfCharacters to auditLogCharacters
        move inputClientCode to auditLogClientCode
        move operatorId to auditLogOperatorId
        open extend auditLogFile
        if auditLogFileStatus = "35"
            open output auditLogFile
            move readabilityRatingOutput to historyReadability
            move detectedLanguage to historyLanguage
            move runFingerprint to historyFingerprint
            move inputClientCode to historyClientCode
            move "N" to historyResubmitFlag
            move spaces to historyResubmitOf
            move styleErrorCount to historyStyleErrors
            move styleWarningCount to historyStyleWarnings
            move styleNoteCount to historyStyleNotes
            move operatorId to historyOperatorId
            write historyRecord
                invalid key
                    rewrite historyRecord
            display "Warning: history master not updated, file status " historyFileStatus
        end-if.

    *> Marks the document's intake queue entry complete with this run's
    *> date and time. Entries sit in key order (filename, then date
    *> received), so the first open one read for the filename is the
    *> oldest - a document registered twice is worked off in the order
    *> it came in. A document nobody registered just has no entry
    CompleteWorkQueueEntry.
        open i-o workQueueFile
        if workQueueFileStatus = "00"
            move 0 to workQueueEndFlag
            move 0 to workQueueDoneFlag
            move inputFilename to workQueueFilename
            move low-values to workQueueReceivedDate
            move low-values to workQueueReceivedTime
            start workQueueFile key is not less than workQueueKey
                invalid key
                    move 1 to workQueueEndFlag
            end-start
            perform until workQueueEndFlag = 1 or workQueueDoneFlag = 1
                read workQueueFile next record
                    at end
                        move 1 to workQueueEndFlag
                    not at end
                        if workQueueFilename not = inputFilename
                            move 1 to workQueueEndFlag
                        else if workQueueStatus = "O"
                            move "C" to workQueueStatus
                            move runDateYyyymmdd to workQueueCompletedDate
                            move runTimeHhmmss to workQueueCompletedTime
                            rewrite workQueueRecord
                            move 1 to workQueueDoneFlag
                            move workQueueReceivedDate
                                to workQueueCompletedReceived
                            write outputLine from workQueueCompletedLine
                                after advancing 1 line
                        end-if
                end-read
            end-perform
            close workQueueFile
        end-if.

    *> Prints the sentence-length profile: shortest and longest sentence
    *> with the line each starts on, counts per length band, and the
    *> median - the 30+ band and the longest-sentence line are how the
    EndOfProgram.
        close outputFile.
        close exceptionFile.
        if dictionaryLoadedFlag = 1
            close suspectWordFile
        end-if.
        if styleRulesLoadedFlag = 1
            close styleReportFile
        end-if.
        if exceptionMasterOpenFlag = 1
            close exceptionMasterFile
        end-if.
        perform CloseInterchangeFile.
        *> Every shared file and the interchange trailer are finished
        *> before the lock goes, so the next run cannot open one of them
        *> under this one
        perform ReleaseRunLock.
        move filesProcessedCount to eojProcessedOutput.
        move filesSkippedCount to eojSkippedOutput.
        move totalExceptionCount to eojExceptionsOutput.
