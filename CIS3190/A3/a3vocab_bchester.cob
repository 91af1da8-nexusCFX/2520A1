*> CIS 3190 Text Analyzer - corpus vocabulary report
*> Author - Brandon Chester. 0877477

*> a3 folds every document it analyzes into the vocabulary master
*> A3Vocabulary.dat: each word it has ever seen, how many documents it
*> has turned up in, how often in all, and when it was first and last
*> seen. The concordance in each a3 report only knows the document in
*> hand; this report is the view across the whole corpus - the total
*> distinct vocabulary, the words seen in only one document (where the
*> misspellings and the genuinely specialist terms both live), and the
*> words that appeared for the first time in a given month, which is
*> how new subject matter coming through the shop shows up.

identification division.
program-id. a3vocab.

environment division.

input-output section.
file-control.

select vocabularyFile assign to "A3Vocabulary.dat"
    organization is indexed
    access mode is sequential
    record key is vocabularyWord
    file status is vocabularyFileStatus.

select vocabReportFile assign to dynamic vocabReportFilename
    organization is line sequential.

data division.

file section.
fd vocabularyFile.
01 vocabularyRecord.
    02 vocabularyWord pic x(20).
    02 vocabularyDocumentCount pic 9(7).
    02 vocabularyOccurrences pic 9(9).
    02 vocabularyFirstSeenDate pic x(8).
    02 vocabularyLastSeenDate pic x(8).

fd vocabReportFile.
01 vocabReportLine pic x(80).

working-storage section.
77 vocabularyFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 vocabReportFilename pic x(40).

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).
77 operatorMonthEntry pic x(10).
77 reportMonthYyyymm pic x(6).

*> Which words a listing pass prints: 1 = seen in one document only,
*> 2 = first seen in the report month
77 listingPass pic 9 comp.
77 listingMatchFlag pic 9 comp.

77 corpusDocuments pic 9(7) comp value 0.
77 corpusStartDate pic x(8) value spaces.
77 distinctWords pic 9(7) comp value 0.
77 totalOccurrences pic 9(11) comp value 0.
77 singleDocumentWords pic 9(7) comp value 0.
77 newWordsThisMonth pic 9(7) comp value 0.
77 wordsListed pic 9(7) comp.

01 vocabTitleLine.
    02 filler pic x(36) value "Corpus vocabulary report - run of ".
    02 vocabTitleDate pic x(8).

01 vocabUnderline pic x(78) value all "-".

01 vocabSummaryLine.
    02 filler pic x(3) value spaces.
    02 vocabSummaryLabel pic x(40).
    02 vocabSummaryValue pic z(10)9.

01 vocabStartedLine.
    02 filler pic x(3) value spaces.
    02 filler pic x(40) value "Vocabulary master started on".
    02 filler pic x(3) value spaces.
    02 vocabStartedDate pic x(8).

01 vocabSectionLine.
    02 vocabSectionText pic x(60).

01 vocabColumnHeader.
    02 filler pic x(3) value spaces.
    02 filler pic x(22) value "Word".
    02 filler pic x(8) value "    Docs".
    02 filler pic x(12) value " Occurrences".
    02 filler pic x(12) value "  First seen".
    02 filler pic x(11) value "  Last seen".

01 vocabDetailLine.
    02 filler pic x(3) value spaces.
    02 vocabDetailWord pic x(20).
    02 filler pic x(2) value spaces.
    02 vocabDetailDocs pic z(7)9.
    02 filler pic x(2) value spaces.
    02 vocabDetailOccurrences pic z(9)9.
    02 filler pic x(4) value spaces.
    02 vocabDetailFirstSeen pic x(8).
    02 filler pic x(3) value spaces.
    02 vocabDetailLastSeen pic x(8).

01 vocabNoteLine.
    02 filler pic x(3) value spaces.
    02 vocabNoteText pic x(75).

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.

    display "Month for the new-words listing as YYYYMM (blank = this month):".
    accept operatorMonthEntry.
    if operatorMonthEntry = spaces
        move runDateYyyymmdd(1:6) to reportMonthYyyymm
    else
        move operatorMonthEntry(1:6) to reportMonthYyyymm
    end-if.
    if reportMonthYyyymm is not numeric
        display "Month must be YYYYMM - no report written"
        move 8 to return-code
        stop run
    end-if.

    open input vocabularyFile.
    if vocabularyFileStatus not = "00"
        display "No vocabulary master found (A3Vocabulary.dat, status "
            vocabularyFileStatus ")"
        display "Run a3 at least once to create it"
        move 8 to return-code
        stop run
    end-if.
    perform TallyVocabulary.
    close vocabularyFile.

    move spaces to vocabReportFilename.
    string "A3Vocabulary_" delimited by size
           runDateYyyymmdd delimited by size
           ".txt" delimited by size
        into vocabReportFilename
    end-string.
    open output vocabReportFile.
    move runDateYyyymmdd to vocabTitleDate.
    write vocabReportLine from vocabTitleLine after advancing 0 lines.
    write vocabReportLine from vocabUnderline after advancing 1 line.
    if corpusStartDate not = spaces
        move corpusStartDate to vocabStartedDate
        write vocabReportLine from vocabStartedLine after advancing 1 line
    end-if.
    move "Documents in the corpus               =" to vocabSummaryLabel.
    move corpusDocuments to vocabSummaryValue.
    write vocabReportLine from vocabSummaryLine after advancing 1 line.
    move "Distinct words (total vocabulary)     =" to vocabSummaryLabel.
    move distinctWords to vocabSummaryValue.
    write vocabReportLine from vocabSummaryLine after advancing 1 line.
    move "Word occurrences counted              =" to vocabSummaryLabel.
    move totalOccurrences to vocabSummaryValue.
    write vocabReportLine from vocabSummaryLine after advancing 1 line.
    move "Words seen in only one document       =" to vocabSummaryLabel.
    move singleDocumentWords to vocabSummaryValue.
    write vocabReportLine from vocabSummaryLine after advancing 1 line.
    move spaces to vocabSummaryLabel.
    string "Words first seen in " delimited by size
           reportMonthYyyymm delimited by size
        into vocabSummaryLabel
    end-string.
    move "=" to vocabSummaryLabel(39:1).
    move newWordsThisMonth to vocabSummaryValue.
    write vocabReportLine from vocabSummaryLine after advancing 1 line.
    write vocabReportLine from vocabUnderline after advancing 1 line.

    move "Words seen in only one document" to vocabSectionText.
    move 1 to listingPass.
    perform ListVocabularyWords.

    move spaces to vocabSectionText.
    string "Words first seen in " delimited by size
           reportMonthYyyymm delimited by size
        into vocabSectionText
    end-string.
    move 2 to listingPass.
    perform ListVocabularyWords.

    close vocabReportFile.
    display "Vocabulary report written to " function trim(vocabReportFilename).
    stop run.

    *> One pass over the master for the summary figures. The record
    *> with a blank word is the corpus control record - the document
    *> count and the day the master was started - not a word
    TallyVocabulary.
        move 0 to fileEndFlag
        perform until fileEndFlag = 1
            read vocabularyFile next record
                at end
                    move 1 to fileEndFlag
                not at end
                    if vocabularyWord = spaces
                        move vocabularyDocumentCount to corpusDocuments
                        move vocabularyFirstSeenDate to corpusStartDate
                    else
                        add 1 to distinctWords
                        add vocabularyOccurrences to totalOccurrences
                        if vocabularyDocumentCount = 1
                            add 1 to singleDocumentWords
                        end-if
                        if vocabularyFirstSeenDate(1:6) = reportMonthYyyymm
                            add 1 to newWordsThisMonth
                        end-if
                    end-if
            end-read
        end-perform.

    *> Reopens the master and lists, in word order, the words the
    *> current listing pass asks for under a section heading
    ListVocabularyWords.
        write vocabReportLine from vocabSectionLine after advancing 2 lines
        write vocabReportLine from vocabColumnHeader after advancing 1 line
        move 0 to wordsListed
        open input vocabularyFile
        move 0 to fileEndFlag
        perform until fileEndFlag = 1
            read vocabularyFile next record
                at end
                    move 1 to fileEndFlag
                not at end
                    move 0 to listingMatchFlag
                    if vocabularyWord not = spaces
                        if listingPass = 1
                            if vocabularyDocumentCount = 1
                                move 1 to listingMatchFlag
                            end-if
                        else
                            if vocabularyFirstSeenDate(1:6) = reportMonthYyyymm
                                move 1 to listingMatchFlag
                            end-if
                        end-if
                    end-if
                    if listingMatchFlag = 1
                        add 1 to wordsListed
                        move vocabularyWord to vocabDetailWord
                        move vocabularyDocumentCount to vocabDetailDocs
                        move vocabularyOccurrences to vocabDetailOccurrences
                        move vocabularyFirstSeenDate to vocabDetailFirstSeen
                        move vocabularyLastSeenDate to vocabDetailLastSeen
                        write vocabReportLine from vocabDetailLine
                            after advancing 1 line
                    end-if
            end-read
        end-perform
        close vocabularyFile
        if wordsListed = 0
            move "None" to vocabNoteText
            write vocabReportLine from vocabNoteLine after advancing 1 line
        end-if.
