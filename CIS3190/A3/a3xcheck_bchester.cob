*> CIS 3190 Text Analyzer - interchange file validation
*> Author - Brandon Chester. 0877477

*> Every a3 run leaves an A3Interchange_<run>_<date>.txt for the
*> editorial content system to load: a batch header, then each document
*> record followed by its comparison, section, sentence-length band,
*> top-word, and exception records, then a trailer carrying record
*> counts and two word-count control totals. Nothing goes across until
*> this program has proved it - the structure (header first, trailer
*> last, every detail behind the document it belongs to, documents in
*> sequence, one comparison record for each analyzed document), the
*> trailer counts against the records actually on the file, and the
*> word totals against the document and section records. A file out of
*> balance is renamed to <name>.rej so it cannot be picked up, and the
*> job ends with return code 8.

identification division.
program-id. a3xcheck.

environment division.

input-output section.
file-control.

select interchangeFile assign to dynamic interchangeFilename
    organization is line sequential
    file status is interchangeFileStatus.

select checkReportFile assign to dynamic checkReportFilename
    organization is line sequential.

data division.

file section.
fd interchangeFile.
01 interchangeRecord pic x(120).

fd checkReportFile.
01 checkReportLine pic x(80).

working-storage section.
77 interchangeFileStatus pic xx.
77 interchangeFilename pic x(60).
77 rejectedFilename pic x(64).
77 checkReportFilename pic x(40).
77 fileEndFlag pic 9 comp.
77 errorCount pic 9(5) comp value 0.
77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).

*> Where the read has got to: the record number, and whether the header
*> and the trailer have gone by yet
77 recordNumber pic 9(7) comp value 0.
77 headerSeenFlag pic 9 comp value 0.
77 trailerSeenFlag pic 9 comp value 0.
77 errorText pic x(60).

*> The document the detail records are currently being filed under.
*> Its words, and the words of its section records, are held so the
*> sections can be proved against the document when the next document
*> (or the trailer) comes along
77 currentDocSequence pic 9(5) comp value 0.
77 currentDocStatus pic x.
77 currentDocResumed pic x.
77 currentDocWords pic 9(7) comp.
77 currentDocSectionWords pic 9(9) comp.
77 currentDocSectionCount pic 9(3) comp.
77 currentDocComparisonCount pic 9(3) comp value 0.

*> What is actually on the file, for proving against the trailer
77 countedRecords pic 9(7) comp value 0.
77 countedDocuments pic 9(5) comp value 0.
77 countedSections pic 9(7) comp value 0.
77 countedBands pic 9(7) comp value 0.
77 countedWords pic 9(7) comp value 0.
77 countedExceptions pic 9(7) comp value 0.
77 countedComparisons pic 9(7) comp value 0.
77 countedWordTotal pic 9(11) comp value 0.
77 countedSectionWordTotal pic 9(11) comp value 0.

*> The record as a3 lays it out - type in byte 1, one view per type
01 interchangeImage pic x(120).

01 headerView redefines interchangeImage.
    02 headerType pic x.
    02 headerFormat pic x(4).
    02 headerRunDate pic x(8).
    02 headerRunTime pic x(6).
    02 headerRunName pic x(30).
    02 headerMode pic x.
    02 headerOperatorId pic x(8).
    02 filler pic x(62).

01 documentView redefines interchangeImage.
    02 filler pic x.
    02 documentSequence pic 9(5).
    02 documentFilename pic x(30).
    02 documentClientCode pic x(8).
    02 documentStatus pic x.
    02 documentResumed pic x.
    02 documentSentences pic 9(7).
    02 documentWords pic 9(7).
    02 documentNumbers pic 9(7).
    02 documentCharacters pic 9(7).
    02 filler pic x(46).

*> Section, band, word, and exception records all carry the document
*> sequence in the same place
01 detailView redefines interchangeImage.
    02 filler pic x.
    02 detailDocSequence pic 9(5).
    02 filler pic x(114).

01 sectionView redefines interchangeImage.
    02 filler pic x(6).
    02 sectionNumber pic 9(2).
    02 sectionTitle pic x(30).
    02 sectionSentences pic 9(7).
    02 sectionWords pic 9(7).
    02 filler pic x(68).

01 comparisonView redefines interchangeImage.
    02 filler pic x(6).
    02 comparisonSuspects pic 9(5).
    02 comparisonPriorFound pic x.
    02 comparisonPriorDate pic x(8).
    02 comparisonPriorTime pic x(6).
    02 comparisonPriorWords pic 9(7).
    02 comparisonPriorRating pic x(9).
    02 comparisonRegression pic x.
    02 filler pic x(77).

01 trailerView redefines interchangeImage.
    02 filler pic x.
    02 trailerRecords pic 9(7).
    02 trailerDocuments pic 9(5).
    02 trailerSections pic 9(7).
    02 trailerBands pic 9(7).
    02 trailerWords pic 9(7).
    02 trailerExceptions pic 9(7).
    02 trailerWordTotal pic 9(11).
    02 trailerSectionWordTotal pic 9(11).
    02 trailerComparisons pic 9(7).
    02 filler pic x(50).

*> The trailer figures once read, kept apart from the record area
77 trailerRecordsValue pic 9(7) comp value 0.
77 trailerDocumentsValue pic 9(5) comp value 0.
77 trailerSectionsValue pic 9(7) comp value 0.
77 trailerBandsValue pic 9(7) comp value 0.
77 trailerWordsValue pic 9(7) comp value 0.
77 trailerExceptionsValue pic 9(7) comp value 0.
77 trailerWordTotalValue pic 9(11) comp value 0.
77 trailerSectionWordTotalValue pic 9(11) comp value 0.
77 trailerComparisonsValue pic 9(7) comp value 0.

77 compareDifference pic s9(11) comp.
01 compareLeftValue pic 9(11) comp.
01 compareRightValue pic 9(11) comp.
01 compareCaption pic x(30).

01 checkTitleLine.
    02 filler pic x(30) value "Interchange file validation - ".
    02 checkTitleDate pic x(8).

01 checkUnderline pic x(78) value all "-".

01 checkFileLine.
    02 filler pic x(6) value "File: ".
    02 checkFileName pic x(60).

01 checkBatchLine.
    02 filler pic x(6) value spaces.
    02 filler pic x(11) value "Batch run: ".
    02 checkBatchName pic x(30).
    02 filler pic x(4) value " on ".
    02 checkBatchDate pic x(8).
    02 filler pic x value space.
    02 checkBatchTime pic x(6).
    02 filler pic x(4) value " by ".
    02 checkBatchOperator pic x(8).

01 checkSectionLine.
    02 filler pic x(3) value spaces.
    02 checkSectionText pic x(70).

01 checkErrorLine.
    02 filler pic x(6) value spaces.
    02 filler pic x(7) value "Record ".
    02 checkErrorRecord pic z(6)9.
    02 filler pic x(2) value ": ".
    02 checkErrorText pic x(58).

01 checkCompareLine.
    02 filler pic x(6) value spaces.
    02 checkCompareCaption pic x(30).
    02 checkCompareLeft pic z(10)9.
    02 filler pic x(4) value " vs ".
    02 checkCompareRight pic z(10)9.
    02 filler pic x(2) value spaces.
    02 checkCompareVerdict pic x(14).

01 checkNoteLine.
    02 filler pic x(6) value spaces.
    02 checkNoteText pic x(70).

01 checkSummaryLine.
    02 filler pic x(14) value "Errors found =".
    02 checkSummaryCount pic z(4)9.
    02 filler pic x(3) value " - ".
    02 checkSummaryVerdict pic x(8).

procedure division.
    display "Interchange file to validate:".
    accept interchangeFilename.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.

    open input interchangeFile.
    if interchangeFileStatus not = "00"
        display "Cannot open " function trim(interchangeFilename)
            " (status " interchangeFileStatus ")"
        move 8 to return-code
        stop run
    end-if.

    move spaces to checkReportFilename.
    string "A3XCheck_" delimited by size
           runDateYyyymmdd delimited by size
           ".txt" delimited by size
        into checkReportFilename
    end-string.
    open output checkReportFile.
    move runDateYyyymmdd to checkTitleDate.
    write checkReportLine from checkTitleLine after advancing 0 lines.
    write checkReportLine from checkUnderline after advancing 1 line.
    move interchangeFilename to checkFileName.
    write checkReportLine from checkFileLine after advancing 1 line.

    move "Structure" to checkSectionText.
    write checkReportLine from checkSectionLine after advancing 2 lines.
    perform CheckInterchangeRecords.
    close interchangeFile.
    if errorCount = 0
        move "No structural errors" to checkNoteText
        write checkReportLine from checkNoteLine after advancing 1 line
    end-if.

    perform CompareTrailerTotals.

    write checkReportLine from checkUnderline after advancing 1 line.
    move errorCount to checkSummaryCount.
    if errorCount = 0
        move "ACCEPTED" to checkSummaryVerdict
    else
        move "REJECTED" to checkSummaryVerdict
    end-if.
    write checkReportLine from checkSummaryLine after advancing 1 line.
    close checkReportFile.

    display "Validation report written to " function trim(checkReportFilename).
    if errorCount = 0
        display "Interchange file accepted - in balance"
    else
        *> Set the file aside under a name the load will not pick up
        move spaces to rejectedFilename
        string function trim(interchangeFilename) delimited by size
               ".rej" delimited by size
            into rejectedFilename
        end-string
        call "CBL_RENAME_FILE" using interchangeFilename rejectedFilename
        display "Interchange file REJECTED - " errorCount " errors, see report"
        display "File renamed to " function trim(rejectedFilename)
        move 8 to return-code
    end-if.
    stop run.

    *> Reads the file start to finish, checking each record against the
    *> ones before it and counting what is there for the trailer proof
    CheckInterchangeRecords.
        move 0 to fileEndFlag
        perform until fileEndFlag = 1
            read interchangeFile into interchangeImage
                at end
                    move 1 to fileEndFlag
                not at end
                    add 1 to recordNumber
                    add 1 to countedRecords
                    perform CheckOneRecord
            end-read
        end-perform
        perform FinishDocument
        if recordNumber = 0
            move "File is empty - no header or trailer" to errorText
            perform LogCheckError
        else
            if trailerSeenFlag = 0
                move "No trailer record - file is incomplete" to errorText
                perform LogCheckError
            end-if
        end-if.

    *> Sorts one record out by its type. Anything at all after the
    *> trailer is an error, whatever it is
    CheckOneRecord.
        if trailerSeenFlag = 1
            move "Record follows the trailer" to errorText
            perform LogCheckError
        end-if
        if recordNumber = 1 and headerType not = "H"
            move "First record is not the batch header" to errorText
            perform LogCheckError
        end-if
        evaluate headerType
            when "H"
                perform CheckHeaderRecord
            when "D"
                perform CheckDocumentRecord
            when "S"
                perform CheckDetailRecord
                if detailDocSequence = currentDocSequence
                    perform NoteSectionRecord
                end-if
            when "C"
                perform CheckDetailRecord
                perform NoteComparisonRecord
            when "B"
                perform CheckDetailRecord
                add 1 to countedBands
            when "W"
                perform CheckDetailRecord
                add 1 to countedWords
            when "E"
                perform CheckDetailRecord
                add 1 to countedExceptions
            when "T"
                perform CheckTrailerRecord
            when other
                move spaces to errorText
                string "Unknown record type '" delimited by size
                       headerType delimited by size
                       "'" delimited by size
                    into errorText
                end-string
                perform LogCheckError
        end-evaluate.

    *> Exactly one header, first on the file, in the format this
    *> program knows
    CheckHeaderRecord.
        if recordNumber not = 1
            move "Batch header is not the first record" to errorText
            perform LogCheckError
        end-if
        if headerSeenFlag = 1
            move "Second batch header on the file" to errorText
            perform LogCheckError
        end-if
        move 1 to headerSeenFlag
        if headerFormat not = "A3X1"
            move spaces to errorText
            string "Unknown interchange format '" delimited by size
                   headerFormat delimited by size
                   "'" delimited by size
                into errorText
            end-string
            perform LogCheckError
        end-if
        move headerRunName to checkBatchName
        move headerRunDate to checkBatchDate
        move headerRunTime to checkBatchTime
        move headerOperatorId to checkBatchOperator
        write checkReportLine from checkBatchLine after advancing 1 line.

    *> Proves the document before it, then opens this one: sequence
    *> numbers run 1, 2, 3 ... with no gap, and the codes and counters
    *> have to be what a3 writes
    CheckDocumentRecord.
        perform FinishDocument
        add 1 to countedDocuments
        if documentSequence is not numeric
            move "Document sequence is not numeric" to errorText
            perform LogCheckError
            move countedDocuments to currentDocSequence
        else
            if documentSequence not = countedDocuments
                move "Document sequence out of order" to errorText
                perform LogCheckError
            end-if
            move documentSequence to currentDocSequence
        end-if
        if documentStatus not = "A" and documentStatus not = "S"
            move "Document status is not A or S" to errorText
            perform LogCheckError
        end-if
        if documentResumed not = "Y" and documentResumed not = "N"
            move "Document resumed flag is not Y or N" to errorText
            perform LogCheckError
        end-if
        move documentStatus to currentDocStatus
        move documentResumed to currentDocResumed
        move 0 to currentDocSectionWords
        move 0 to currentDocSectionCount
        if documentSentences is not numeric
                or documentWords is not numeric
                or documentNumbers is not numeric
                or documentCharacters is not numeric
            move "Document counters are not numeric" to errorText
            perform LogCheckError
            move 0 to currentDocWords
        else
            move documentWords to currentDocWords
            add documentWords to countedWordTotal
        end-if.

    *> A section, band, word, or exception record has to sit behind a
    *> document record, and carry that document's sequence
    CheckDetailRecord.
        if countedDocuments = 0
            move "Detail record before any document record" to errorText
            perform LogCheckError
        else
            if detailDocSequence is not numeric
                    or detailDocSequence not = currentDocSequence
                move "Detail record does not match its document" to errorText
                perform LogCheckError
            end-if
        end-if.

    NoteSectionRecord.
        add 1 to countedSections
        add 1 to currentDocSectionCount
        if sectionWords is not numeric
            move "Section word count is not numeric" to errorText
            perform LogCheckError
        else
            add sectionWords to currentDocSectionWords
            add sectionWords to countedSectionWordTotal
        end-if.

    *> The comparison record: the suspect count and prior words have to
    *> be numbers and the two flags Y or N
    NoteComparisonRecord.
        add 1 to countedComparisons
        add 1 to currentDocComparisonCount
        if comparisonSuspects is not numeric
                or comparisonPriorWords is not numeric
            move "Comparison counts are not numeric" to errorText
            perform LogCheckError
        end-if
        if (comparisonPriorFound not = "Y" and comparisonPriorFound not = "N")
                or (comparisonRegression not = "Y"
                    and comparisonRegression not = "N")
            move "Comparison flags are not Y or N" to errorText
            perform LogCheckError
        end-if.

    *> The sections of an analyzed document have to add back to its word
    *> count. A resumed document's sections only cover the lines after
    *> the resume point, so those are left to the trailer totals. An
    *> analyzed document carries exactly one comparison record, a
    *> skipped one none
    FinishDocument.
        if countedDocuments > 0
                and currentDocStatus = "A"
                and currentDocResumed = "N"
                and currentDocSectionCount > 0
                and currentDocSectionWords not = currentDocWords
            move "Section words do not add up to the document's words"
                to errorText
            perform LogCheckError
        end-if
        if countedDocuments > 0
                and currentDocStatus = "A"
                and currentDocComparisonCount not = 1
            move "Analyzed document needs exactly one comparison record"
                to errorText
            perform LogCheckError
        end-if
        if countedDocuments > 0
                and currentDocStatus not = "A"
                and currentDocComparisonCount > 0
            move "Skipped document carries a comparison record" to errorText
            perform LogCheckError
        end-if
        move 0 to currentDocSectionCount
        move 0 to currentDocComparisonCount.

    CheckTrailerRecord.
        if trailerSeenFlag = 1
            move "Second trailer record on the file" to errorText
            perform LogCheckError
        end-if
        move 1 to trailerSeenFlag
        if trailerRecords is not numeric
                or trailerDocuments is not numeric
                or trailerSections is not numeric
                or trailerBands is not numeric
                or trailerWords is not numeric
                or trailerExceptions is not numeric
                or trailerWordTotal is not numeric
                or trailerSectionWordTotal is not numeric
                or trailerComparisons is not numeric
            move "Trailer counts are not numeric" to errorText
            perform LogCheckError
        else
            move trailerRecords to trailerRecordsValue
            move trailerDocuments to trailerDocumentsValue
            move trailerSections to trailerSectionsValue
            move trailerBands to trailerBandsValue
            move trailerWords to trailerWordsValue
            move trailerExceptions to trailerExceptionsValue
            move trailerWordTotal to trailerWordTotalValue
            move trailerSectionWordTotal to trailerSectionWordTotalValue
            move trailerComparisons to trailerComparisonsValue
        end-if.

    *> Prints one error against the record number it was found at
    LogCheckError.
        add 1 to errorCount
        move recordNumber to checkErrorRecord
        move errorText to checkErrorText
        write checkReportLine from checkErrorLine after advancing 1 line.

    *> The trailer's figures against what was counted on the file
    CompareTrailerTotals.
        move "Trailer vs records on file" to checkSectionText
        write checkReportLine from checkSectionLine after advancing 2 lines
        if trailerSeenFlag = 0
            move "No trailer to prove against" to checkNoteText
            write checkReportLine from checkNoteLine after advancing 1 line
        else
            move "Records" to compareCaption
            move trailerRecordsValue to compareLeftValue
            move countedRecords to compareRightValue
            perform WriteComparisonLine
            move "Documents" to compareCaption
            move trailerDocumentsValue to compareLeftValue
            move countedDocuments to compareRightValue
            perform WriteComparisonLine
            move "Comparison records" to compareCaption
            move trailerComparisonsValue to compareLeftValue
            move countedComparisons to compareRightValue
            perform WriteComparisonLine
            move "Section records" to compareCaption
            move trailerSectionsValue to compareLeftValue
            move countedSections to compareRightValue
            perform WriteComparisonLine
            move "Band records" to compareCaption
            move trailerBandsValue to compareLeftValue
            move countedBands to compareRightValue
            perform WriteComparisonLine
            move "Word records" to compareCaption
            move trailerWordsValue to compareLeftValue
            move countedWords to compareRightValue
            perform WriteComparisonLine
            move "Exception records" to compareCaption
            move trailerExceptionsValue to compareLeftValue
            move countedExceptions to compareRightValue
            perform WriteComparisonLine
            move "Document words" to compareCaption
            move trailerWordTotalValue to compareLeftValue
            move countedWordTotal to compareRightValue
            perform WriteComparisonLine
            move "Section words" to compareCaption
            move trailerSectionWordTotalValue to compareLeftValue
            move countedSectionWordTotal to compareRightValue
            perform WriteComparisonLine
        end-if.

    *> Prints one caption / trailer vs counted / verdict line, counting
    *> the line as an error when the two sides disagree
    WriteComparisonLine.
        move compareCaption to checkCompareCaption
        move compareLeftValue to checkCompareLeft
        move compareRightValue to checkCompareRight
        compute compareDifference = compareLeftValue - compareRightValue
        if compareDifference = 0
            move "in balance" to checkCompareVerdict
        else
            move "OUT OF BALANCE" to checkCompareVerdict
            add 1 to errorCount
        end-if
        write checkReportLine from checkCompareLine after advancing 1 line.
