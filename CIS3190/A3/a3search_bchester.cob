*> CIS 3190 Text Analyzer - keyword-in-context search
*> Author - Brandon Chester. 0877477

*> "Where do we use 'shall' across the whole contract batch?" - the
*> a3 concordance can say how often, never where. This utility takes a
*> word or short phrase and either one file or an @ control file (the
*> same convention a3 uses, filename in columns 1-30), and prints
*> every occurrence with the filename, the line number, and the text
*> on each side, the hit itself lined up in a fixed column so a page
*> of them reads straight down. It closes with a per-file hit count.
*>
*> Words are found exactly the way a3's AnalyzeLine finds them, so a
*> single-word search agrees with the concordance: a word starts on
*> anything but a space, a hyphen, or a digit and runs to the next
*> space; trailing punctuation is ignored; a word hyphen-broken at the
*> end of a line is rejoined with the start of the next; heading lines
*> (the CHAPTER / .SECTION markers, or whatever A3Options.txt names)
*> are dividers, not text. Matching is case-blind, accented Latin-1
*> letters included - "ETE" does not find "été", "ÉTÉ" finds "été". A
*> phrase must run word for word without a sentence or clause break
*> (a word that lost trailing punctuation) inside it.

identification division.
program-id. a3search.

environment division.

input-output section.
file-control.

select inputFile assign to dynamic inputFilename
    organization is line sequential
    file status is inputFileStatus.

select controlFile assign to dynamic controlFilename
    organization is line sequential
    file status is controlFileStatus.

select searchReportFile assign to dynamic searchReportFilename
    organization is line sequential.

select optionsFile assign to "A3Options.txt"
    organization is line sequential
    file status is optionsFileStatus.

data division.

file section.
fd inputFile.
01 inputRecord pic x(80).

fd controlFile.
01 controlFileLine pic x(40).

fd searchReportFile.
01 searchReportLine pic x(132).

fd optionsFile.
01 optionsFileRecord pic x(80).

working-storage section.
77 inputFileStatus pic xx.
77 controlFileStatus pic xx.
77 optionsFileStatus pic xx.
77 inputFilename pic x(30).
77 controlFilename pic x(30).
77 searchReportFilename pic x(40).
77 operatorEntry pic x(30).
77 fileEndFlag pic 9 comp.
77 controlEndFlag pic 9 comp.

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).
77 runTimeHhmmss pic x(6).

01 controlLineImage.
    02 controlLineFilename pic x(30).
    02 filler pic x(10).

*> The search term as typed, and split into up to eight words, each
*> normalized the way a document word is
01 searchEntry pic x(60).
77 searchEntryLength pic 9(2) comp.
77 searchScanIndex pic 9(2) comp.
77 phraseWordCount pic 9 comp value 0.
77 phraseTooLongFlag pic 9 comp value 0.
01 phraseWordTable.
    02 phraseWord pic x(20) occurs 8 times.
77 phraseMatchIndex pic 9 comp.
77 phraseMatchFlag pic 9 comp.
77 ringMatchIndex pic 9 comp.

*> Upper and lower case for the 26 letters and for Latin-1's accented
*> letters (X'E0'-X'FE' fold onto X'C0'-X'DE', divide sign excepted)
01 foldLowerLetters.
    02 filler pic x(26) value "abcdefghijklmnopqrstuvwxyz".
    02 filler pic x(23)
        value x"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEFF0F1F2F3F4F5F6".
    02 filler pic x(7) value x"F8F9FAFBFCFDFE".
01 foldUpperLetters.
    02 filler pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    02 filler pic x(23)
        value x"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECFD0D1D2D3D4D5D6".
    02 filler pic x(7) value x"D8D9DADBDCDDDE".

*> Word scanning state, the same chunking AnalyzeLine keeps
01 inputArea.
    02 inputAreaLine pic x occurs 80 times.
01 previousLineArea pic x(80).
77 inputLineNumber pic 9(5) comp.
77 continuationPending pic 9 comp.
77 currentIndex pic 9(2) comp.
77 lineLastNonBlank pic 9(2) comp.
77 previousLastNonBlank pic 9(2) comp.
77 isWordChunk pic 9 comp.
77 isNumberChunk pic 9 comp.
77 hyphenCarryFlag pic 9 comp.
01 currentWordBuffer pic x(20).
77 currentWordLength pic 9(2) comp.
77 wordStartLine pic 9(5) comp.
77 wordStartColumn pic 9(2) comp.
77 wordPunctuatedFlag pic 9 comp.
77 accentedCheckByte pic x.
77 accentedLetterFlag pic 9 comp.
77 stripDoneFlag pic 9 comp.

*> The last few words seen, newest last, for matching a phrase
01 wordRingTable.
    02 wordRingEntry occurs 8 times.
        03 wordRingText pic x(20).
        03 wordRingLine pic 9(5) comp.
        03 wordRingColumn pic 9(2) comp.
        03 wordRingPunctuated pic 9 comp.
77 wordRingCount pic 9 comp.
77 wordRingShiftIndex pic 9 comp.
77 hitRingIndex pic 9 comp.

*> Heading lines, as a3 recognizes them (site options may rename them)
77 sectionMarker1 pic x(8) value "CHAPTER".
77 sectionMarker1Length pic 9(2) comp value 7.
77 sectionMarker2 pic x(8) value ".SECTION".
77 sectionMarker2Length pic 9(2) comp value 8.
01 markerCompareText pic x(8).
77 markerCompareLength pic 9(2) comp.
77 sectionMarkerFlag pic 9 comp.
01 sectionScanBuffer pic x(80).
77 optionsEndFlag pic 9 comp.
01 optionLineBuffer pic x(80).
01 optionKeyword pic x(30).
01 optionValue pic x(40).
77 optionEqualsPos pic 9(2) comp.
77 optionScanIndex pic 9(2) comp.

*> Context for a hit: forty spaces of lead-in, the previous line
*> trimmed, a space, then the current line - so the forty bytes ahead
*> of the hit are always there to print, whatever column it sits in
01 contextBuffer pic x(300).
77 contextHitPosition pic 9(3) comp.

*> Per-file hit counts for the closing summary
77 batchModeFlag pic 9 comp value 0.
01 fileHitTable.
    02 fileHitEntry occurs 100 times.
        03 fileHitName pic x(30).
        03 fileHitCount pic 9(7) comp.
        03 fileHitSkipped pic 9 comp.
77 fileHitCountTotal pic 9(4) comp value 0.
77 fileHitIndex pic 9(4) comp.
77 currentFileHits pic 9(7) comp.
77 currentFileSkipped pic 9 comp.
77 totalHits pic 9(9) comp value 0.
77 filesSearched pic 9(4) comp value 0.
77 filesSkipped pic 9(4) comp value 0.
77 countEdited pic z(6)9.

01 searchTitleLine.
    02 filler pic x(29) value "Keyword in context search - ".
    02 searchTitleTerm pic x(60).
    02 filler pic x(8) value " run of ".
    02 searchTitleDate pic x(8).

01 searchUnderline pic x(132) value all "-".

01 searchColumnHeader.
    02 filler pic x(25) value "File".
    02 filler pic x(7) value " Line".
    02 filler pic x(40) value spaces.
    02 filler pic x(7) value "Context".

01 searchDetailLine.
    02 searchDetailName pic x(24).
    02 filler pic x value space.
    02 searchDetailLineNumber pic z(4)9.
    02 filler pic x(2) value spaces.
    02 searchDetailLeft pic x(40).
    02 searchDetailRight pic x(60).

01 searchSummaryHeader.
    02 filler pic x(13) value "Hits by file".

01 searchSummaryLine.
    02 filler pic x(3) value spaces.
    02 searchSummaryName pic x(30).
    02 filler pic x(2) value spaces.
    02 searchSummaryCount pic z(6)9.
    02 filler pic x(2) value spaces.
    02 searchSummaryNote pic x(30).

01 searchTotalLine.
    02 filler pic x(3) value spaces.
    02 searchTotalLabel pic x(32).
    02 searchTotalValue pic z(6)9.

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.
    move currentDateTime(9:6) to runTimeHhmmss.

    display "Enter the word or phrase to search for:".
    accept searchEntry.
    perform SplitSearchEntry.
    if phraseWordCount = 0
        display "Nothing to search for"
        move 8 to return-code
        stop run
    end-if.
    if phraseTooLongFlag = 1
        display "Phrase is longer than eight words - searching the first eight"
    end-if.

    display "Enter the file to search, or @ followed by a control file of filenames:".
    accept operatorEntry.

    perform LoadSectionMarkers.

    move spaces to searchReportFilename.
    string "A3Search_" delimited by size
           runDateYyyymmdd delimited by size
           "_" delimited by size
           runTimeHhmmss delimited by size
           ".txt" delimited by size
        into searchReportFilename
    end-string.
    open output searchReportFile.
    move searchEntry to searchTitleTerm.
    move runDateYyyymmdd to searchTitleDate.
    write searchReportLine from searchTitleLine after advancing 0 lines.
    write searchReportLine from searchUnderline after advancing 1 line.
    write searchReportLine from searchColumnHeader after advancing 1 line.

    if operatorEntry(1:1) = "@"
        move 1 to batchModeFlag
        move operatorEntry(2:29) to controlFilename
        perform SearchControlFile
    else
        move operatorEntry to inputFilename
        perform SearchOneFile
    end-if.

    perform WriteHitSummary.
    close searchReportFile.

    move totalHits to countEdited.
    display "Search report written to " function trim(searchReportFilename)
        " - " function trim(countEdited) " hit(s)".
    *> Same scheduler convention as a3: 8 for a dead run, 4 when a
    *> file had to be skipped
    if batchModeFlag = 1 and controlFileStatus not = "00"
        move 8 to return-code
    else if filesSkipped > 0
        move 4 to return-code
    end-if.
    stop run.

    *> Breaks the search entry into words on spaces and normalizes each
    *> the way a document word is normalized: leading hyphens dropped
    *> (a3 never starts a word on one), trailing punctuation stripped,
    *> clipped to 20 bytes, case folded
    SplitSearchEntry.
        move 60 to searchEntryLength
        perform until searchEntryLength = 0
                or searchEntry(searchEntryLength:1) not = " "
            subtract 1 from searchEntryLength
        end-perform
        move 0 to phraseWordCount
        move 0 to isWordChunk
        move 0 to searchScanIndex
        perform until searchScanIndex >= searchEntryLength
            add 1 to searchScanIndex
            if searchEntry(searchScanIndex:1) = " "
                perform FinishSearchWord
            else if isWordChunk = 0
                if searchEntry(searchScanIndex:1) not = "-"
                    move 1 to isWordChunk
                    move spaces to currentWordBuffer
                    move 1 to currentWordLength
                    move searchEntry(searchScanIndex:1) to currentWordBuffer(1:1)
                end-if
            else
                if currentWordLength < 20
                    add 1 to currentWordLength
                    move searchEntry(searchScanIndex:1)
                        to currentWordBuffer(currentWordLength:1)
                end-if
            end-if
        end-perform
        perform FinishSearchWord
        move 0 to isWordChunk.

    FinishSearchWord.
        if isWordChunk = 1
            perform StripTrailingPunctuation
            if currentWordLength > 0
                if phraseWordCount < 8
                    add 1 to phraseWordCount
                    inspect currentWordBuffer
                        converting foldLowerLetters to foldUpperLetters
                    move currentWordBuffer to phraseWord(phraseWordCount)
                else
                    move 1 to phraseTooLongFlag
                end-if
            end-if
            move 0 to isWordChunk
        end-if.

    *> Picks the two heading-marker keywords out of the shared site
    *> options file so headings are skipped exactly as a3 skips them
    LoadSectionMarkers.
        open input optionsFile
        if optionsFileStatus = "00"
            move 0 to optionsEndFlag
            perform until optionsEndFlag = 1
                read optionsFile into optionLineBuffer
                    at end
                        move 1 to optionsEndFlag
                    not at end
                        if optionLineBuffer not = spaces
                                and optionLineBuffer(1:1) not = "*"
                            perform ParseMarkerLine
                        end-if
                end-read
            end-perform
            close optionsFile
        end-if.

    ParseMarkerLine.
        move 0 to optionEqualsPos
        move 0 to optionScanIndex
        perform until optionScanIndex = 80 or optionEqualsPos > 0
            add 1 to optionScanIndex
            if optionLineBuffer(optionScanIndex:1) = "="
                move optionScanIndex to optionEqualsPos
            end-if
        end-perform
        if optionEqualsPos > 1 and optionEqualsPos < 80
            move spaces to optionKeyword
            move function upper-case(
                function trim(optionLineBuffer(1:optionEqualsPos - 1)))
                to optionKeyword
            move spaces to optionValue
            move function trim(optionLineBuffer(optionEqualsPos + 1:
                80 - optionEqualsPos)) to optionValue
            if optionKeyword = "SECTION-MARKER-1"
                move function upper-case(optionValue(1:8)) to sectionMarker1
                move 8 to sectionMarker1Length
                perform until sectionMarker1Length = 0
                        or sectionMarker1(sectionMarker1Length:1) not = " "
                    subtract 1 from sectionMarker1Length
                end-perform
            else if optionKeyword = "SECTION-MARKER-2"
                move function upper-case(optionValue(1:8)) to sectionMarker2
                move 8 to sectionMarker2Length
                perform until sectionMarker2Length = 0
                        or sectionMarker2(sectionMarker2Length:1) not = " "
                    subtract 1 from sectionMarker2Length
                end-perform
            end-if
        end-if.

    *> Searches each file named in the control file in turn; a name
    *> that won't open is noted and skipped, as a3 does
    SearchControlFile.
        open input controlFile
        if controlFileStatus not = "00"
            display "Cannot open control file " function trim(controlFilename)
                " - status " controlFileStatus
        else
            move 0 to controlEndFlag
            perform until controlEndFlag = 1
                read controlFile into controlLineImage
                    at end
                        move 1 to controlEndFlag
                    not at end
                        if controlLineFilename not = spaces
                            move controlLineFilename to inputFilename
                            perform SearchOneFile
                        end-if
                end-read
            end-perform
            close controlFile
        end-if.

    *> Scans one file line by line for the search term
    SearchOneFile.
        move 0 to currentFileHits
        move 0 to currentFileSkipped
        open input inputFile
        if inputFileStatus not = "00"
            add 1 to filesSkipped
            display "Skipping " function trim(inputFilename)
                " - open status " inputFileStatus
            move 1 to currentFileSkipped
            perform RecordFileHits
        else
            add 1 to filesSearched
            move 0 to inputLineNumber
            move 0 to continuationPending
            move 0 to isWordChunk
            move 0 to isNumberChunk
            move 0 to hyphenCarryFlag
            move 0 to wordRingCount
            move spaces to previousLineArea
            move spaces to inputArea
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read inputFile into inputArea
                    at end
                        move 1 to fileEndFlag
                        if isWordChunk = 1
                            perform FinishDocumentWord
                        end-if
                    not at end
                        perform SearchOneLine
            end-read
            end-perform
            close inputFile
            perform RecordFileHits
        end-if.

    *> One read of the file: a new logical line (not the tail of an
    *> over-long one) bumps the line number and may be a heading
    SearchOneLine.
        if continuationPending = 0
            add 1 to inputLineNumber
        end-if
        perform BlankControlBytes
        move 0 to sectionMarkerFlag
        if continuationPending = 0
            perform CheckSectionMarker
        end-if
        if sectionMarkerFlag = 1
            *> A heading is a divider - no word or phrase runs across it
            if isWordChunk = 1 and hyphenCarryFlag = 1
                perform FinishDocumentWord
                move 0 to hyphenCarryFlag
            end-if
            move 0 to isWordChunk
            move 0 to wordRingCount
        else
            perform ScanWholeLine
        end-if
        if inputFileStatus = "06"
            move 1 to continuationPending
        else
            move 0 to continuationPending
        end-if
        move inputArea to previousLineArea.

    *> Control bytes become spaces, as a3 sanitizes them before analysis
    BlankControlBytes.
        move 1 to currentIndex
        perform until currentIndex > 80
            if inputAreaLine(currentIndex) < " "
                    or inputAreaLine(currentIndex) = x"7F"
                    or (inputAreaLine(currentIndex) >= x"80"
                        and inputAreaLine(currentIndex) <= x"9F")
                move " " to inputAreaLine(currentIndex)
            end-if
            if currentIndex = 80
                move 81 to currentIndex
            else
                add 1 to currentIndex
            end-if
        end-perform.

    *> The line body: same chunking as a3's AnalyzeWholeLine, including
    *> holding a word open across a hyphen at the true end of the line
    ScanWholeLine.
        if continuationPending = 0
            if hyphenCarryFlag = 1
                move 0 to hyphenCarryFlag
            else
                move 0 to isWordChunk
            end-if
            move 0 to isNumberChunk
        end-if
        move 80 to lineLastNonBlank
        perform until lineLastNonBlank = 0
                or inputAreaLine(lineLastNonBlank) not = " "
            subtract 1 from lineLastNonBlank
        end-perform
        move 0 to currentIndex
        perform ScanCharacter until currentIndex = 80
        if inputFileStatus not = "06"
            if isWordChunk = 1 and hyphenCarryFlag = 0
                if currentWordLength > 1
                        and currentWordBuffer(currentWordLength:1) = "-"
                    move space to currentWordBuffer(currentWordLength:1)
                    subtract 1 from currentWordLength
                    move 1 to hyphenCarryFlag
                else
                    perform FinishDocumentWord
                end-if
            end-if
        end-if.

    *> One byte of the line, word and number chunks as AnalyzeLine
    *> forms them
    ScanCharacter.
        add 1 to currentIndex
        if isWordChunk = 1
            if inputAreaLine(currentIndex) = " "
                if hyphenCarryFlag = 1
                    continue
                else
                    if inputFileStatus not = "06"
                            and currentIndex > lineLastNonBlank
                            and currentWordLength > 1
                            and currentWordBuffer(currentWordLength:1) = "-"
                        move space to currentWordBuffer(currentWordLength:1)
                        subtract 1 from currentWordLength
                        move 1 to hyphenCarryFlag
                    else
                        perform FinishDocumentWord
                    end-if
                end-if
            else
                if currentWordLength < 20
                    add 1 to currentWordLength
                    move inputAreaLine(currentIndex)
                        to currentWordBuffer(currentWordLength:1)
                end-if
            end-if
        else if isNumberChunk = 1
            if inputAreaLine(currentIndex) = " "
                move 0 to isNumberChunk
            end-if
        else
            if inputAreaLine(currentIndex) is numeric
                move 1 to isNumberChunk
            else if inputAreaLine(currentIndex) = "$" and currentIndex < 80
                    and inputAreaLine(currentIndex + 1) is numeric
                move 1 to isNumberChunk
            else if inputAreaLine(currentIndex) not = " "
                    and inputAreaLine(currentIndex) not = "-"
                move 1 to isWordChunk
                move spaces to currentWordBuffer
                move 1 to currentWordLength
                move inputAreaLine(currentIndex) to currentWordBuffer(1:1)
                move inputLineNumber to wordStartLine
                move currentIndex to wordStartColumn
            end-if
        end-if.

    *> A document word is complete: normalize it, push it onto the
    *> ring of recent words, and see whether the phrase now ends here
    FinishDocumentWord.
        move 0 to isWordChunk
        move currentWordLength to searchScanIndex
        perform StripTrailingPunctuation
        if currentWordLength < searchScanIndex
            move 1 to wordPunctuatedFlag
        else
            move 0 to wordPunctuatedFlag
        end-if
        if currentWordLength > 0
            inspect currentWordBuffer
                converting foldLowerLetters to foldUpperLetters
            if wordRingCount = 8
                move 1 to wordRingShiftIndex
                perform until wordRingShiftIndex = 8
                    move wordRingEntry(wordRingShiftIndex + 1)
                        to wordRingEntry(wordRingShiftIndex)
                    add 1 to wordRingShiftIndex
                end-perform
            else
                add 1 to wordRingCount
            end-if
            move currentWordBuffer to wordRingText(wordRingCount)
            move wordStartLine to wordRingLine(wordRingCount)
            move wordStartColumn to wordRingColumn(wordRingCount)
            move wordPunctuatedFlag to wordRingPunctuated(wordRingCount)
            perform CheckPhraseMatch
        end-if
        move spaces to currentWordBuffer
        move 0 to currentWordLength.

    *> The newest phraseWordCount words on the ring against the phrase;
    *> every word but the last must run on without punctuation
    CheckPhraseMatch.
        if wordRingCount >= phraseWordCount
            move 1 to phraseMatchFlag
            compute hitRingIndex = wordRingCount - phraseWordCount + 1
            move hitRingIndex to ringMatchIndex
            move 0 to phraseMatchIndex
            perform until phraseMatchIndex = phraseWordCount
                    or phraseMatchFlag = 0
                add 1 to phraseMatchIndex
                if wordRingText(ringMatchIndex) not = phraseWord(phraseMatchIndex)
                    move 0 to phraseMatchFlag
                end-if
                if phraseMatchIndex < phraseWordCount
                        and wordRingPunctuated(ringMatchIndex) = 1
                    move 0 to phraseMatchFlag
                end-if
                add 1 to ringMatchIndex
            end-perform
            if phraseMatchFlag = 1
                perform WriteHitLine
            end-if
        end-if.

    *> Prints one hit: the forty bytes ahead of it, then the hit and
    *> what follows - the previous line stands in front of the current
    *> one so a hit near the left margin still has context to show
    WriteHitLine.
        add 1 to currentFileHits
        add 1 to totalHits
        move 80 to previousLastNonBlank
        perform until previousLastNonBlank = 0
                or previousLineArea(previousLastNonBlank:1) not = " "
            subtract 1 from previousLastNonBlank
        end-perform
        move spaces to contextBuffer
        if previousLastNonBlank > 0
            move previousLineArea(1:previousLastNonBlank) to contextBuffer(41:80)
        end-if
        move inputArea to contextBuffer(previousLastNonBlank + 42:80)
        perform LocateHitInContext
        move inputFilename to searchDetailName
        move wordRingLine(hitRingIndex) to searchDetailLineNumber
        move contextBuffer(contextHitPosition - 40:40) to searchDetailLeft
        move contextBuffer(contextHitPosition:60) to searchDetailRight
        write searchReportLine from searchDetailLine after advancing 1 line.

    *> Where the phrase's first word sits in the context buffer: on the
    *> current line, on the previous one (a phrase or hyphen-broken word
    *> that started there), or - for a phrase longer than two lines can
    *> hold - the start of the current line
    LocateHitInContext.
        if wordRingLine(hitRingIndex) = inputLineNumber
            compute contextHitPosition =
                previousLastNonBlank + 41 + wordRingColumn(hitRingIndex)
        else if wordRingLine(hitRingIndex) = inputLineNumber - 1
                and previousLastNonBlank > 0
            compute contextHitPosition = 40 + wordRingColumn(hitRingIndex)
        else
            compute contextHitPosition = previousLastNonBlank + 42
        end-if.

    *> Trims trailing punctuation off the word being collected - the
    *> same rule a3 applies before a word reaches the concordance
    StripTrailingPunctuation.
        move 0 to stripDoneFlag
        perform until currentWordLength = 0 or stripDoneFlag = 1
            move currentWordBuffer(currentWordLength:1) to accentedCheckByte
            perform CheckAccentedLetter
            if currentWordBuffer(currentWordLength:1) is alphabetic
                    or currentWordBuffer(currentWordLength:1) is numeric
                    or accentedLetterFlag = 1
                move 1 to stripDoneFlag
            else
                move space to currentWordBuffer(currentWordLength:1)
                subtract 1 from currentWordLength
            end-if
        end-perform.

    *> Latin-1 keeps its accented letters in X'C0' through X'FF', with
    *> only the multiply and divide signs (X'D7', X'F7') interrupting
    *> the range - everything else up there is a letter
    CheckAccentedLetter.
        if accentedCheckByte >= x"C0"
                and accentedCheckByte not = x"D7"
                and accentedCheckByte not = x"F7"
            move 1 to accentedLetterFlag
        else
            move 0 to accentedLetterFlag
        end-if.

    *> Is this line a heading? Same test as a3's CheckSectionMarker
    CheckSectionMarker.
        move function trim(inputArea) to sectionScanBuffer
        move sectionMarker1 to markerCompareText
        move sectionMarker1Length to markerCompareLength
        perform TestSectionMarker
        if sectionMarkerFlag = 0
            move sectionMarker2 to markerCompareText
            move sectionMarker2Length to markerCompareLength
            perform TestSectionMarker
        end-if.

    TestSectionMarker.
        if markerCompareLength > 0
                and function upper-case(
                    sectionScanBuffer(1:markerCompareLength))
                    = markerCompareText(1:markerCompareLength)
            if markerCompareText(markerCompareLength:1) is alphabetic
                    and markerCompareText(markerCompareLength:1) not = " "
                if sectionScanBuffer(markerCompareLength + 1:1) = " "
                    move 1 to sectionMarkerFlag
                end-if
            else
                move 1 to sectionMarkerFlag
            end-if
        end-if.

    *> Banks the file just searched for the closing summary; past the
    *> hundredth file the hits still count in the total
    RecordFileHits.
        if fileHitCountTotal < 100
            add 1 to fileHitCountTotal
            move inputFilename to fileHitName(fileHitCountTotal)
            move currentFileHits to fileHitCount(fileHitCountTotal)
            move currentFileSkipped to fileHitSkipped(fileHitCountTotal)
        end-if.

    *> Closes the report with the hit count for every file searched
    WriteHitSummary.
        write searchReportLine from searchUnderline after advancing 2 lines
        write searchReportLine from searchSummaryHeader after advancing 1 line
        move 0 to fileHitIndex
        perform until fileHitIndex = fileHitCountTotal
            add 1 to fileHitIndex
            move fileHitName(fileHitIndex) to searchSummaryName
            move fileHitCount(fileHitIndex) to searchSummaryCount
            if fileHitSkipped(fileHitIndex) = 1
                move "** could not be opened **" to searchSummaryNote
            else
                move spaces to searchSummaryNote
            end-if
            write searchReportLine from searchSummaryLine after advancing 1 line
        end-perform
        write searchReportLine from searchUnderline after advancing 1 line
        move "Files searched                 =" to searchTotalLabel
        move filesSearched to searchTotalValue
        write searchReportLine from searchTotalLine after advancing 1 line
        move "Files skipped                  =" to searchTotalLabel
        move filesSkipped to searchTotalValue
        write searchReportLine from searchTotalLine after advancing 1 line
        move "Total hits                     =" to searchTotalLabel
        move totalHits to searchTotalValue
        write searchReportLine from searchTotalLine after advancing 1 line.
