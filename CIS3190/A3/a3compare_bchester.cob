*> CIS 3190 Text Analyzer - revision comparison
*> Author - Brandon Chester. 0877477

*> WriteRunComparison in a3 says that a document's word count moved
*> and its rating slipped since the last run, but not which passages
*> did it. This utility takes the previous and the revised version of
*> a document and prints a change report: every line added, deleted,
*> or changed, with its line number in both versions. Where the files
*> use the CHAPTER / .SECTION heading markers (or whatever
*> A3Options.txt names instead), the changes are grouped under the
*> section they fall in, and each group closes with the section's
*> sentence, word, and average figures before and after - counted
*> exactly the way a3's per-section breakdown counts them, so the two
*> reports agree - which shows the author and the editor which rewrite
*> made a section harder to read.
*>
*> Lines are compared whole. The two versions are walked in step; at a
*> difference the walk looks ahead for the nearest line the two have
*> in common again (a blank line is never trusted as a meeting point)
*> and reports what lies between as changed lines, paired off in order,
*> with any left over on one side as added or deleted. Each version is
*> held in storage, up to 2000 lines; a longer file is compared as far
*> as that and flagged.

identification division.
program-id. a3compare.

environment division.

input-output section.
file-control.

select versionFile assign to dynamic versionFilenameOpen
    organization is line sequential
    file status is versionFileStatus.

select compareReportFile assign to dynamic compareReportFilename
    organization is line sequential.

select optionsFile assign to "A3Options.txt"
    organization is line sequential
    file status is optionsFileStatus.

data division.

file section.
fd versionFile.
01 versionFileRecord pic x(80).

fd compareReportFile.
01 compareReportLine pic x(132).

fd optionsFile.
01 optionsFileRecord pic x(80).

working-storage section.
77 versionFileStatus pic xx.
77 optionsFileStatus pic xx.
77 versionFilenameOpen pic x(30).
77 compareReportFilename pic x(60).
77 fileEndFlag pic 9 comp.
77 continuationPending pic 9 comp.
77 compareFailedFlag pic 9 comp value 0.

77 currentDateTime pic x(21).
77 runDateYyyymmdd pic x(8).

*> Both versions side by side: 1 is the previous, 2 the revised. Each
*> holds its lines (a line over 80 bytes is kept as its 80-byte
*> pieces, all under the one line number, the way a3 reads it), which
*> section each line falls in, and the figures for every section
77 versionIndex pic 9 comp.
77 maximumVersionLines pic 9(4) comp value 2000.
01 versionTable.
    02 versionEntry occurs 2 times.
        03 versionFilename pic x(30).
        03 versionLineCount pic 9(4) comp.
        03 versionLogicalLines pic 9(5) comp.
        03 versionTruncatedFlag pic 9 comp.
        03 versionLine occurs 2000 times.
            04 versionLineText pic x(80).
            04 versionLineNumber pic 9(5) comp.
            04 versionLineContinued pic 9 comp.
            04 versionLineHeading pic 9 comp.
            04 versionLineSection pic 9(2) comp.
        03 versionSectionCount pic 9(2) comp.
        03 versionSection occurs 50 times.
            04 versionSectionTitle pic x(30).
            04 versionSectionSentences pic 9(7) comp.
            04 versionSectionWords pic 9(7) comp.
            04 versionSectionCharacters pic 9(7) comp.
        03 versionSentences pic 9(7) comp.
        03 versionWords pic 9(7) comp.
        03 versionCharacters pic 9(7) comp.
        03 versionEnglishScore pic 9(7) comp.
        03 versionFrenchScore pic 9(7) comp.
        03 versionLanguage pic x(8).
77 lineIndex pic 9(4) comp.

*> Counting state - the same chunking and sentence rules as AnalyzeLine
01 inputArea.
    02 inputAreaLine pic x occurs 80 times.
77 currentIndex pic 9(2) comp.
77 lineLastNonBlank pic 9(2) comp.
77 isWordChunk pic 9 comp.
77 isNumberChunk pic 9 comp.
77 hyphenCarryFlag pic 9 comp.
77 lineContinuedFlag pic 9 comp.
77 currentSection pic 9(2) comp.
01 currentWordBuffer pic x(20).
77 currentWordLength pic 9(2) comp.
77 accentedCheckByte pic x.
77 accentedLetterFlag pic 9 comp.
77 stripDoneFlag pic 9 comp.

01 abbreviationTable.
    02 abbreviationEntry pic x(8) occurs 50 times.
77 abbreviationTableCount pic 9(2) comp value 17.
77 abbrevOptionSeenFlag pic 9 comp value 0.
01 abbreviationCandidate pic x(22).
77 abbreviationMatchFlag pic 9 comp.
77 abbreviationCheckIndex pic 9(2) comp.

01 englishMarkerTable.
    02 englishMarkerWord pic x(8) occurs 10 times.
01 frenchMarkerTable.
    02 frenchMarkerWord pic x(8) occurs 12 times.
77 englishMarkerCount pic 9(2) comp value 10.
77 frenchMarkerCount pic 9(2) comp value 12.
77 markerCheckIndex pic 9(2) comp.
01 markerCandidate pic x(20).

*> Heading markers and readability bands - a3's defaults, overridden
*> by the same keywords in the site options file
77 sectionMarker1 pic x(8) value "CHAPTER".
77 sectionMarker1Length pic 9(2) comp value 7.
77 sectionMarker2 pic x(8) value ".SECTION".
77 sectionMarker2Length pic 9(2) comp value 8.
01 markerCompareText pic x(8).
77 markerCompareLength pic 9(2) comp.
77 sectionMarkerFlag pic 9 comp.
01 sectionScanBuffer pic x(80).
77 optEasyWordsLimit   pic 9(2)v9 comp value 14.
77 optMediumWordsLimit pic 9(2)v9 comp value 20.
77 optEasyCharsLimit   pic 9(2)v9 comp value 4.7.
77 optMediumCharsLimit pic 9(2)v9 comp value 5.2.
77 optFrenchEasyCharsLimit   pic 9(2)v9 comp value 5.2.
77 optFrenchMediumCharsLimit pic 9(2)v9 comp value 5.7.
77 readabilityEasyWordsLimit   pic 9(2)v9 comp.
77 readabilityMediumWordsLimit pic 9(2)v9 comp.
77 readabilityEasyCharsLimit   pic 9(2)v9 comp.
77 readabilityMediumCharsLimit pic 9(2)v9 comp.
77 avgWordsPerSentenceValue pic 9(4)v99.
77 avgCharsPerWordValue pic 9(4)v99.
77 readabilityRatingOutput pic x(9).
77 optionsEndFlag pic 9 comp.
01 optionLineBuffer pic x(80).
01 optionKeyword pic x(30).
01 optionValue pic x(40).
77 optionEqualsPos pic 9(2) comp.
77 optionScanIndex pic 9(2) comp.

*> The walk through both versions: the next unconsumed line on each
*> side, and how far the look-ahead goes to find common ground again
77 oldIndex pic 9(4) comp.
77 newIndex pic 9(4) comp.
77 oldCount pic 9(4) comp.
77 newCount pic 9(4) comp.
77 resyncWindow pic 9(3) comp value 100.
77 resyncDistance pic 9(3) comp.
77 resyncOldStep pic 9(4) comp.
77 resyncNewStep pic 9(4) comp.
77 resyncFoundFlag pic 9 comp.
77 linesMatchFlag pic 9 comp.
77 resyncTrial pic 9(3) comp.
77 pairedLines pic 9(4) comp.
77 pairIndex pic 9(4) comp.

*> The section pair the changes being listed belong to, and what has
*> been listed under it so far
77 groupOldSection pic 9(2) comp.
77 groupNewSection pic 9(2) comp.
77 groupChangeCount pic 9(5) comp.
77 currentOldSection pic 9(2) comp.
77 currentNewSection pic 9(2) comp.
77 linesAdded pic 9(5) comp value 0.
77 linesDeleted pic 9(5) comp value 0.
77 linesChanged pic 9(5) comp value 0.
77 sectionsChanged pic 9(3) comp value 0.

*> Figures for one before/after line
77 figureVersion pic 9 comp.
77 figureSection pic 9(2) comp.
77 figureSentences pic 9(7) comp.
77 figureWords pic 9(7) comp.
77 figureCharacters pic 9(7) comp.

01 compareTitleLine.
    02 filler pic x(29) value "Revision comparison - run of ".
    02 compareTitleDate pic x(8).

01 compareUnderline pic x(110) value all "-".

01 compareVersionLine.
    02 filler pic x(3) value spaces.
    02 compareVersionLabel pic x(18).
    02 compareVersionName pic x(30).
    02 filler pic x(2) value spaces.
    02 compareVersionLines pic z(4)9.
    02 filler pic x(6) value " lines".
    02 filler pic x(2) value spaces.
    02 compareVersionNote pic x(40).

01 compareSectionLine.
    02 filler pic x(9) value "Section: ".
    02 compareSectionTitle pic x(30).
    02 compareSectionWas pic x(44).

01 compareChangeHeader.
    02 filler pic x(8) value "Change".
    02 filler pic x(6) value "  Old".
    02 filler pic x(6) value "  New".
    02 filler pic x(6) value spaces.
    02 filler pic x(4) value "Text".

01 compareChangeLine.
    02 compareChangeTag pic x(8).
    02 compareChangeOld pic z(4)9 blank when zero.
    02 filler pic x value space.
    02 compareChangeNew pic z(4)9 blank when zero.
    02 filler pic x(2) value spaces.
    02 compareChangeMarker pic x(2).
    02 compareChangeText pic x(80).

01 figureColumnHeader.
    02 filler pic x(11) value spaces.
    02 filler pic x(24) value "Section".
    02 filler pic x(6)  value " Sents".
    02 filler pic x(7)  value "  Words".
    02 filler pic x(8)  value "   Chars".
    02 filler pic x(7)  value " Wds/Sn".
    02 filler pic x(7)  value " Chr/Wd".
    02 filler pic x(10) value " Rating".

01 figureDetailLine.
    02 filler pic x(3) value spaces.
    02 figureLabel pic x(8).
    02 figureTitle pic x(24).
    02 filler pic x value space.
    02 figureDetailSentences pic z(4)9.
    02 filler pic x value space.
    02 figureDetailWords pic z(5)9.
    02 filler pic x value space.
    02 figureDetailCharacters pic z(6)9.
    02 filler pic x value space.
    02 figureDetailAvgWords pic z(2)9.99.
    02 filler pic x value space.
    02 figureDetailAvgChars pic z(2)9.99.
    02 filler pic x value space.
    02 figureDetailRating pic x(9).

01 compareTotalLine.
    02 filler pic x(3) value spaces.
    02 compareTotalLabel pic x(32).
    02 compareTotalValue pic z(6)9.

01 compareNoteLine.
    02 filler pic x(3) value spaces.
    02 compareNoteText pic x(100).

procedure division.
    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.

    display "Enter the previous version of the document:".
    accept versionFilename(1).
    display "Enter the revised version of the document:".
    accept versionFilename(2).

    perform InitializeAbbreviationTable.
    perform InitializeLanguageMarkers.
    perform LoadSiteOptions.

    move 1 to versionIndex.
    perform LoadVersion.
    move 2 to versionIndex.
    perform LoadVersion.
    if compareFailedFlag = 1
        display "Nothing compared"
        move 8 to return-code
        stop run
    end-if.

    move 1 to versionIndex.
    perform CountVersion.
    move 2 to versionIndex.
    perform CountVersion.

    move spaces to compareReportFilename.
    string "A3Compare_" delimited by size
           function trim(versionFilename(2)) delimited by size
           "_" delimited by size
           runDateYyyymmdd delimited by size
           ".txt" delimited by size
        into compareReportFilename
    end-string.
    open output compareReportFile.
    move runDateYyyymmdd to compareTitleDate.
    write compareReportLine from compareTitleLine after advancing 0 lines.
    write compareReportLine from compareUnderline after advancing 1 line.
    move 1 to versionIndex.
    move "Previous version: " to compareVersionLabel.
    perform WriteVersionLine.
    move 2 to versionIndex.
    move "Revised version:  " to compareVersionLabel.
    perform WriteVersionLine.
    write compareReportLine from compareUnderline after advancing 1 line.

    perform CompareVersions.
    perform WriteCompareSummary.
    close compareReportFile.

    display "Comparison report written to " function trim(compareReportFilename).
    if versionTruncatedFlag(1) = 1 or versionTruncatedFlag(2) = 1
        move 4 to return-code
    end-if.
    stop run.

    *> The same stock abbreviations a3 starts with; an ABBREVIATION line
    *> in the options file replaces them, as it does for a3
    InitializeAbbreviationTable.
        move "MR."   to abbreviationEntry(1)
        move "MRS."  to abbreviationEntry(2)
        move "MS."   to abbreviationEntry(3)
        move "DR."   to abbreviationEntry(4)
        move "PROF." to abbreviationEntry(5)
        move "REV."  to abbreviationEntry(6)
        move "JR."   to abbreviationEntry(7)
        move "SR."   to abbreviationEntry(8)
        move "ST."   to abbreviationEntry(9)
        move "VS."   to abbreviationEntry(10)
        move "ETC."  to abbreviationEntry(11)
        move "NO."   to abbreviationEntry(12)
        move "INC."  to abbreviationEntry(13)
        move "LTD."  to abbreviationEntry(14)
        move "CO."   to abbreviationEntry(15)
        move "E.G."  to abbreviationEntry(16)
        move "I.E."  to abbreviationEntry(17).

    *> a3's language marker words - the rating bands depend on the
    *> language, so each version is scored the same way a3 scores it
    InitializeLanguageMarkers.
        move "THE"  to englishMarkerWord(1)
        move "AND"  to englishMarkerWord(2)
        move "OF"   to englishMarkerWord(3)
        move "TO"   to englishMarkerWord(4)
        move "IN"   to englishMarkerWord(5)
        move "IS"   to englishMarkerWord(6)
        move "IT"   to englishMarkerWord(7)
        move "THAT" to englishMarkerWord(8)
        move "WAS"  to englishMarkerWord(9)
        move "FOR"  to englishMarkerWord(10)
        move "LE"   to frenchMarkerWord(1)
        move "LA"   to frenchMarkerWord(2)
        move "LES"  to frenchMarkerWord(3)
        move "DE"   to frenchMarkerWord(4)
        move "DES"  to frenchMarkerWord(5)
        move "ET"   to frenchMarkerWord(6)
        move "UN"   to frenchMarkerWord(7)
        move "UNE"  to frenchMarkerWord(8)
        move "EST"  to frenchMarkerWord(9)
        move "QUE"  to frenchMarkerWord(10)
        move "DANS" to frenchMarkerWord(11)
        move "POUR" to frenchMarkerWord(12).

    *> Reads the shared site options file for the keywords that change
    *> how a3 counts and rates; the rest belong to other programs and
    *> are passed over quietly
    LoadSiteOptions.
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
                            perform ParseOptionLine
                        end-if
                end-read
            end-perform
            close optionsFile
        end-if.

    ParseOptionLine.
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
            perform ApplyOption
        end-if.

    ApplyOption.
        if optionKeyword = "EASY-WORDS"
            move function numval(optionValue) to optEasyWordsLimit
        else if optionKeyword = "MEDIUM-WORDS"
            move function numval(optionValue) to optMediumWordsLimit
        else if optionKeyword = "EASY-CHARS"
            move function numval(optionValue) to optEasyCharsLimit
        else if optionKeyword = "MEDIUM-CHARS"
            move function numval(optionValue) to optMediumCharsLimit
        else if optionKeyword = "FRENCH-EASY-CHARS"
            move function numval(optionValue) to optFrenchEasyCharsLimit
        else if optionKeyword = "FRENCH-MEDIUM-CHARS"
            move function numval(optionValue) to optFrenchMediumCharsLimit
        else if optionKeyword = "SECTION-MARKER-1"
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
        else if optionKeyword = "ABBREVIATION"
            if abbrevOptionSeenFlag = 0
                move 1 to abbrevOptionSeenFlag
                move 0 to abbreviationTableCount
            end-if
            if abbreviationTableCount < 50
                add 1 to abbreviationTableCount
                move function upper-case(optionValue(1:8))
                    to abbreviationEntry(abbreviationTableCount)
            end-if
        end-if.

    *> Reads one version into storage, sanitizing each line the way a3
    *> does and marking its headings; past 2000 lines the rest of the
    *> file is left out and the version flagged
    LoadVersion.
        move 0 to versionLineCount(versionIndex)
        move 0 to versionLogicalLines(versionIndex)
        move 0 to versionTruncatedFlag(versionIndex)
        move versionFilename(versionIndex) to versionFilenameOpen
        open input versionFile
        if versionFileStatus not = "00"
            display "Cannot open " function trim(versionFilenameOpen)
                " - status " versionFileStatus
            move 1 to compareFailedFlag
        else
            move 0 to continuationPending
            move 0 to fileEndFlag
            perform until fileEndFlag = 1
                read versionFile into inputArea
                    at end
                        move 1 to fileEndFlag
                    not at end
                        perform StoreVersionLine
                end-read
            end-perform
            close versionFile
            if versionTruncatedFlag(versionIndex) = 1
                display "Only the first " maximumVersionLines " records of "
                    function trim(versionFilenameOpen) " were compared"
            end-if
        end-if.

    StoreVersionLine.
        if continuationPending = 0
            add 1 to versionLogicalLines(versionIndex)
        end-if
        if versionLineCount(versionIndex) = maximumVersionLines
            move 1 to versionTruncatedFlag(versionIndex)
        else
            add 1 to versionLineCount(versionIndex)
            move versionLineCount(versionIndex) to lineIndex
            perform BlankControlBytes
            move inputArea to versionLineText(versionIndex, lineIndex)
            move versionLogicalLines(versionIndex)
                to versionLineNumber(versionIndex, lineIndex)
            move 0 to versionLineHeading(versionIndex, lineIndex)
            move 0 to versionLineSection(versionIndex, lineIndex)
            if versionFileStatus = "06"
                move 1 to versionLineContinued(versionIndex, lineIndex)
            else
                move 0 to versionLineContinued(versionIndex, lineIndex)
            end-if
            if continuationPending = 0
                move 0 to sectionMarkerFlag
                perform CheckSectionMarker
                move sectionMarkerFlag to versionLineHeading(versionIndex, lineIndex)
            end-if
        end-if
        if versionFileStatus = "06"
            move 1 to continuationPending
        else
            move 0 to continuationPending
        end-if.

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

    *> Counts one version section by section, exactly as a3's
    *> ReadInputFile and AnalyzeLine do, then settles its language
    CountVersion.
        move 0 to versionSentences(versionIndex)
        move 0 to versionWords(versionIndex)
        move 0 to versionCharacters(versionIndex)
        move 0 to versionEnglishScore(versionIndex)
        move 0 to versionFrenchScore(versionIndex)
        move 1 to versionSectionCount(versionIndex)
        move 1 to currentSection
        move "(before first heading)" to versionSectionTitle(versionIndex, 1)
        perform ClearSectionFigures
        move 0 to isWordChunk
        move 0 to isNumberChunk
        move 0 to hyphenCarryFlag
        move spaces to currentWordBuffer
        move 0 to currentWordLength
        move 0 to lineIndex
        perform until lineIndex = versionLineCount(versionIndex)
            add 1 to lineIndex
            move versionLineText(versionIndex, lineIndex) to inputArea
            move versionLineContinued(versionIndex, lineIndex) to lineContinuedFlag
            if versionLineHeading(versionIndex, lineIndex) = 1
                if isWordChunk = 1 and hyphenCarryFlag = 1
                    perform FinishCountedWord
                    move 0 to isWordChunk
                    move 0 to hyphenCarryFlag
                end-if
                if versionSectionCount(versionIndex) < 50
                    add 1 to versionSectionCount(versionIndex)
                    move versionSectionCount(versionIndex) to currentSection
                    move function trim(inputArea)
                        to versionSectionTitle(versionIndex, currentSection)
                    perform ClearSectionFigures
                end-if
            else
                perform CountWholeLine
            end-if
            move currentSection to versionLineSection(versionIndex, lineIndex)
        end-perform
        if isWordChunk = 1
            perform FinishCountedWord
            move 0 to isWordChunk
        end-if
        if versionFrenchScore(versionIndex) > versionEnglishScore(versionIndex)
            move "French" to versionLanguage(versionIndex)
        else
            move "English" to versionLanguage(versionIndex)
        end-if.

    ClearSectionFigures.
        move 0 to versionSectionSentences(versionIndex, currentSection)
        move 0 to versionSectionWords(versionIndex, currentSection)
        move 0 to versionSectionCharacters(versionIndex, currentSection).

    *> The per-line body, as a3's AnalyzeWholeLine: reset the chunk
    *> state on a new line unless a hyphen-broken word is carried over,
    *> scan the 80 bytes, close a word open at a true line end
    CountWholeLine.
        if lineIndex = 1
                or versionLineContinued(versionIndex, lineIndex - 1) = 0
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
        perform CountCharacter until currentIndex = 80
        if lineContinuedFlag = 0
            if isWordChunk = 1 and hyphenCarryFlag = 0
                if currentWordLength > 1
                        and currentWordBuffer(currentWordLength:1) = "-"
                    move space to currentWordBuffer(currentWordLength:1)
                    subtract 1 from currentWordLength
                    move 1 to hyphenCarryFlag
                else
                    perform FinishCountedWord
                    move 0 to isWordChunk
                end-if
            end-if
        end-if.

    *> One byte of the line: letters, sentence ends, and word and
    *> number chunks, by AnalyzeLine's rules
    CountCharacter.
        add 1 to currentIndex
        move inputAreaLine(currentIndex) to accentedCheckByte
        perform CheckAccentedLetter
        if (inputAreaLine(currentIndex) is alphabetic
                and inputAreaLine(currentIndex) not = " ")
                or accentedLetterFlag = 1
            add 1 to versionCharacters(versionIndex)
            add 1 to versionSectionCharacters(versionIndex, currentSection)
        end-if
        if inputAreaLine(currentIndex) = "." or inputAreaLine(currentIndex) = "?"
                or inputAreaLine(currentIndex) = "!"
            perform CheckSentenceEnd
        end-if
        perform CountWordChunk.

    *> A full stop inside a number ("3.14") or closing an abbreviation
    *> is not a sentence end; anything else ending in . ? ! is
    CheckSentenceEnd.
        if inputAreaLine(currentIndex) = "." and isNumberChunk = 1
                and currentIndex < 80 and inputAreaLine(currentIndex + 1) is numeric
            continue
        else
            move 0 to abbreviationMatchFlag
            if inputAreaLine(currentIndex) = "." and isWordChunk = 1
                perform CheckAbbreviation
            end-if
            if abbreviationMatchFlag = 0
                add 1 to versionSentences(versionIndex)
                add 1 to versionSectionSentences(versionIndex, currentSection)
            end-if
        end-if.

    CountWordChunk.
        if isWordChunk = 1
            if inputAreaLine(currentIndex) = " "
                if hyphenCarryFlag = 1
                    continue
                else
                    if lineContinuedFlag = 0
                            and currentIndex > lineLastNonBlank
                            and currentWordLength > 1
                            and currentWordBuffer(currentWordLength:1) = "-"
                        move space to currentWordBuffer(currentWordLength:1)
                        subtract 1 from currentWordLength
                        move 1 to hyphenCarryFlag
                    else
                        perform FinishCountedWord
                        move 0 to isWordChunk
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
                add 1 to versionWords(versionIndex)
                add 1 to versionSectionWords(versionIndex, currentSection)
                move spaces to currentWordBuffer
                move 1 to currentWordLength
                move inputAreaLine(currentIndex) to currentWordBuffer(1:1)
            end-if
        end-if.

    CheckAbbreviation.
        move spaces to abbreviationCandidate
        string function trim(function upper-case(currentWordBuffer)) delimited by size
               "." delimited by size
            into abbreviationCandidate
        end-string
        move 0 to abbreviationMatchFlag
        move 1 to abbreviationCheckIndex
        perform until abbreviationCheckIndex > abbreviationTableCount
                or abbreviationMatchFlag = 1
            if function trim(abbreviationCandidate)
                    = function trim(abbreviationEntry(abbreviationCheckIndex))
                move 1 to abbreviationMatchFlag
            end-if
            add 1 to abbreviationCheckIndex
        end-perform.

    *> A finished word only matters here for the language score - the
    *> count was taken when the word started, as in a3
    FinishCountedWord.
        perform StripTrailingPunctuation
        if currentWordLength > 0
            move function upper-case(currentWordBuffer) to markerCandidate
            move 0 to markerCheckIndex
            perform until markerCheckIndex = englishMarkerCount
                add 1 to markerCheckIndex
                if markerCandidate = englishMarkerWord(markerCheckIndex)
                    add 1 to versionEnglishScore(versionIndex)
                end-if
            end-perform
            move 0 to markerCheckIndex
            perform until markerCheckIndex = frenchMarkerCount
                add 1 to markerCheckIndex
                if markerCandidate = frenchMarkerWord(markerCheckIndex)
                    add 1 to versionFrenchScore(versionIndex)
                end-if
            end-perform
        end-if
        move spaces to currentWordBuffer
        move 0 to currentWordLength.

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

    WriteVersionLine.
        move versionFilename(versionIndex) to compareVersionName
        move versionLogicalLines(versionIndex) to compareVersionLines
        move spaces to compareVersionNote
        if versionTruncatedFlag(versionIndex) = 1
            move "** compared to its 2000th record only **" to compareVersionNote
        end-if
        write compareReportLine from compareVersionLine after advancing 1 line.

    *> Walks both versions in step. Matching lines pass silently (they
    *> still move the walk from section to section); at a difference
    *> the look-ahead finds where the two meet again and everything in
    *> between is reported
    CompareVersions.
        move versionLineCount(1) to oldCount
        move versionLineCount(2) to newCount
        move 1 to oldIndex
        move 1 to newIndex
        move 1 to groupOldSection
        move 1 to groupNewSection
        move 1 to currentOldSection
        move 1 to currentNewSection
        move 0 to groupChangeCount
        perform until oldIndex > oldCount and newIndex > newCount
            move 0 to linesMatchFlag
            if oldIndex <= oldCount and newIndex <= newCount
                if versionLineText(1, oldIndex) = versionLineText(2, newIndex)
                    move 1 to linesMatchFlag
                end-if
            end-if
            if linesMatchFlag = 1
                move versionLineSection(1, oldIndex) to currentOldSection
                move versionLineSection(2, newIndex) to currentNewSection
                perform CheckSectionTransition
                add 1 to oldIndex
                add 1 to newIndex
            else
                perform FindResyncPoint
                perform ReportDifference
            end-if
        end-perform
        perform CloseChangeGroup.

    *> How many lines on each side stand between here and the next line
    *> the two versions share, nearest first. With one side used up,
    *> the rest of the other is all there is; with no meeting point in
    *> the look-ahead, the one line on each side counts as changed
    FindResyncPoint.
        move 0 to resyncFoundFlag
        if oldIndex > oldCount
            move 0 to resyncOldStep
            compute resyncNewStep = newCount - newIndex + 1
            move 1 to resyncFoundFlag
        else if newIndex > newCount
            compute resyncOldStep = oldCount - oldIndex + 1
            move 0 to resyncNewStep
            move 1 to resyncFoundFlag
        else
            move 0 to resyncDistance
            perform until resyncDistance = resyncWindow or resyncFoundFlag = 1
                add 1 to resyncDistance
                move 0 to resyncTrial
                perform until resyncTrial > resyncDistance or resyncFoundFlag = 1
                    move resyncTrial to resyncOldStep
                    compute resyncNewStep = resyncDistance - resyncTrial
                    if oldIndex + resyncOldStep <= oldCount
                            and newIndex + resyncNewStep <= newCount
                        if versionLineText(1, oldIndex + resyncOldStep)
                                = versionLineText(2, newIndex + resyncNewStep)
                                and versionLineText(1, oldIndex + resyncOldStep)
                                    not = spaces
                            move 1 to resyncFoundFlag
                        end-if
                    end-if
                    add 1 to resyncTrial
                end-perform
            end-perform
            if resyncFoundFlag = 0
                move 1 to resyncOldStep
                move 1 to resyncNewStep
            end-if
        end-if.

    *> Lists the lines between here and the meeting point: paired off
    *> in order as changed lines, the surplus on one side as deleted
    *> or added
    ReportDifference.
        if resyncOldStep < resyncNewStep
            move resyncOldStep to pairedLines
        else
            move resyncNewStep to pairedLines
        end-if
        move 0 to pairIndex
        perform until pairIndex = pairedLines
            add 1 to pairIndex
            move versionLineSection(1, oldIndex) to currentOldSection
            move versionLineSection(2, newIndex) to currentNewSection
            perform StartChangeEntry
            add 1 to linesChanged
            move "Changed" to compareChangeTag
            move versionLineNumber(1, oldIndex) to compareChangeOld
            move versionLineNumber(2, newIndex) to compareChangeNew
            move "< " to compareChangeMarker
            move versionLineText(1, oldIndex) to compareChangeText
            write compareReportLine from compareChangeLine after advancing 1 line
            move spaces to compareChangeTag
            move 0 to compareChangeOld
            move 0 to compareChangeNew
            move "> " to compareChangeMarker
            move versionLineText(2, newIndex) to compareChangeText
            write compareReportLine from compareChangeLine after advancing 1 line
            add 1 to oldIndex
            add 1 to newIndex
        end-perform
        perform until pairIndex = resyncOldStep
            add 1 to pairIndex
            move versionLineSection(1, oldIndex) to currentOldSection
            perform StartChangeEntry
            add 1 to linesDeleted
            move "Deleted" to compareChangeTag
            move versionLineNumber(1, oldIndex) to compareChangeOld
            move 0 to compareChangeNew
            move "< " to compareChangeMarker
            move versionLineText(1, oldIndex) to compareChangeText
            write compareReportLine from compareChangeLine after advancing 1 line
            add 1 to oldIndex
        end-perform
        move pairedLines to pairIndex
        perform until pairIndex = resyncNewStep
            add 1 to pairIndex
            move versionLineSection(2, newIndex) to currentNewSection
            perform StartChangeEntry
            add 1 to linesAdded
            move "Added" to compareChangeTag
            move 0 to compareChangeOld
            move versionLineNumber(2, newIndex) to compareChangeNew
            move "> " to compareChangeMarker
            move versionLineText(2, newIndex) to compareChangeText
            write compareReportLine from compareChangeLine after advancing 1 line
            add 1 to newIndex
        end-perform.

    *> The walk has crossed a heading on one side or both - close the
    *> group of changes listed so far and start the next. The heading
    *> for a group is only printed once it has a change to show
    CheckSectionTransition.
        if currentOldSection not = groupOldSection
                or currentNewSection not = groupNewSection
            perform CloseChangeGroup
            move currentOldSection to groupOldSection
            move currentNewSection to groupNewSection
            move 0 to groupChangeCount
        end-if.

    *> Every reported line goes through here: it settles the group the
    *> line belongs to, and heads the group on its first change
    StartChangeEntry.
        perform CheckSectionTransition
        if groupChangeCount = 0
            perform OpenChangeGroup
        end-if
        add 1 to groupChangeCount.

    *> Called just ahead of the group's first change: the section it
    *> falls in (and the old title, where the heading itself was edited)
    OpenChangeGroup.
        if versionSectionCount(1) = 1 and versionSectionCount(2) = 1
            move "(whole document)" to compareSectionTitle
            move spaces to compareSectionWas
        else
            move versionSectionTitle(2, groupNewSection) to compareSectionTitle
            if versionSectionTitle(1, groupOldSection)
                    = versionSectionTitle(2, groupNewSection)
                move spaces to compareSectionWas
            else
                move spaces to compareSectionWas
                string "  (was " delimited by size
                       function trim(versionSectionTitle(1, groupOldSection))
                           delimited by size
                       ")" delimited by size
                    into compareSectionWas
                end-string
            end-if
        end-if
        write compareReportLine from compareSectionLine after advancing 2 lines
        write compareReportLine from compareChangeHeader after advancing 1 line.

    *> Ends a group that listed changes with the section's figures in
    *> the previous version and in the revised one
    CloseChangeGroup.
        if groupChangeCount > 0
            add 1 to sectionsChanged
            write compareReportLine from figureColumnHeader after advancing 2 lines
            move "Before" to figureLabel
            move 1 to figureVersion
            move groupOldSection to figureSection
            move versionSectionSentences(1, groupOldSection) to figureSentences
            move versionSectionWords(1, groupOldSection) to figureWords
            move versionSectionCharacters(1, groupOldSection) to figureCharacters
            perform WriteFigureLine
            move "After" to figureLabel
            move 2 to figureVersion
            move groupNewSection to figureSection
            move versionSectionSentences(2, groupNewSection) to figureSentences
            move versionSectionWords(2, groupNewSection) to figureWords
            move versionSectionCharacters(2, groupNewSection) to figureCharacters
            perform WriteFigureLine
            move 0 to groupChangeCount
        end-if.

    *> One before-or-after line: the counts, the averages a3 would
    *> print for them, and the rating under that version's language
    WriteFigureLine.
        if figureSection = 0
            move "(whole document)" to figureTitle
        else
            move versionSectionTitle(figureVersion, figureSection) to figureTitle
        end-if
        move figureSentences to figureDetailSentences
        move figureWords to figureDetailWords
        move figureCharacters to figureDetailCharacters
        if figureSentences = 0
            move 0 to avgWordsPerSentenceValue
        else
            compute avgWordsPerSentenceValue rounded = figureWords / figureSentences
        end-if
        if figureWords = 0
            move 0 to avgCharsPerWordValue
        else
            compute avgCharsPerWordValue rounded = figureCharacters / figureWords
        end-if
        perform SetReadabilityThresholds
        perform ClassifyReadability
        move avgWordsPerSentenceValue to figureDetailAvgWords
        move avgCharsPerWordValue to figureDetailAvgChars
        move readabilityRatingOutput to figureDetailRating
        write compareReportLine from figureDetailLine after advancing 1 line.

    SetReadabilityThresholds.
        move optEasyWordsLimit to readabilityEasyWordsLimit
        move optMediumWordsLimit to readabilityMediumWordsLimit
        if versionLanguage(figureVersion) = "French"
            move optFrenchEasyCharsLimit to readabilityEasyCharsLimit
            move optFrenchMediumCharsLimit to readabilityMediumCharsLimit
        else
            move optEasyCharsLimit to readabilityEasyCharsLimit
            move optMediumCharsLimit to readabilityMediumCharsLimit
        end-if.

    ClassifyReadability.
        if avgWordsPerSentenceValue < readabilityEasyWordsLimit
                and avgCharsPerWordValue < readabilityEasyCharsLimit
            move "Easy" to readabilityRatingOutput
        else if avgWordsPerSentenceValue < readabilityMediumWordsLimit
                and avgCharsPerWordValue < readabilityMediumCharsLimit
            move "Medium" to readabilityRatingOutput
        else
            move "Difficult" to readabilityRatingOutput
        end-if.

    *> Closes the report with the change totals and the whole-document
    *> figures for both versions
    WriteCompareSummary.
        write compareReportLine from compareUnderline after advancing 2 lines
        if linesAdded = 0 and linesDeleted = 0 and linesChanged = 0
            move "The two versions are identical line for line" to compareNoteText
            write compareReportLine from compareNoteLine after advancing 1 line
        end-if
        move "Lines changed                  =" to compareTotalLabel
        move linesChanged to compareTotalValue
        write compareReportLine from compareTotalLine after advancing 1 line
        move "Lines added                    =" to compareTotalLabel
        move linesAdded to compareTotalValue
        write compareReportLine from compareTotalLine after advancing 1 line
        move "Lines deleted                  =" to compareTotalLabel
        move linesDeleted to compareTotalValue
        write compareReportLine from compareTotalLine after advancing 1 line
        move "Sections with changes          =" to compareTotalLabel
        move sectionsChanged to compareTotalValue
        write compareReportLine from compareTotalLine after advancing 1 line
        write compareReportLine from figureColumnHeader after advancing 2 lines
        move "Before" to figureLabel
        move 1 to figureVersion
        move 0 to figureSection
        move versionSentences(1) to figureSentences
        move versionWords(1) to figureWords
        move versionCharacters(1) to figureCharacters
        perform WriteFigureLine
        move "After" to figureLabel
        move 2 to figureVersion
        move versionSentences(2) to figureSentences
        move versionWords(2) to figureWords
        move versionCharacters(2) to figureCharacters
        perform WriteFigureLine.
