*> records gained the detected-language field and the word-frequency
*> fingerprint, and the file itself gained an alternate key on run
*> date so a3inquiry can answer "show me everything analyzed that
*> day"; since then each record has also gained the client code
*> billing needs, the resubmission mark a3dupcheck sets, the house
*> style counts, and the ID of the operator signed on for the run.
*> None of that can be done to an existing indexed file in place, and
*> two years of history is not something to throw away - so this
*> utility copies every record out of the old master into
*> A3HistoryNew.dat in the current shape. It handles every vintage of
*> input record: the original layout (converted records carry a blank
*> language, meaning unknown), the language-bearing layout that lacks
*> the fingerprint and the alternate key, and the fingerprint-bearing
*> layout. The first two come out with an empty fingerprint, to be
*> filled the next time the document is analyzed; every converted
*> record comes out with no client, no resubmission mark, zero style
*> counts, and a blank operator ID. The old file is left untouched;
*> once the new one is verified, rename it over A3History.dat by hand.

identification division.
program-id. a3histconv.
    record key is midHistoryKey
    file status is midHistoryFileStatus.

select fpHistoryFile assign to "A3History.dat"
    organization is indexed
    access mode is sequential
    record key is fpHistoryKey
    alternate record key is fpHistoryKeyRunDate with duplicates
    file status is fpHistoryFileStatus.

select newHistoryFile assign to "A3HistoryNew.dat"
    organization is indexed
    access mode is sequential
    02 midHistoryReadability pic x(9).
    02 midHistoryLanguage pic x(8).

*> The fingerprint-bearing layout, before the client code was added
fd fpHistoryFile.
01 fpHistoryRecord.
    02 fpHistoryKey.
        03 fpHistoryKeyFilename pic x(30).
        03 fpHistoryKeyRunDate  pic x(8).
        03 fpHistoryKeyRunTime  pic x(6).
    02 fpHistoryData pic x(297).

*> The current record layout, as a3 and a3inquiry declare it
fd newHistoryFile.
01 newHistoryRecord.
        03 newHistoryFingerprintEntry occurs 16 times.
            04 newHistoryFingerprintWord pic x(10).
            04 newHistoryFingerprintCount pic 9(5).
    02 newHistoryClientCode pic x(8).
    02 newHistoryResubmitFlag pic x.
    02 newHistoryResubmitOf pic x(30).
    02 newHistoryStyleErrors pic 9(5).
    02 newHistoryStyleWarnings pic 9(5).
    02 newHistoryStyleNotes pic 9(5).
    02 newHistoryOperatorId pic x(8).

working-storage section.
77 oldHistoryFileStatus pic xx.
77 midHistoryFileStatus pic xx.
77 fpHistoryFileStatus pic xx.
77 newHistoryFileStatus pic xx.
77 vintageChoice pic x.
77 conversionEndFlag pic 9 comp.
77 fingerprintClearIndex pic 9(2) comp.

procedure division.
    display "Which layout is the existing master in?".
    display "(O)riginal, (L)anguage-bearing, or (F)ingerprint-bearing:".
    accept vintageChoice.
    move function upper-case(vintageChoice) to vintageChoice.
    if vintageChoice not = "O" and vintageChoice not = "L"
            and vintageChoice not = "F"
        display "Enter O, L, or F - nothing converted"
        move 8 to return-code
        stop run
    end-if.

    open output newHistoryFile.
    if newHistoryFileStatus not = "00"
        stop run
    end-if.

    if vintageChoice = "F"
        perform ConvertFingerprintBearingMaster
    else if vintageChoice = "L"
        perform ConvertLanguageBearingMaster
    else
        perform ConvertOriginalMaster
                        move oldHistoryReadability to newHistoryReadability
                        move spaces to newHistoryLanguage
                        perform ClearNewFingerprint
                        perform ClearNewBillingFields
                        perform ClearNewStyleFields
                        perform ClearNewOperatorField
                        write newHistoryRecord
                        add 1 to recordsConverted
                end-read
                        move midHistoryReadability to newHistoryReadability
                        move midHistoryLanguage to newHistoryLanguage
                        perform ClearNewFingerprint
                        perform ClearNewBillingFields
                        perform ClearNewStyleFields
                        perform ClearNewOperatorField
                        write newHistoryRecord
                        add 1 to recordsConverted
                end-read
            close midHistoryFile
        end-if.

    *> Copies the fingerprint-bearing master across - everything it has
    *> lines up byte for byte with the front of the current record, so
    *> it moves as one piece and only the billing fields, style counts,
    *> and operator ID are new
    ConvertFingerprintBearingMaster.
        open input fpHistoryFile
        if fpHistoryFileStatus not = "00"
            display "Cannot open A3History.dat under the fingerprint layout"
                " - status " fpHistoryFileStatus
            move 8 to return-code
        else
            move 0 to conversionEndFlag
            perform until conversionEndFlag = 1
                read fpHistoryFile
                    at end
                        move 1 to conversionEndFlag
                    not at end
                        move spaces to newHistoryRecord
                        move fpHistoryRecord to newHistoryRecord(1:341)
                        perform ClearNewBillingFields
                        perform ClearNewStyleFields
                        perform ClearNewOperatorField
                        write newHistoryRecord
                        add 1 to recordsConverted
                end-read
            end-perform
            close fpHistoryFile
        end-if.

    *> Converted runs predate client codes - no client, and not marked
    *> as resubmissions until a3dupcheck says otherwise
    ClearNewBillingFields.
        move spaces to newHistoryClientCode
        move "N" to newHistoryResubmitFlag
        move spaces to newHistoryResubmitOf.

    *> Converted runs were never style-checked - counted as clean until
    *> the document is analyzed again
    ClearNewStyleFields.
        move 0 to newHistoryStyleErrors
        move 0 to newHistoryStyleWarnings
        move 0 to newHistoryStyleNotes.

    *> Converted runs predate operator sign-on - nobody is on record
    ClearNewOperatorField.
        move spaces to newHistoryOperatorId.

    *> Blanks the fingerprint slots of the record being built - the
    *> next a3 run over the document fills them in
    ClearNewFingerprint.
