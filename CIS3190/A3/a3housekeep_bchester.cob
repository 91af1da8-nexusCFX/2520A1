*> belong to the same runs as the first N audit entries - that is how
*> the closed-month rows are picked, and it keeps the two files in step
*> for the month-end reconciliation.
*>
*> The operator signs on through a3signon first. The purges delete
*> files, so they run only for a supervisor; for anyone else the
*> archiving still happens, the refusal goes on the security log, and
*> the job ends with return code 4.

identification division.
program-id. a3housekeep.
01 auditArchiveLine pic x(100).

fd csvStatsFile.
01 csvStatsLine pic x(132).

fd csvArchiveFile.
01 csvArchiveLine pic x(132).

fd workFile.
01 workFileLine pic x(132).

fd listFile.
01 listFileLine pic x(60).
01 housekeepReportLine pic x(80).

fd runLockFile.
01 runLockRecord pic x(60).

fd optionsFile.
01 optionsFileRecord pic x(80).
    02 filler pic x value space.
    02 filler pic x(8) value "held by ".
    02 runLockHolder pic x(12).
    02 filler pic x(10) value " operator ".
    02 runLockOperator pic x(8).

*> Who is at the terminal, as the shared sign-on a3signon hands it
*> back; the role is O operator, E editor, S supervisor
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3housekeep".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

77 operatorRetentionEntry pic x(10).
77 retentionDays pic 9(3) comp value 60.
77 reportFilesPurged pic 9(4) comp.
77 checkpointFilesPurged pic 9(4) comp.
77 auditLogPresentFlag pic 9 comp.
77 purgesRefusedFlag pic 9 comp value 0.

01 auditEntryImage pic x(132).
01 candidateFilename pic x(60).
77 candidateLength pic 9(3) comp.
01 candidateDateYyyymmdd pic x(8).
77 candidateDateValidFlag pic 9 comp.
77 deleteResult pic 9(4) comp value 0.

01 systemCommand pic x(160).

01 housekeepTitleLine.
    02 filler pic x(29) value "Housekeeping report - run of ".
    02 housekeepTitleDate pic x(8).

01 housekeepOperatorLine.
    02 filler pic x(10) value "Operator: ".
    02 housekeepOperatorId pic x(8).
    02 filler pic x(2) value spaces.
    02 housekeepOperatorName pic x(30).

01 housekeepUnderline pic x(78) value all "-".

01 housekeepCountLine.
    02 housekeepPurgeName pic x(60).

procedure division.
    perform SignOnOperator.

    move function current-date to currentDateTime.
    move currentDateTime(1:8) to runDateYyyymmdd.
    move runDateYyyymmdd(1:6) to runMonthYyyymm.
    open output housekeepReportFile.
    move runDateYyyymmdd to housekeepTitleDate.
    write housekeepReportLine from housekeepTitleLine after advancing 0 lines.
    move operatorId to housekeepOperatorId.
    move operatorName to housekeepOperatorName.
    write housekeepReportLine from housekeepOperatorLine after advancing 1 line.
    write housekeepReportLine from housekeepUnderline after advancing 1 line.

    perform ArchiveClosedMonthAuditEntries.
    perform ArchiveMatchingCsvRows.
    *> Deleting files is for a supervisor; anyone else still gets the
    *> month rolled into the archives
    if operatorRole = "S"
        perform PurgeOldReportFiles
        perform PurgeStaleCheckpointFiles
    else
        perform RefusePurges
    end-if.

    write housekeepReportLine from housekeepUnderline after advancing 1 line.
    move "Audit entries archived =" to housekeepCountLabel.
    display "Housekeeping report written to " function trim(housekeepReportFilename).
    display "Archived " auditEntriesArchived " audit entries and " csvRowsArchived " CSV rows".
    display "Purged " reportFilesPurged " report files and " checkpointFilesPurged " checkpoint files".
    if purgesRefusedFlag = 1
        display "Purges not run - they need a supervisor sign-on"
        move 4 to return-code
    end-if.
    stop run.

    *> Takes the shared run lock before rewriting the files a live a3
        move runDateYyyymmdd to runLockDate
        move currentDateTime(9:6) to runLockTime
        move "a3housekeep" to runLockHolder
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

    *> Puts the function just refused the operator on the security log
    LogRefusedFunction.
        move "R" to signonRequest
        call "a3signon" using signonRequest signonProgram operatorId
            operatorName operatorRole refusedFunction.

    *> Picks the RETENTION-DAYS keyword out of the shared site options
    *> file, the same keyword = value convention a3 reads; everything
    *> else in the file belongs to a3 and is passed over here
            if csvArchiveFileStatus = "35"
                open output csvArchiveFile
                write csvArchiveLine from
                    "sentences,words,numbers,characters,avg_words_per_sentence,avg_chars_per_word,language,style_errors,style_warnings,style_notes"
            end-if
            open output workFile
            move 0 to fileEndFlag
                            add 1 to csvRowsSeen
                            if csvRowsSeen <= auditEntriesArchived
                                add 1 to csvRowsArchived
                                write csvArchiveLine from auditEntryImage
                            else
                                add 1 to csvRowsKept
                                write workFileLine from auditEntryImage
        open input workFile
        open output csvStatsFile
        write csvStatsLine from
            "sentences,words,numbers,characters,avg_words_per_sentence,avg_chars_per_word,language,style_errors,style_warnings,style_notes"
        move 0 to fileEndFlag
        perform until fileEndFlag = 1
            read workFile into auditEntryImage
                at end
                    move 1 to fileEndFlag
                not at end
                    write csvStatsLine from auditEntryImage
            end-read
        end-perform
        close workFile
        close csvStatsFile.

    *> Lists the dated report files (raw, style, and print-formatted), the
    *> interchange files and their validation reports, reads the run date
    *> out of each name, and deletes the ones older than the
    *> retention cutoff, logging every deletion in the report
    PurgeOldReportFiles.
        move 0 to reportFilesPurged
        move spaces to systemCommand
        string "ls -1 TextAnalysis_*.txt TextAnalysisStyle_*.txt Print_TextAnalysis_*.txt" delimited by size
               " A3Interchange_*.txt A3XCheck_*.txt" delimited by size
               " > A3HousekeepList.tmp 2>/dev/null" delimited by size
            into systemCommand
        end-string
            close listFile
        end-if.

    *> Notes in the report, and on the security log, that the purges
    *> were refused the operator; the job finishes with return code 4
    RefusePurges.
        move 0 to reportFilesPurged
        move 0 to checkpointFilesPurged
        move 1 to purgesRefusedFlag
        move spaces to housekeepNoteText
        string "Purges not run - " delimited by size
               function trim(operatorId) delimited by size
               " is not signed on as a supervisor" delimited by size
            into housekeepNoteText
        end-string
        write housekeepReportLine from housekeepNoteLine after advancing 1 line
        move "Purge old report and checkpoint files" to refusedFunction
        perform LogRefusedFunction.

    *> Pulls the _yyyymmdd just ahead of the .txt suffix out of a dated
    *> report filename; names that don't follow the pattern are left
    *> strictly alone
