*> files out of step. This utility re-adds the audit log, compares it
*> against the CSV and the month-to-date figures, and prints a balancing
*> report of any discrepancy (missing row, double-counted run, drift).
*> The operator signs on through a3signon first, and is named on the
*> run lock and the report.

identification division.
program-id. a3recon.
01 auditLogLine pic x(100).

fd csvStatsFile.
01 csvStatsLine pic x(132).

fd mtdTotalsFile.
01 mtdFileRecord pic x(34).
01 reconReportLine pic x(80).

fd runLockFile.
01 runLockRecord pic x(60).

working-storage section.
77 auditLogFileStatus pic xx.
    02 filler pic x value space.
    02 filler pic x(8) value "held by ".
    02 runLockHolder pic x(12).
    02 filler pic x(10) value " operator ".
    02 runLockOperator pic x(8).

*> Who is at the terminal, as the shared sign-on a3signon hands it
*> back; the role is O operator, E editor, S supervisor
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3recon".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

*> The audit log line as a3 lays it out: fixed columns, the four
*> counters right-justified in -(6)9 fields
    02 filler pic x(22).

*> The CSV row as a3 lays it out: four z(6)9 counters then the two
*> averages, the detected language, and the three style counts, comma
*> separated at fixed offsets
01 csvRowImage.
    02 csvRowSentences pic x(7).
    02 filler pic x.
    02 csvRowNumbers pic x(7).
    02 filler pic x.
    02 csvRowCharacters pic x(7).
    02 filler pic x(100).

01 mtdRecord.
    02 mtdYearMonth    pic x(6).
    02 filler pic x value space.
    02 reconTitleMonth pic x(6).

01 reconOperatorLine.
    02 filler pic x(10) value "Operator: ".
    02 reconOperatorId pic x(8).
    02 filler pic x(2) value spaces.
    02 reconOperatorName pic x(30).

01 reconUnderline pic x(78) value all "-".

01 reconSectionLine.
    02 reconSummaryCount pic -(3)9.

procedure division.
    perform SignOnOperator.

    display "Enter month to reconcile as YYYYMM (blank = current month):".
    accept operatorMonthEntry.
    move function current-date to currentDateTime.
    open output reconReportFile.
    move reconMonthYyyymm to reconTitleMonth.
    write reconReportLine from reconTitleLine after advancing 0 lines.
    move operatorId to reconOperatorId.
    move operatorName to reconOperatorName.
    write reconReportLine from reconOperatorLine after advancing 1 line.
    write reconReportLine from reconUnderline after advancing 1 line.

    perform AddUpAuditLog.
        move currentDateTime(1:8) to runLockDate
        move currentDateTime(9:6) to runLockTime
        move "a3recon" to runLockHolder
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

    *> Re-adds every line of the audit log into lifetime totals, and the
    *> lines whose run date falls in the requested month into the month
    *> totals that prove against A3MonthToDate.dat
