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

working-storage section.
77 historyFileStatus pic xx.

*> Holds the newest matching record when only the latest run was asked
*> for; records come back from the master in key order, so the last
*> match read is the latest. Sized to the full 403-byte history record
01 latestRecord pic x(403).

01 inquiryHeaderLine.
    02 filler pic x(22) value "Analysis history for: ".
