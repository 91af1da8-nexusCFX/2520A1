*> CIS 3190 Text Analyzer - operator sign-on
*> Author - Brandon Chester. 0877477

*> The sign-on every program that changes the shared files goes through
*> (a3, a3dict, a3housekeep, a3recon, a3dupcheck, a3except), CALLed
*> rather than copied into each so there is one set of rules. It checks
*> an operator ID and password against the operator master
*> A3Operators.txt and hands back the operator's ID, name, and role for
*> the caller to stamp on its lock, logs, history, and report, and to
*> decide what the operator may do. Three tries, then the caller is told
*> no. Every failed try, and every function a caller refuses an
*> operator, goes into the security log A3SecurityLog.txt.
*>
*> A3Operators.txt is edited by the supervisor, one operator per line:
*>   columns  1-8   operator ID
*>   columns 10-39  operator name
*>   columns 41-56  password
*>   column  58     role - O operator, E editor, S supervisor
*> "*" in column one marks a comment line. Each role can do what the
*> one before it can: an editor can promote dictionary words, and a
*> supervisor can do that and run the housekeeping purges as well.
*>
*> Called with a request code:
*>   "S"  sign on - prompts, and returns the operator ID, name and role;
*>        the role comes back blank when sign-on failed
*>   "R"  refused - logs that the signed-on operator was refused the
*>        function described in signonFunction

identification division.
program-id. a3signon.

environment division.

input-output section.
file-control.

select operatorFile assign to "A3Operators.txt"
    organization is line sequential
    file status is operatorFileStatus.

select securityLogFile assign to "A3SecurityLog.txt"
    organization is line sequential
    file status is securityLogFileStatus.

data division.

file section.
fd operatorFile.
01 operatorFileLine pic x(80).

fd securityLogFile.
01 securityLogLine pic x(100).

working-storage section.
77 operatorFileStatus pic xx.
77 securityLogFileStatus pic xx.
77 fileEndFlag pic 9 comp.
77 currentDateTime pic x(21).

77 signonAttempts pic 9 comp.
77 operatorFoundFlag pic 9 comp.
77 operatorMasterFoundFlag pic 9 comp.
77 enteredOperatorId pic x(8).
77 enteredPassword pic x(16).

01 operatorLineImage.
    02 operatorLineId pic x(8).
    02 filler pic x.
    02 operatorLineName pic x(30).
    02 filler pic x.
    02 operatorLinePassword pic x(16).
    02 filler pic x.
    02 operatorLineRole pic x.
    02 filler pic x(22).

*> One line per event: when, which program, which operator ID (as
*> entered, for a failed sign-on), what happened, and why
01 securityLogEntry.
    02 securityLogDate pic x(8).
    02 filler pic x value space.
    02 securityLogTime pic x(6).
    02 filler pic x value space.
    02 securityLogProgram pic x(12).
    02 filler pic x value space.
    02 securityLogOperator pic x(8).
    02 filler pic x value space.
    02 securityLogEvent pic x(8).
    02 filler pic x value space.
    02 securityLogDetail pic x(50).

linkage section.
01 signonRequest pic x.
01 signonProgram pic x(12).
01 signonOperatorId pic x(8).
01 signonOperatorName pic x(30).
01 signonRole pic x.
01 signonFunction pic x(40).

procedure division using signonRequest signonProgram signonOperatorId
        signonOperatorName signonRole signonFunction.
    if signonRequest = "R"
        move signonOperatorId to securityLogOperator
        move "REFUSED" to securityLogEvent
        move signonFunction to securityLogDetail
        perform WriteSecurityLogEntry
    else
        perform SignOnOperator
    end-if.
    goback.

    *> Up to three tries at an ID and password the operator master
    *> knows; a missing master refuses everyone, since there is then no
    *> way of telling who is at the terminal
    SignOnOperator.
        move spaces to signonOperatorId
        move spaces to signonOperatorName
        move space to signonRole
        move 0 to signonAttempts
        perform until signonAttempts = 3 or signonRole not = space
            add 1 to signonAttempts
            display "Operator ID:"
            accept enteredOperatorId
            move function upper-case(enteredOperatorId) to enteredOperatorId
            display "Password:"
            accept enteredPassword
            perform CheckOperatorMaster
            if operatorMasterFoundFlag = 0
                display "No operator master (A3Operators.txt) - sign-on refused"
                move enteredOperatorId to securityLogOperator
                move "SIGNON" to securityLogEvent
                move "No operator master on file" to securityLogDetail
                perform WriteSecurityLogEntry
                move 3 to signonAttempts
            else if operatorFoundFlag = 0
                display "Operator ID or password not recognized"
                move enteredOperatorId to securityLogOperator
                move "SIGNON" to securityLogEvent
                move "Unknown operator ID or wrong password" to securityLogDetail
                perform WriteSecurityLogEntry
            end-if
        end-perform
        if signonRole = space
            display "Sign-on failed"
        else
            display "Signed on as " function trim(signonOperatorName)
        end-if.

    *> Looks the entered ID up in the operator master; on a match with
    *> the right password and a known role, fills in the caller's ID,
    *> name and role
    CheckOperatorMaster.
        move 0 to operatorFoundFlag
        move 0 to operatorMasterFoundFlag
        open input operatorFile
        if operatorFileStatus = "00"
            move 1 to operatorMasterFoundFlag
            move 0 to fileEndFlag
            perform until fileEndFlag = 1 or operatorFoundFlag = 1
                read operatorFile into operatorLineImage
                    at end
                        move 1 to fileEndFlag
                    not at end
                        if operatorLineId not = spaces
                                and operatorLineId(1:1) not = "*"
                                and function upper-case(operatorLineId)
                                    = enteredOperatorId
                                and operatorLinePassword = enteredPassword
                                and (operatorLineRole = "O"
                                    or operatorLineRole = "E"
                                    or operatorLineRole = "S")
                            move 1 to operatorFoundFlag
                            move enteredOperatorId to signonOperatorId
                            move operatorLineName to signonOperatorName
                            move operatorLineRole to signonRole
                        end-if
                end-read
            end-perform
            close operatorFile
        end-if.

    *> Appends one event to the security log, creating it the first time
    WriteSecurityLogEntry.
        move function current-date to currentDateTime
        move currentDateTime(1:8) to securityLogDate
        move currentDateTime(9:6) to securityLogTime
        move signonProgram to securityLogProgram
        open extend securityLogFile
        if securityLogFileStatus = "35"
            open output securityLogFile
        end-if
        write securityLogLine from securityLogEntry
        close securityLogFile.
