*> uppercased, which is also what lets a3's per-word check stop being
*> a linear walk. Confirmed-bad words are remembered in
*> A3ConfirmedBadWords.txt so later review sessions skip them too.
*>
*> The operator signs on through a3signon first. Only an editor (or a
*> supervisor) may change the dictionary - add, delete, import, or
*> promote a suspect; an operator can still review and condemn
*> suspects, and each change refused is put on the security log.

identification division.
program-id. a3dict.

77 countEdited pic z(4)9.

*> Who is at the terminal, as the shared sign-on a3signon hands it
*> back; the role is O operator, E editor, S supervisor
77 signonRequest pic x.
01 signonProgram pic x(12) value "a3dict".
01 operatorId pic x(8).
01 operatorName pic x(30).
01 operatorRole pic x.
01 refusedFunction pic x(40).

procedure division.
    perform SignOnOperator.

    perform LoadDictionary.
    perform LoadConfirmedBadWords.

        display "(R)eview suspect words, (Q)uit and save:"
        accept menuChoice
        move function upper-case(menuChoice) to menuChoice
        if (menuChoice = "A" or menuChoice = "D" or menuChoice = "I")
                and operatorRole = "O"
            perform RefuseDictionaryChange
        else if menuChoice = "A"
            perform AddSingleWord
        else if menuChoice = "D"
            perform DeleteSingleWord
    end-if.
    stop run.

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

    *> Loads the dictionary uppercased, then insertion-places each word
    *> as it arrives so the table is sorted (and duplicate-free) no
    *> matter what state the hand-edited file was in
        move spaces to dictionaryWord(dictionaryWordCount)
        subtract 1 from dictionaryWordCount.

    *> Adding, deleting, and importing words change the dictionary as
    *> surely as promoting does, so they are kept to editors and
    *> supervisors the same way; an operator's attempt is logged
    RefuseDictionaryChange.
        display "Changing the dictionary needs an editor sign-on"
        if menuChoice = "A"
            move "Add dictionary word" to refusedFunction
        else if menuChoice = "D"
            move "Delete dictionary word" to refusedFunction
        else
            move "Import file vocabulary" to refusedFunction
        end-if.
        perform LogRefusedFunction.

    *> Adds one word from the keyboard, case-blind, refusing duplicates
    AddSingleWord.
        display "Word to add:"
                accept reviewChoice
                move function upper-case(reviewChoice) to reviewChoice
                if reviewChoice = "P"
                    perform PromoteSuspectWord
                else if reviewChoice = "B"
                    perform RecordConfirmedBadWord
                    add 1 to suspectsConfirmedBad
            end-if
        end-if.

    *> Promotes the suspect word into the dictionary - editors and
    *> supervisors only. An operator's answer is logged as refused and
    *> the word left for an editor's review
    PromoteSuspectWord.
        if operatorRole = "O"
            display "Promoting needs an editor sign-on - "
                function trim(candidateWord) " skipped"
            move spaces to refusedFunction
            string "Promote dictionary word " delimited by size
                   candidateWord delimited by space
                into refusedFunction
            end-string
            perform LogRefusedFunction
            add 1 to suspectsSkipped
        else
            perform InsertCandidateWord
            if insertDoneFlag = 1
                add 1 to suspectsPromoted
            end-if
        end-if.

    *> Is this word already on the confirmed-bad list?
    CheckConfirmedBadWord.
        move 0 to badWordFoundFlag
