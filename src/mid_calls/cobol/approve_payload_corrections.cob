IDENTIFICATION DIVISION.
PROGRAM-ID. approve_payload_corrections.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT pending-corrections-file ASSIGN TO "chain-pending-corrections.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pending-status.

    SELECT correction-history-file ASSIGN TO "chain-correction-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-history-status.

    SELECT call-exceptions-file ASSIGN TO "call-exceptions.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-call-exceptions-status.

    SELECT run-lock-file ASSIGN TO "chain-run-lock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-lock-status.

DATA DIVISION.
FILE SECTION.
FD  pending-corrections-file.
COPY pendcor.

FD  correction-history-file.
01  correction-history-record pic x(750).

FD  call-exceptions-file.
COPY excprec.

FD  run-lock-file.
COPY lockrec.

WORKING-STORAGE SECTION.
01 ws-pending-status pic xx.
01 ws-history-status pic xx.
01 ws-history-open pic x value "N".
01 ws-archived-count pic 9(4) value 0.
01 ws-call-exceptions-status pic xx.
01 ws-run-lock-status pic xx.
01 ws-eof pic x value "N".
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-token-start pic 999.
01 ws-command-token pic x(200).
01 ws-param-error pic x value "N".
01 ws-lock-refused pic x value "N".
01 ws-action pic x(8) value "LIST".
01 ws-action-id pic 9(6) value 0.
01 ws-operator-id pic x(10) value spaces.
01 ws-checker-reason pic x(60) value spaces.
01 ws-refusal pic x(90) value spaces.
01 ws-pc-overflow pic x value "N".
01 ws-pc-count pic 9(4) value 0.
01 ws-pc-idx pic 9(4).
01 ws-pc-found-idx pic 9(4) value 0.
01 ws-pc-table.
    05 ws-pc-entry occurs 999 times pic x(750).
01 ws-pending-count pic 9(4) value 0.
01 ws-approved-count pic 9(4) value 0.
01 ws-exception-count pic 9(3) value 0.
01 ws-exc-idx pic 9(3).
01 ws-exc-found-idx pic 9(3).
01 ws-exception-table.
    05 ws-exc-entry occurs 200 times.
        10 ws-exc-run-no pic 9(6).
        10 ws-exc-seq-no pic 9(6).
        10 ws-exc-reason pic x(20).
        10 ws-exc-payload pic x(500).
01 ws-legacy-exception.
    05 lx-seq-no          pic x(6).
    05 lx-source-lang     pic x(15).
    05 lx-dest-lang       pic x(15).
    05 lx-reason          pic x(20).
    05 lx-payload         pic x(30).
    05 lx-timestamp       pic x(21).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - PAYLOAD CORRECTION APPROVAL"
    display "================================================"

    accept ws-command-param from command-line
    perform parse-command-param
    if ws-action not = "LIST"
        if ws-operator-id = spaces
            display "approve_payload_corrections: OPERATOR= is required to approve or reject a correction"
            move "Y" to ws-param-error
        end-if
        if ws-action = "REJECT" and ws-checker-reason = spaces
            display "approve_payload_corrections: REASON= is required to reject a correction"
            move "Y" to ws-param-error
        end-if
    end-if
    if ws-param-error = "Y"
        display "approve_payload_corrections: usage LIST | APPROVE=nnnnnn OPERATOR=id [REASON=text] | REJECT=nnnnnn OPERATOR=id REASON=text"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    perform check-run-lock
    if ws-lock-refused = "Y"
        display "================================================"
        move 8 to return-code
        goback
    end-if

    perform load-exceptions
    perform load-pending-corrections
    if ws-pc-overflow = "Y"
        display "approve_payload_corrections: chain-pending-corrections.dat exceeds 999 entries - no corrections updated"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    if ws-action = "LIST"
        perform list-pending-corrections
        display " "
        display "Awaiting approval   : " ws-pending-count
        display "Approved to apply   : " ws-approved-count
        display "================================================"
        move 0 to return-code
        goback
    end-if

    perform check-one-correction
    if ws-refusal not = spaces
        display "approve_payload_corrections: correction " ws-action-id " not updated - " function trim(ws-refusal)
        display "================================================"
        move 4 to return-code
        goback
    end-if

    move ws-pc-entry(ws-pc-found-idx) to pending-correction-record
    if ws-action = "APPROVE"
        move "APPROVED" to pc-status
    else
        move "REJECTED" to pc-status
    end-if
    move ws-operator-id to pc-checker-id
    move ws-checker-reason to pc-checker-reason
    move function current-date to pc-checked-ts
    move pending-correction-record to ws-pc-entry(ws-pc-found-idx)
    perform rewrite-pending-corrections

    move ws-pc-entry(ws-pc-found-idx) to pending-correction-record
    display " "
    perform display-one-correction
    if ws-archived-count > 0
        display "approve_payload_corrections: " ws-archived-count " closed correction(s) moved to chain-correction-history.dat"
    end-if
    display " "
    if ws-action = "APPROVE"
        display "approve_payload_corrections: correction " pc-correction-id " approved by " function trim(ws-operator-id) " - reprocess_call_exceptions will redrive it"
    else
        display "approve_payload_corrections: correction " pc-correction-id " rejected by " function trim(ws-operator-id) " - the exception stays open"
    end-if
    display "================================================"
    move 0 to return-code
    goback.

parse-command-param.
    if function trim(ws-command-param) = spaces
        continue
    else
        move function trim(ws-command-param) to ws-command-param
        move function length(function trim(ws-command-param))
            to ws-command-len
        move 1 to ws-command-ptr
        perform until ws-command-ptr > ws-command-len
            move spaces to ws-command-token
            move ws-command-ptr to ws-token-start
            unstring ws-command-param delimited by all " "
                into ws-command-token
                with pointer ws-command-ptr
            end-unstring
            perform parse-one-token
        end-perform
    end-if.

parse-one-token.
    evaluate true
        when function trim(ws-command-token) = spaces
            continue
        when ws-command-token = "LIST"
            move "LIST" to ws-action
        when ws-command-token(1:8) = "APPROVE="
            if ws-command-token(9:6) is numeric
                and ws-command-token(15:1) = space
                move "APPROVE" to ws-action
                move ws-command-token(9:6) to ws-action-id
            else
                display "approve_payload_corrections: APPROVE= expects a six digit correction number - " function trim(ws-command-token)
                move "Y" to ws-param-error
            end-if
        when ws-command-token(1:7) = "REJECT="
            if ws-command-token(8:6) is numeric
                and ws-command-token(14:1) = space
                move "REJECT" to ws-action
                move ws-command-token(8:6) to ws-action-id
            else
                display "approve_payload_corrections: REJECT= expects a six digit correction number - " function trim(ws-command-token)
                move "Y" to ws-param-error
            end-if
        when ws-command-token(1:9) = "OPERATOR="
            move function upper-case(ws-command-token(10:10))
                to ws-operator-id
        when ws-command-token(1:7) = "REASON="
            move ws-command-param(ws-token-start + 7:) to ws-checker-reason
            compute ws-command-ptr = ws-command-len + 1
        when other
            display "approve_payload_corrections: unrecognized parameter " function trim(ws-command-token)
            move "Y" to ws-param-error
    end-evaluate.

check-run-lock.
    move "N" to ws-lock-refused
    open input run-lock-file
    if ws-run-lock-status = "00"
        read run-lock-file
            at end
                continue
            not at end
                if rl-program = "reprocess_call_exceptions"
                    display "approve_payload_corrections: reprocess_call_exceptions is running (process " rl-process-id " since " rl-start-ts ") - try again when it has finished"
                    move "Y" to ws-lock-refused
                end-if
        end-read
        close run-lock-file
    end-if.

load-exceptions.
    open input call-exceptions-file
    if ws-call-exceptions-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read call-exceptions-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ws-exception-count < 200
                        add 1 to ws-exception-count
                        if call-exception-record(1:12) is numeric
                            move ce-run-no to ws-exc-run-no(ws-exception-count)
                            move ce-seq-no to ws-exc-seq-no(ws-exception-count)
                            move ce-reason to ws-exc-reason(ws-exception-count)
                            move ce-payload to ws-exc-payload(ws-exception-count)
                        else
                            move call-exception-record to ws-legacy-exception
                            move 0 to ws-exc-run-no(ws-exception-count)
                            if lx-seq-no is numeric
                                move lx-seq-no to ws-exc-seq-no(ws-exception-count)
                            else
                                move 0 to ws-exc-seq-no(ws-exception-count)
                            end-if
                            move lx-reason to ws-exc-reason(ws-exception-count)
                            move lx-payload to ws-exc-payload(ws-exception-count)
                        end-if
                    end-if
            end-read
        end-perform
        close call-exceptions-file
    end-if.

load-pending-corrections.
    open input pending-corrections-file
    if ws-pending-status not = "00"
        display "approve_payload_corrections: no chain-pending-corrections.dat found - no corrections have been entered"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read pending-corrections-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ws-pc-count < 999
                        add 1 to ws-pc-count
                        move pending-correction-record to ws-pc-entry(ws-pc-count)
                        if pc-status = "PENDING"
                            add 1 to ws-pending-count
                        end-if
                        if pc-status = "APPROVED"
                            add 1 to ws-approved-count
                        end-if
                        if pc-correction-id = ws-action-id
                            move ws-pc-count to ws-pc-found-idx
                        end-if
                    else
                        move "Y" to ws-pc-overflow
                    end-if
            end-read
        end-perform
        close pending-corrections-file
    end-if.

list-pending-corrections.
    perform varying ws-pc-idx from 1 by 1
            until ws-pc-idx > ws-pc-count
        move ws-pc-entry(ws-pc-idx) to pending-correction-record
        if pc-status = "PENDING"
            display " "
            perform display-one-correction
        end-if
    end-perform
    if ws-pending-count = 0
        display " "
        display "approve_payload_corrections: no corrections awaiting approval"
    end-if.

check-one-correction.
    move spaces to ws-refusal
    if ws-pc-found-idx = 0
        move "no open correction with that number - closed ones are in chain-correction-history.dat"
            to ws-refusal
    else
        move ws-pc-entry(ws-pc-found-idx) to pending-correction-record
        perform find-open-exception
        evaluate true
            when pc-status not = "PENDING"
                move spaces to ws-refusal
                string "it is already " delimited by size
                       function trim(pc-status) delimited by size
                       into ws-refusal
                end-string
            when pc-maker-id = ws-operator-id
                move spaces to ws-refusal
                string "it was entered by " delimited by size
                       function trim(pc-maker-id) delimited by size
                       " - a different operator must approve or reject it"
                       delimited by size
                       into ws-refusal
                end-string
            when ws-action = "APPROVE" and ws-exc-found-idx = 0
                move "the exception is no longer open in call-exceptions.dat - reject the correction"
                    to ws-refusal
            when other
                continue
        end-evaluate
    end-if.

find-open-exception.
    move 0 to ws-exc-found-idx
    perform varying ws-exc-idx from 1 by 1
            until ws-exc-idx > ws-exception-count
        if ws-exc-run-no(ws-exc-idx) = pc-run-no
            and ws-exc-seq-no(ws-exc-idx) = pc-seq-no
            move ws-exc-idx to ws-exc-found-idx
        end-if
    end-perform.

display-one-correction.
    perform find-open-exception
    display "correction " pc-correction-id "  " pc-status "  run " pc-run-no "  seq " pc-seq-no "  " function trim(pc-dest-lang)
    display "   entered   : " pc-entered-ts(1:14) " by " function trim(pc-maker-id) " - " function trim(pc-maker-reason)
    if pc-checker-id not = spaces
        display "   checked   : " pc-checked-ts(1:14) " by " function trim(pc-checker-id) " - " function trim(pc-checker-reason)
    end-if
    if ws-exc-found-idx = 0
        display "   original  : (no longer open in call-exceptions.dat)"
    else
        display "   exception : " function trim(ws-exc-reason(ws-exc-found-idx))
        display "   original  : " function trim(ws-exc-payload(ws-exc-found-idx))
    end-if
    display "   corrected : " function trim(pc-payload).

rewrite-pending-corrections.
    move "N" to ws-history-open
    open extend correction-history-file
    if ws-history-status = "35"
        open output correction-history-file
    end-if
    if ws-history-status = "00"
        move "Y" to ws-history-open
    else
        display "approve_payload_corrections: unable to open chain-correction-history.dat, status " ws-history-status " - closed corrections kept in chain-pending-corrections.dat"
    end-if

    open output pending-corrections-file
    perform varying ws-pc-idx from 1 by 1
            until ws-pc-idx > ws-pc-count
        move ws-pc-entry(ws-pc-idx) to pending-correction-record
        if ws-history-open = "Y"
            and (pc-status = "APPLIED" or pc-status = "REJECTED")
            move pending-correction-record to correction-history-record
            write correction-history-record
            add 1 to ws-archived-count
        else
            write pending-correction-record
        end-if
    end-perform
    close pending-corrections-file
    if ws-history-open = "Y"
        close correction-history-file
    end-if.
