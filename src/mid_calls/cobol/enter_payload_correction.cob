IDENTIFICATION DIVISION.
PROGRAM-ID. enter_payload_correction.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT corrections-file ASSIGN TO "chain-corrections.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-corrections-status.

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
FD  corrections-file.
01  correction-record.
    05 co-seq-no          pic 9(6).
    05 filler             pic x.
    05 co-payload         pic x(500).

FD  pending-corrections-file.
COPY pendcor.

FD  correction-history-file.
01  correction-history-record.
    05 ch-correction-id   pic 9(6).
    05 filler             pic x(744).

FD  call-exceptions-file.
COPY excprec.

FD  run-lock-file.
COPY lockrec.

WORKING-STORAGE SECTION.
01 ws-corrections-status pic xx.
01 ws-pending-status pic xx.
01 ws-history-status pic xx.
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
01 ws-operator-id pic x(10) value spaces.
01 ws-maker-reason pic x(60) value spaces.
01 ws-entry-ts pic x(21).
01 ws-refusal pic x(50).
01 ws-next-id pic 9(6) value 0.
01 ws-posted-count pic 9(3) value 0.
01 ws-refused-count pic 9(3) value 0.
01 ws-exception-count pic 9(3) value 0.
01 ws-exc-idx pic 9(3).
01 ws-exc-found-idx pic 9(3).
01 ws-exc-match-count pic 9(3).
01 ws-exception-table.
    05 ws-exc-entry occurs 200 times.
        10 ws-exc-run-no pic 9(6).
        10 ws-exc-seq-no pic 9(6).
        10 ws-exc-dest-lang pic x(15).
01 ws-legacy-exception.
    05 lx-seq-no          pic x(6).
    05 lx-source-lang     pic x(15).
    05 lx-dest-lang       pic x(15).
    05 lx-reason          pic x(20).
    05 lx-payload         pic x(30).
    05 lx-timestamp       pic x(21).
01 ws-open-count pic 9(4) value 0.
01 ws-open-idx pic 9(4).
01 ws-open-found pic x.
01 ws-open-table.
    05 ws-open-entry occurs 999 times.
        10 ws-open-run-no pic 9(6).
        10 ws-open-seq-no pic 9(6).
        10 ws-open-id pic 9(6).
        10 ws-open-status pic x(8).
01 ws-line-count pic 9(3) value 0.
01 ws-line-idx pic 9(3).
01 ws-line-overflow pic x value "N".
01 ws-line-table.
    05 ws-line-entry occurs 200 times.
        10 ws-line-text pic x(507).
        10 ws-line-keep pic x.

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - PAYLOAD CORRECTION ENTRY"
    display "================================================"

    accept ws-command-param from command-line
    perform parse-command-param
    if ws-operator-id = spaces
        display "enter_payload_correction: OPERATOR= is required - supply the id of the operator keying the corrections"
        move "Y" to ws-param-error
    end-if
    if ws-maker-reason = spaces
        display "enter_payload_correction: REASON= is required - supply the reason for the corrections, last on the line"
        move "Y" to ws-param-error
    end-if
    if ws-param-error = "Y"
        display "enter_payload_correction: usage OPERATOR=id REASON=text"
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
    perform note-highest-history-id
    if ws-open-count > 999
        display "enter_payload_correction: more than 999 open corrections in chain-pending-corrections.dat - approve or reject some before entering more"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    perform load-correction-lines
    if ws-line-overflow = "Y"
        display "enter_payload_correction: chain-corrections.dat exceeds 200 lines - nothing posted, enter the corrections in smaller batches"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    display "Operator            : " ws-operator-id
    display "Reason              : " function trim(ws-maker-reason)

    move function current-date to ws-entry-ts
    open extend pending-corrections-file
    if ws-pending-status = "35"
        open output pending-corrections-file
    end-if
    if ws-pending-status not = "00"
        display "enter_payload_correction: unable to open chain-pending-corrections.dat, status " ws-pending-status
        display "================================================"
        move 1 to return-code
        goback
    end-if

    perform varying ws-line-idx from 1 by 1
            until ws-line-idx > ws-line-count
        if ws-line-keep(ws-line-idx) = "N"
            perform post-one-correction
        end-if
    end-perform
    close pending-corrections-file

    if ws-posted-count > 0
        perform rewrite-correction-lines
    end-if

    display " "
    display "Corrections posted  : " ws-posted-count
    display "Corrections refused : " ws-refused-count
    if ws-posted-count > 0
        display "enter_payload_correction: posted corrections await approval by a different operator - run approve_payload_corrections"
    end-if
    if ws-refused-count > 0
        display "enter_payload_correction: refused lines are left in chain-corrections.dat for correction"
    end-if
    display "================================================"

    if ws-refused-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
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
        when ws-command-token(1:9) = "OPERATOR="
            move function upper-case(ws-command-token(10:10))
                to ws-operator-id
        when ws-command-token(1:7) = "REASON="
            move ws-command-param(ws-token-start + 7:) to ws-maker-reason
            compute ws-command-ptr = ws-command-len + 1
        when other
            display "enter_payload_correction: unrecognized parameter " function trim(ws-command-token)
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
                    display "enter_payload_correction: reprocess_call_exceptions is running (process " rl-process-id " since " rl-start-ts ") - enter the corrections when it has finished"
                    move "Y" to ws-lock-refused
                end-if
        end-read
        close run-lock-file
    end-if.

load-exceptions.
    open input call-exceptions-file
    if ws-call-exceptions-status not = "00"
        display "enter_payload_correction: no call-exceptions.dat found - there are no exceptions to correct"
    else
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
                            move ce-dest-lang to ws-exc-dest-lang(ws-exception-count)
                        else
                            move call-exception-record to ws-legacy-exception
                            move 0 to ws-exc-run-no(ws-exception-count)
                            if lx-seq-no is numeric
                                move lx-seq-no to ws-exc-seq-no(ws-exception-count)
                            else
                                move 0 to ws-exc-seq-no(ws-exception-count)
                            end-if
                            move lx-dest-lang to ws-exc-dest-lang(ws-exception-count)
                        end-if
                    end-if
            end-read
        end-perform
        close call-exceptions-file
    end-if.

load-pending-corrections.
    open input pending-corrections-file
    if ws-pending-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read pending-corrections-file
                at end
                    move "Y" to ws-eof
                not at end
                    if pc-correction-id > ws-next-id
                        move pc-correction-id to ws-next-id
                    end-if
                    if pc-status = "PENDING" or pc-status = "APPROVED"
                        add 1 to ws-open-count
                        if ws-open-count <= 999
                            move pc-run-no to ws-open-run-no(ws-open-count)
                            move pc-seq-no to ws-open-seq-no(ws-open-count)
                            move pc-correction-id to ws-open-id(ws-open-count)
                            move pc-status to ws-open-status(ws-open-count)
                        end-if
                    end-if
            end-read
        end-perform
        close pending-corrections-file
    end-if.

note-highest-history-id.
    open input correction-history-file
    if ws-history-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read correction-history-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ch-correction-id is numeric
                        and ch-correction-id > ws-next-id
                        move ch-correction-id to ws-next-id
                    end-if
            end-read
        end-perform
        close correction-history-file
    end-if.

load-correction-lines.
    open input corrections-file
    if ws-corrections-status not = "00"
        display "enter_payload_correction: no chain-corrections.dat found - nothing to enter"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read corrections-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ws-line-count < 200
                        add 1 to ws-line-count
                        move correction-record to ws-line-text(ws-line-count)
                        if correction-record = spaces
                            or correction-record(1:1) = "*"
                            move "Y" to ws-line-keep(ws-line-count)
                        else
                            move "N" to ws-line-keep(ws-line-count)
                        end-if
                    else
                        move "Y" to ws-line-overflow
                    end-if
            end-read
        end-perform
        close corrections-file
    end-if.

post-one-correction.
    move ws-line-text(ws-line-idx) to correction-record
    move spaces to ws-refusal
    move 0 to ws-exc-found-idx
    move 0 to ws-exc-match-count

    evaluate true
        when co-seq-no is not numeric
            move "sequence number is not numeric" to ws-refusal
        when co-payload = spaces
            move "corrected payload is blank" to ws-refusal
        when ws-open-count >= 999
            move "999 corrections already open - clear some first"
                to ws-refusal
        when other
            perform find-open-exception
            if ws-exc-found-idx = 0
                move "no open exception for this sequence number"
                    to ws-refusal
            else
                perform find-open-correction
                if ws-open-found = "Y"
                    move spaces to ws-refusal
                    string "correction " delimited by size
                           ws-open-id(ws-open-idx) delimited by size
                           " is already " delimited by size
                           function trim(ws-open-status(ws-open-idx))
                           delimited by size
                           into ws-refusal
                    end-string
                end-if
            end-if
    end-evaluate

    if ws-refusal not = spaces
        add 1 to ws-refused-count
        move "Y" to ws-line-keep(ws-line-idx)
        display "enter_payload_correction: line " ws-line-idx " seq " ws-line-text(ws-line-idx)(1:6) " refused - " function trim(ws-refusal)
    else
        add 1 to ws-next-id
        move spaces to pending-correction-record
        move ws-next-id to pc-correction-id
        move "PENDING" to pc-status
        move ws-exc-run-no(ws-exc-found-idx) to pc-run-no
        move co-seq-no to pc-seq-no
        move ws-exc-dest-lang(ws-exc-found-idx) to pc-dest-lang
        move ws-operator-id to pc-maker-id
        move ws-maker-reason to pc-maker-reason
        move ws-entry-ts to pc-entered-ts
        move 0 to pc-applied-run-no
        move co-payload to pc-payload
        write pending-correction-record
        add 1 to ws-posted-count
        add 1 to ws-open-count
        if ws-open-count <= 999
            move pc-run-no to ws-open-run-no(ws-open-count)
            move pc-seq-no to ws-open-seq-no(ws-open-count)
            move pc-correction-id to ws-open-id(ws-open-count)
            move pc-status to ws-open-status(ws-open-count)
        end-if
        display "correction " pc-correction-id " posted  run " pc-run-no " seq " pc-seq-no " " function trim(pc-dest-lang)
        if ws-exc-match-count > 1
            display "enter_payload_correction: seq " pc-seq-no " is open in " ws-exc-match-count " runs - correction " pc-correction-id " applies to the latest, run " pc-run-no
        end-if
    end-if.

find-open-exception.
    perform varying ws-exc-idx from 1 by 1
            until ws-exc-idx > ws-exception-count
        if ws-exc-seq-no(ws-exc-idx) = co-seq-no
            add 1 to ws-exc-match-count
            if ws-exc-found-idx = 0
                move ws-exc-idx to ws-exc-found-idx
            else
                if ws-exc-run-no(ws-exc-idx)
                    > ws-exc-run-no(ws-exc-found-idx)
                    move ws-exc-idx to ws-exc-found-idx
                end-if
            end-if
        end-if
    end-perform.

find-open-correction.
    move "N" to ws-open-found
    perform varying ws-open-idx from 1 by 1
            until ws-open-idx > ws-open-count
                or ws-open-found = "Y"
        if ws-open-run-no(ws-open-idx) = ws-exc-run-no(ws-exc-found-idx)
            and ws-open-seq-no(ws-open-idx) = co-seq-no
            move "Y" to ws-open-found
        end-if
    end-perform
    if ws-open-found = "Y"
        subtract 1 from ws-open-idx
    end-if.

rewrite-correction-lines.
    open output corrections-file
    perform varying ws-line-idx from 1 by 1
            until ws-line-idx > ws-line-count
        if ws-line-keep(ws-line-idx) = "Y"
            move ws-line-text(ws-line-idx) to correction-record
            write correction-record
        end-if
    end-perform
    close corrections-file.
