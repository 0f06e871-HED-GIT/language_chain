IDENTIFICATION DIVISION.
PROGRAM-ID. maintain_suspensions.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT suspension-file ASSIGN TO "chain-suspended.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspension-status.

    SELECT suspension-history-file ASSIGN TO "chain-suspension-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspension-history-status.

    SELECT suspend-control-file ASSIGN TO "chain-suspend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspend-control-status.

    SELECT run-control-file ASSIGN TO "chain-run-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-control-status.

    SELECT run-lock-file ASSIGN TO "chain-run-lock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-lock-status.

DATA DIVISION.
FILE SECTION.
FD  suspension-file.
COPY susprec.

FD  suspension-history-file.
01  suspension-history-record pic x(125).

FD  suspend-control-file.
01  suspend-control-record.
    05 sc-threshold            pic xx.
    05 filler                  pic x(78).

FD  run-control-file.
01  run-control-record.
    05 rc-last-run-no          pic 9(6).

FD  run-lock-file.
COPY lockrec.

WORKING-STORAGE SECTION.
01 ws-suspension-status pic xx.
01 ws-suspension-history-status pic xx.
01 ws-suspend-control-status pic xx.
01 ws-run-control-status pic xx.
01 ws-run-lock-status pic xx.
01 ws-eof pic x value "N".
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-token-start pic 999.
01 ws-command-token pic x(200).
01 ws-param-error pic x value "N".
01 ws-lock-refused pic x value "N".
01 ws-action pic x(9) value "LIST".
01 ws-action-lang pic x(15) value spaces.
01 ws-lang-filter pic x(15) value spaces.
01 ws-operator-id pic x(10) value spaces.
01 ws-reason pic x(60) value spaces.
01 ws-threshold-text pic xx value spaces.
01 ws-last-run-no pic 9(6) value 0.
01 ws-suspended-count pic 9(3) value 0.
01 ws-reinstated-count pic 9(3) value 0.
01 ws-history-count pic 9(5) value 0.
01 ws-susp-count pic 9(3) value 0.
01 ws-susp-idx pic 9(3).
01 ws-susp-found-idx pic 9(3) value 0.
01 ws-suspension-table.
    05 ws-susp-entry occurs 200 times pic x(125).
01 ws-susp-line.
    05 ws-sl-language pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-sl-status pic x(10).
    05 filler pic x(6) value "  run ".
    05 ws-sl-run-no pic 9(6).
    05 filler pic x(2) value spaces.
    05 ws-sl-streak pic zz9.
    05 filler pic x(8) value " failed ".
    05 ws-sl-date pic x(8).
    05 filler pic x(1) value space.
    05 ws-sl-time pic x(6).
    05 filler pic x(2) value spaces.
    05 ws-sl-operator pic x(10).
    05 filler pic x(2) value spaces.
    05 ws-sl-reason pic x(60).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - LANGUAGE SUSPENSIONS"
    display "================================================"

    accept ws-command-param from command-line
    perform parse-command-param
    if ws-action = "REINSTATE"
        if ws-operator-id = spaces
            display "maintain_suspensions: OPERATOR= is required to reinstate a language"
            move "Y" to ws-param-error
        end-if
        if ws-reason = spaces
            display "maintain_suspensions: REASON= is required to reinstate a language"
            move "Y" to ws-param-error
        end-if
    end-if
    if ws-param-error = "Y"
        display "maintain_suspensions: usage LIST | REINSTATE=language OPERATOR=id REASON=text | HISTORY [LANGUAGE=language]"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    perform load-suspensions

    evaluate ws-action
        when "HISTORY"
            perform list-suspension-history
        when "REINSTATE"
            perform check-run-lock
            if ws-lock-refused = "Y"
                display "================================================"
                move 8 to return-code
                goback
            end-if
            perform reinstate-language
            if return-code not = 0
                display "================================================"
                goback
            end-if
            perform list-suspensions
        when other
            perform list-suspensions
    end-evaluate

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
        when ws-command-token = "HISTORY"
            move "HISTORY" to ws-action
        when ws-command-token(1:10) = "REINSTATE="
            move "REINSTATE" to ws-action
            move ws-command-token(11:15) to ws-action-lang
            if ws-action-lang = spaces
                display "maintain_suspensions: REINSTATE= expects a language"
                move "Y" to ws-param-error
            end-if
        when ws-command-token(1:9) = "LANGUAGE="
            move ws-command-token(10:15) to ws-lang-filter
        when ws-command-token(1:9) = "OPERATOR="
            move function upper-case(ws-command-token(10:10))
                to ws-operator-id
        when ws-command-token(1:7) = "REASON="
            move ws-command-param(ws-token-start + 7:) to ws-reason
            compute ws-command-ptr = ws-command-len + 1
        when other
            display "maintain_suspensions: unrecognized parameter " function trim(ws-command-token)
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
                if rl-program = "start_cobol_chain"
                    display "maintain_suspensions: start_cobol_chain is running (process " rl-process-id " since " rl-start-ts ") - reinstate when it has finished"
                    move "Y" to ws-lock-refused
                end-if
        end-read
        close run-lock-file
    end-if.

load-suspensions.
    open input suspension-file
    if ws-suspension-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read suspension-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ws-susp-count < 200
                        add 1 to ws-susp-count
                        move suspension-record to ws-susp-entry(ws-susp-count)
                        if su-language = ws-action-lang
                            move ws-susp-count to ws-susp-found-idx
                        end-if
                    else
                        display "maintain_suspensions: chain-suspended.dat exceeds 200 entries - ignoring " su-language
                    end-if
            end-read
        end-perform
        close suspension-file
    end-if.

list-suspensions.
    perform read-suspend-control
    if ws-threshold-text is numeric and ws-threshold-text not = "00"
        display "Suspension threshold: " ws-threshold-text " consecutive failed runs (OPTIONAL languages)"
    else
        display "Suspension threshold: none - automatic suspension is off"
    end-if
    display " "
    display "Suspended:"
    perform varying ws-susp-idx from 1 by 1
            until ws-susp-idx > ws-susp-count
        move ws-susp-entry(ws-susp-idx) to suspension-record
        if su-status = "SUSPENDED"
            add 1 to ws-suspended-count
            perform display-suspension-line
        end-if
    end-perform
    if ws-suspended-count = 0
        display "  none"
    end-if
    display " "
    display "Reinstated (failures counted again after the run shown):"
    perform varying ws-susp-idx from 1 by 1
            until ws-susp-idx > ws-susp-count
        move ws-susp-entry(ws-susp-idx) to suspension-record
        if su-status = "REINSTATED"
            add 1 to ws-reinstated-count
            perform display-suspension-line
        end-if
    end-perform
    if ws-reinstated-count = 0
        display "  none"
    end-if
    display " "
    display "Languages suspended : " ws-suspended-count
    display "Languages reinstated: " ws-reinstated-count.

read-suspend-control.
    open input suspend-control-file
    if ws-suspend-control-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read suspend-control-file
                at end
                    move "Y" to ws-eof
                not at end
                    if suspend-control-record not = spaces
                        and suspend-control-record(1:1) not = "*"
                        move sc-threshold to ws-threshold-text
                        move "Y" to ws-eof
                    end-if
            end-read
        end-perform
        close suspend-control-file
    end-if.

display-suspension-line.
    move su-language to ws-sl-language
    move su-status to ws-sl-status
    move su-run-no to ws-sl-run-no
    move su-streak to ws-sl-streak
    move su-timestamp(1:8) to ws-sl-date
    move su-timestamp(9:6) to ws-sl-time
    move su-operator to ws-sl-operator
    move su-reason to ws-sl-reason
    display "  " ws-susp-line.

reinstate-language.
    if ws-susp-found-idx = 0
        display "maintain_suspensions: " function trim(ws-action-lang) " is not in chain-suspended.dat - nothing to reinstate"
        move 4 to return-code
    else
        move ws-susp-entry(ws-susp-found-idx) to suspension-record
        if su-status not = "SUSPENDED"
            display "maintain_suspensions: " function trim(ws-action-lang) " is not suspended - it was reinstated by " function trim(su-operator) " on " su-timestamp(1:8)
            move 4 to return-code
        else
            perform read-last-run-number
            move "REINSTATED" to su-status
            move ws-last-run-no to su-run-no
            move 0 to su-streak
            move ws-operator-id to su-operator
            move function current-date to su-timestamp
            move ws-reason to su-reason
            move suspension-record to ws-susp-entry(ws-susp-found-idx)
            perform rewrite-suspension-file
            perform write-suspension-history
            display "maintain_suspensions: " function trim(ws-action-lang) " reinstated by " function trim(ws-operator-id) " - called again from the next run, failures counted after run " ws-last-run-no
            display " "
            move 0 to return-code
        end-if
    end-if.

read-last-run-number.
    move 0 to ws-last-run-no
    open input run-control-file
    if ws-run-control-status = "00"
        read run-control-file
            at end
                continue
            not at end
                move rc-last-run-no to ws-last-run-no
        end-read
        close run-control-file
    end-if.

rewrite-suspension-file.
    open output suspension-file
    perform varying ws-susp-idx from 1 by 1
            until ws-susp-idx > ws-susp-count
        move ws-susp-entry(ws-susp-idx) to suspension-record
        write suspension-record
    end-perform
    close suspension-file
    move ws-susp-entry(ws-susp-found-idx) to suspension-record.

write-suspension-history.
    open extend suspension-history-file
    if ws-suspension-history-status = "35"
        open output suspension-history-file
    end-if
    if ws-suspension-history-status = "00"
        move suspension-record to suspension-history-record
        write suspension-history-record
        close suspension-history-file
    else
        display "maintain_suspensions: unable to write chain-suspension-history.dat, status " ws-suspension-history-status
    end-if.

list-suspension-history.
    if ws-lang-filter not = spaces
        display "Language            : " function trim(ws-lang-filter)
    end-if
    display " "
    open input suspension-history-file
    if ws-suspension-history-status not = "00"
        display "  no chain-suspension-history.dat found - no language has been suspended"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read suspension-history-file
                at end
                    move "Y" to ws-eof
                not at end
                    move suspension-history-record to suspension-record
                    if ws-lang-filter = spaces
                        or su-language = ws-lang-filter
                        add 1 to ws-history-count
                        perform display-suspension-line
                    end-if
            end-read
        end-perform
        close suspension-history-file
    end-if
    display " "
    display "History entries     : " ws-history-count.
