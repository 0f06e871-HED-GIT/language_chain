IDENTIFICATION DIVISION.
PROGRAM-ID. purge_message_register.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT retention-file ASSIGN TO "chain-register-retention.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-retention-status.

    SELECT message-register-file ASSIGN TO "chain-msg-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mr-msg-key
        FILE STATUS IS ws-msg-register-status.

    SELECT run-lock-file ASSIGN TO "chain-run-lock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-lock-status.

    SELECT run-control-file ASSIGN TO "chain-run-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-control-status.

    SELECT chain-events-file ASSIGN TO "chain-events.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chain-events-status.

DATA DIVISION.
FILE SECTION.
FD  retention-file.
01  retention-record.
    05 rt-days-text       pic x(3).
    05 filler             pic x(77).

FD  message-register-file.
COPY msgreg.

FD  run-lock-file.
COPY lockrec.

FD  run-control-file.
01  run-control-record.
    05 rc-last-run-no     pic 9(6).

FD  chain-events-file.
COPY eventrec.

WORKING-STORAGE SECTION.
01 ws-retention-status pic xx.
01 ws-msg-register-status pic xx.
01 ws-run-lock-status pic xx.
01 ws-run-control-status pic xx.
01 ws-chain-events-status pic xx.
01 ws-run-no pic 9(6) value 0.
01 ws-event-severity pic x(6).
01 ws-event-text pic x(80).
01 ws-event-count pic 9(7).
01 ws-step-mode pic x(10).
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-report-only pic x value "N".
01 ws-days-override pic x value "N".
01 ws-lock-held pic x value "N".
01 ws-eof pic x value "N".
01 ws-retention-days pic 9(3) value 30.
01 ws-today-date pic 9(8).
01 ws-cutoff-date pic 9(8).
01 ws-current-date-raw pic x(21).
01 ws-read-count pic 9(7) value 0.
01 ws-kept-count pic 9(7) value 0.
01 ws-purged-count pic 9(7) value 0.
01 ws-lang-count pic 9(3) value 0.
01 ws-lang-idx pic 9(3).
01 ws-lang-found-idx pic 9(3).
01 ws-lang-table.
    05 ws-lang-entry occurs 100 times.
        10 ws-lang-name pic x(15).
        10 ws-lang-kept pic 9(7).
        10 ws-lang-purged pic 9(7).
        10 ws-lang-oldest pic 9(8).
        10 ws-lang-newest pic 9(8).
01 ws-detail-line.
    05 ws-dt-language pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-dt-kept pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-purged pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-oldest pic x(8).
    05 filler pic x(2) value spaces.
    05 ws-dt-newest pic x(8).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - MESSAGE REGISTER PURGE"
    display "================================================"

    perform accept-step-arguments
    perform parse-command-param

    move function current-date to ws-current-date-raw
    move function numval(ws-current-date-raw(1:8)) to ws-today-date
    perform note-current-run-number
    if ws-days-override = "N"
        perform read-retention-days
    end-if
    compute ws-cutoff-date = function date-of-integer(
        function integer-of-date(ws-today-date)
        - ws-retention-days)
    display "Retention days      : " ws-retention-days
    display "Purge keys before   : " ws-cutoff-date
    if ws-report-only = "Y"
        display "Mode                : REPORT - nothing purged"
    else
        perform check-run-lock
        if ws-lock-held = "Y"
            display "================================================"
            move 8 to return-code
            goback
        end-if
    end-if

    if ws-report-only = "Y"
        open input message-register-file
    else
        open i-o message-register-file
    end-if
    if ws-msg-register-status = "35"
        display "purge_message_register: no chain-msg-register.dat on file - nothing to purge"
        display "================================================"
        move 0 to return-code
        goback
    end-if
    if ws-msg-register-status not = "00"
        display "purge_message_register: unable to open chain-msg-register.dat, status " ws-msg-register-status
        display "================================================"
        move 1 to return-code
        goback
    end-if

    perform until ws-eof = "Y"
        read message-register-file next
            at end
                move "Y" to ws-eof
            not at end
                perform examine-one-key
        end-read
    end-perform
    close message-register-file

    display " "
    if ws-report-only = "Y"
        display "language         keys kept  to purge  oldest    newest"
        display "---------------  ---------  --------  --------  --------"
    else
        display "language         keys kept  purged  oldest    newest"
        display "---------------  ---------  ------  --------  --------"
    end-if
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        perform display-language-line
    end-perform
    display " "
    display "Keys read           : " ws-read-count
    display "Keys kept           : " ws-kept-count
    if ws-report-only = "Y"
        display "Keys would purge    : " ws-purged-count
    else
        display "Keys purged         : " ws-purged-count
    end-if
    display "================================================"

    if ws-purged-count > 0 and ws-report-only = "N"
        move ws-purged-count to ws-event-count
        move "INFO" to ws-event-severity
        move spaces to ws-event-text
        string ws-event-count delimited by size
               " message key(s) older than " delimited by size
               ws-cutoff-date delimited by size
               " purged from chain-msg-register.dat" delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if
    move 0 to return-code
    goback.

accept-step-arguments.
    accept ws-step-mode from environment "CHAIN_STEP_MODE"
        on exception
            move spaces to ws-step-mode
    end-accept
    if ws-step-mode = "DRIVER"
        accept ws-command-param from environment "CHAIN_STEP_ARGS"
            on exception
                move spaces to ws-command-param
        end-accept
    else
        accept ws-command-param from command-line
    end-if.

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
            unstring ws-command-param delimited by all " "
                into ws-command-token
                with pointer ws-command-ptr
            end-unstring
            evaluate true
                when function trim(ws-command-token) = spaces
                    continue
                when function trim(ws-command-token) = "REPORT"
                    move "Y" to ws-report-only
                when ws-command-token(1:5) = "DAYS="
                    if ws-command-token(6:3) is numeric
                        compute ws-retention-days =
                            function numval(ws-command-token(6:3))
                        move "Y" to ws-days-override
                    else
                        display "purge_message_register: DAYS= expects three digits - ignoring " function trim(ws-command-token)
                    end-if
                when other
                    display "purge_message_register: unrecognized parameter " function trim(ws-command-token) " - ignored"
            end-evaluate
        end-perform
    end-if.

read-retention-days.
    open input retention-file
    if ws-retention-status not = "00"
        display "purge_message_register: no chain-register-retention.dat found - using default of " ws-retention-days " days"
    else
        perform until ws-eof = "Y"
            read retention-file
                at end
                    move "Y" to ws-eof
                not at end
                    if retention-record not = spaces
                        and retention-record(1:1) not = "*"
                        if rt-days-text numeric
                            compute ws-retention-days =
                                function numval(rt-days-text)
                            move "Y" to ws-eof
                        else
                            display "purge_message_register: invalid retention value " rt-days-text " - using default"
                        end-if
                    end-if
            end-read
        end-perform
        close retention-file
        move "N" to ws-eof
    end-if.

check-run-lock.
    move "N" to ws-lock-held
    open input run-lock-file
    if ws-run-lock-status = "00"
        read run-lock-file
            at end
                continue
            not at end
                move "Y" to ws-lock-held
                display "purge_message_register: run lock held by " function trim(rl-program) " process " rl-process-id " for run " rl-run-no " since " rl-start-ts
                display "purge_message_register: register in use - nothing purged, rerun when the holder has finished"
        end-read
        close run-lock-file
    end-if.

note-current-run-number.
    open input run-control-file
    if ws-run-control-status = "00"
        read run-control-file
            at end
                continue
            not at end
                move rc-last-run-no to ws-run-no
        end-read
        close run-control-file
    end-if.

write-chain-event.
    open extend chain-events-file
    if ws-chain-events-status = "35"
        open output chain-events-file
    end-if
    if ws-chain-events-status = "00"
        move spaces to chain-event-record
        move ws-event-severity to ev-severity
        move "purge_message_register" to ev-program
        move ws-run-no to ev-run-no
        move ws-event-text to ev-text
        move function current-date to ev-timestamp
        write chain-event-record
        close chain-events-file
    end-if.

examine-one-key.
    add 1 to ws-read-count
    perform find-language-entry
    evaluate true
        when mr-processed-date >= ws-cutoff-date
            add 1 to ws-kept-count
            if ws-lang-found-idx > 0
                add 1 to ws-lang-kept(ws-lang-found-idx)
                if mr-processed-date < ws-lang-oldest(ws-lang-found-idx)
                    move mr-processed-date
                        to ws-lang-oldest(ws-lang-found-idx)
                end-if
                if mr-processed-date > ws-lang-newest(ws-lang-found-idx)
                    move mr-processed-date
                        to ws-lang-newest(ws-lang-found-idx)
                end-if
            end-if
        when ws-report-only = "Y"
            add 1 to ws-purged-count
            if ws-lang-found-idx > 0
                add 1 to ws-lang-purged(ws-lang-found-idx)
            end-if
        when other
            delete message-register-file record
                invalid key
                    display "purge_message_register: unable to delete key " function trim(mr-msg-key) ", status " ws-msg-register-status
                not invalid key
                    add 1 to ws-purged-count
                    if ws-lang-found-idx > 0
                        add 1 to ws-lang-purged(ws-lang-found-idx)
                    end-if
            end-delete
    end-evaluate.

find-language-entry.
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-name(ws-lang-idx) = mr-dest-lang
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx = 0
        if ws-lang-count < 100
            add 1 to ws-lang-count
            move ws-lang-count to ws-lang-found-idx
            move mr-dest-lang to ws-lang-name(ws-lang-found-idx)
            move 0 to ws-lang-kept(ws-lang-found-idx)
            move 0 to ws-lang-purged(ws-lang-found-idx)
            move 99999999 to ws-lang-oldest(ws-lang-found-idx)
            move 0 to ws-lang-newest(ws-lang-found-idx)
        else
            display "purge_message_register: more than 100 languages in the register - ignoring " mr-dest-lang " in the breakdown"
        end-if
    end-if.

display-language-line.
    move spaces to ws-detail-line
    move ws-lang-name(ws-lang-idx) to ws-dt-language
    move ws-lang-kept(ws-lang-idx) to ws-dt-kept
    move ws-lang-purged(ws-lang-idx) to ws-dt-purged
    if ws-lang-kept(ws-lang-idx) = 0
        move "-" to ws-dt-oldest
        move "-" to ws-dt-newest
    else
        move ws-lang-oldest(ws-lang-idx) to ws-dt-oldest
        move ws-lang-newest(ws-lang-idx) to ws-dt-newest
    end-if
    display ws-detail-line.
