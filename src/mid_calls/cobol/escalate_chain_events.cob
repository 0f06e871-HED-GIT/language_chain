IDENTIFICATION DIVISION.
PROGRAM-ID. escalate_chain_events.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT chain-events-file ASSIGN TO "chain-events.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chain-events-status.

    SELECT owner-master-file ASSIGN TO "chain-owner-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ow-language
        FILE STATUS IS ws-owner-master-status.

    SELECT notify-register-file ASSIGN TO "chain-notify-register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-notify-register-status.

    SELECT notify-file ASSIGN TO "extract/chain-notify.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-notify-status.

    SELECT roster-file ASSIGN TO DYNAMIC ws-roster-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-roster-status.

    SELECT run-control-file ASSIGN TO "chain-run-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-control-status.

DATA DIVISION.
FILE SECTION.
FD  chain-events-file.
COPY eventrec.

FD  owner-master-file.
COPY ownerrec.

FD  notify-register-file.
01  notify-register-record.
    05 nr-run-no               pic 9(6).
    05 filler                  pic x.
    05 nr-team                 pic x(30).
    05 filler                  pic x.
    05 nr-program              pic x(30).
    05 filler                  pic x.
    05 nr-event-ts             pic x(21).
    05 filler                  pic x.
    05 nr-event-text           pic x(80).
    05 filler                  pic x.
    05 nr-notified-ts          pic x(21).

FD  notify-file.
COPY notifyrec.

FD  roster-file.
01  roster-record.
    05 rr-language             pic x(15).
    05 filler                  pic x.
    05 rr-criticality          pic x(8).
    05 filler                  pic x.
    05 rr-retry-limit          pic xx.
    05 filler                  pic x.
    05 rr-step-no              pic xx.
    05 filler                  pic x.
    05 rr-prereq-lang          pic x(15).
    05 filler                  pic x(34).

FD  run-control-file.
01  run-control-record.
    05 rc-last-run-no     pic 9(6).

WORKING-STORAGE SECTION.
01 ws-chain-events-status pic xx.
01 ws-owner-master-status pic xx.
01 ws-notify-register-status pic xx.
01 ws-notify-status pic xx.
01 ws-roster-status pic xx.
01 ws-run-control-status pic xx.
01 ws-roster-path pic x(60).
01 ws-roster-variants.
    05 filler pic x(30) value "chain-roster.dat".
    05 filler pic x(30) value "chain-roster-monthend.dat".
    05 filler pic x(30) value "chain-roster-qtrend.dat".
01 ws-roster-variant-table redefines ws-roster-variants.
    05 ws-roster-variant occurs 3 times pic x(30).
01 ws-variant-idx pic 9.
01 ws-eof pic x value "N".
01 ws-step-mode pic x(10).
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-run-no pic 9(6) value 0.
01 ws-owner-master-open pic x value "N".
01 ws-event-severity pic x(6).
01 ws-event-text pic x(80).
01 ws-text-ptr pic 999.
01 ws-text-token pic x(80).
01 ws-token-len pic 99.
01 ws-event-named-lang pic x.
01 ws-events-read pic 9(5) value 0.
01 ws-events-escalated pic 9(5) value 0.
01 ws-events-no-language pic 9(5) value 0.
01 ws-events-below-tier pic 9(5) value 0.
01 ws-events-already pic 9(5) value 0.
01 ws-notices-written pic 9(3) value 0.
01 ws-unowned-count pic 9(3) value 0.
01 ws-lang-count pic 9(3) value 0.
01 ws-lang-idx pic 9(3).
01 ws-lang-found-idx pic 9(3).
01 ws-lang-table.
    05 ws-lang-entry occurs 200 times.
        10 ws-lang-name pic x(15).
        10 ws-lang-owned pic x.
        10 ws-lang-event-count pic 9(5).
01 ws-reg-count pic 9(4) value 0.
01 ws-reg-idx pic 9(4).
01 ws-reg-found pic x.
01 ws-reg-overflow pic x value "N".
01 ws-reg-table.
    05 ws-reg-entry occurs 2000 times.
        10 ws-reg-team pic x(30).
        10 ws-reg-program pic x(30).
        10 ws-reg-event-ts pic x(21).
        10 ws-reg-event-text pic x(80).
01 ws-new-reg-start pic 9(4).
01 ws-reg-first pic 9(4).
01 ws-team-count pic 99 value 0.
01 ws-team-idx pic 99.
01 ws-team-found-idx pic 99.
01 ws-team-table.
    05 ws-team-entry occurs 50 times.
        10 ws-tm-team pic x(30).
        10 ws-tm-primary pic x(30).
        10 ws-tm-backup pic x(30).
        10 ws-tm-tier pic 9.
        10 ws-tm-severity pic x(6).
        10 ws-tm-event-count pic 9(3).
        10 ws-tm-lang-count pic 99.
        10 ws-tm-lang occurs 10 times pic x(15).
        10 ws-tm-event occurs 5 times.
            15 ws-tm-ev-severity pic x(6).
            15 ws-tm-ev-text pic x(80).
01 ws-tm-lang-idx pic 99.
01 ws-tm-lang-found pic x.
01 ws-evt-team-count pic 99.
01 ws-evt-team-idx pic 99.
01 ws-evt-team-found pic x.
01 ws-evt-team-table.
    05 ws-evt-team occurs 20 times pic 99.
01 ws-build-ptr pic 999.
01 ws-ev-idx pic 9.
01 ws-event-count pic 9(5).
01 ws-notice-line.
    05 ws-nl-team pic x(30).
    05 filler pic x(2) value spaces.
    05 ws-nl-tier pic 9.
    05 filler pic x(2) value spaces.
    05 ws-nl-severity pic x(6).
    05 filler pic x(2) value spaces.
    05 ws-nl-events pic zz9.
    05 filler pic x(2) value spaces.
    05 ws-nl-languages pic x(60).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - EVENT ESCALATION"
    display "================================================"

    perform note-current-run-number
    perform accept-step-arguments
    perform parse-command-param
    if ws-run-no = 0
        display "escalate_chain_events: no run number on file - chain has not run yet"
        display "================================================"
        move 0 to return-code
        goback
    end-if
    display "Run number          : " ws-run-no

    perform load-roster-languages

    open input owner-master-file
    if ws-owner-master-status = "00"
        move "Y" to ws-owner-master-open
    else
        display "escalate_chain_events: unable to open chain-owner-master.dat, status " ws-owner-master-status " - no owner can be notified"
    end-if

    perform load-notify-register
    move ws-reg-count to ws-new-reg-start

    open input chain-events-file
    if ws-chain-events-status not = "00"
        display "escalate_chain_events: no chain-events.dat found - nothing to escalate"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read chain-events-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ev-run-no = ws-run-no
                        and (ev-severity = "SEVERE" or ev-severity = "WARN")
                        perform escalate-one-event
                    end-if
            end-read
        end-perform
        close chain-events-file
    end-if

    perform check-roster-ownership
    if ws-owner-master-open = "Y"
        close owner-master-file
    end-if

    if ws-team-count > 0
        perform write-notices
        perform write-notify-register
    end-if

    perform display-escalation-report

    if ws-notices-written > 0 or ws-unowned-count > 0
        move ws-notices-written to ws-event-count
        move "INFO" to ws-event-severity
        move spaces to ws-event-text
        string ws-event-count delimited by size
               " owner notice(s) written, " delimited by size
               ws-unowned-count delimited by size
               " roster language(s) with no owner" delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if

    if ws-unowned-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
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
                when ws-command-token(1:4) = "RUN="
                    if ws-command-token(5:6) is numeric
                        move ws-command-token(5:6) to ws-run-no
                    else
                        display "escalate_chain_events: RUN= expects a six digit run number - ignoring " function trim(ws-command-token)
                    end-if
                when other
                    display "escalate_chain_events: unrecognized parameter " function trim(ws-command-token) " - ignored"
            end-evaluate
        end-perform
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

load-roster-languages.
    perform varying ws-variant-idx from 1 by 1
            until ws-variant-idx > 3
        move ws-roster-variant(ws-variant-idx) to ws-roster-path
        open input roster-file
        if ws-roster-status = "00"
            move "N" to ws-eof
            perform until ws-eof = "Y"
                read roster-file
                    at end
                        move "Y" to ws-eof
                    not at end
                        if roster-record not = spaces
                            and roster-record(1:1) not = "*"
                            perform note-roster-language
                        end-if
                end-read
            end-perform
            close roster-file
        end-if
    end-perform.

note-roster-language.
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-name(ws-lang-idx) = function trim(rr-language)
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx = 0
        if ws-lang-count < 200
            add 1 to ws-lang-count
            move function trim(rr-language) to ws-lang-name(ws-lang-count)
            move "N" to ws-lang-owned(ws-lang-count)
            move 0 to ws-lang-event-count(ws-lang-count)
        else
            display "escalate_chain_events: more than 200 roster languages - ignoring " rr-language
        end-if
    end-if.

load-notify-register.
    open input notify-register-file
    if ws-notify-register-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read notify-register-file
                at end
                    move "Y" to ws-eof
                not at end
                    if nr-run-no = ws-run-no
                        perform stash-register-entry
                    end-if
            end-read
        end-perform
        close notify-register-file
    end-if.

stash-register-entry.
    if ws-reg-count < 2000
        add 1 to ws-reg-count
        move nr-team to ws-reg-team(ws-reg-count)
        move nr-program to ws-reg-program(ws-reg-count)
        move nr-event-ts to ws-reg-event-ts(ws-reg-count)
        move nr-event-text to ws-reg-event-text(ws-reg-count)
    else
        move "Y" to ws-reg-overflow
    end-if.

escalate-one-event.
    add 1 to ws-events-read
    move "N" to ws-event-named-lang
    move 0 to ws-evt-team-count
    move 1 to ws-text-ptr
    perform until ws-text-ptr > 80
        move spaces to ws-text-token
        unstring ev-text delimited by all " "
            into ws-text-token
            with pointer ws-text-ptr
        end-unstring
        if ws-text-token not = spaces
            perform match-event-token
        end-if
    end-perform
    if ws-event-named-lang = "N"
        add 1 to ws-events-no-language
    end-if
    if ws-evt-team-count > 0
        add 1 to ws-events-escalated
    end-if.

match-event-token.
    move function length(function trim(ws-text-token)) to ws-token-len
    if ws-token-len > 1
        and (ws-text-token(ws-token-len:1) = ","
          or ws-text-token(ws-token-len:1) = ":"
          or ws-text-token(ws-token-len:1) = ";"
          or ws-text-token(ws-token-len:1) = ".")
        move space to ws-text-token(ws-token-len:1)
    end-if
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-name(ws-lang-idx) = ws-text-token
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx > 0
        move "Y" to ws-event-named-lang
        add 1 to ws-lang-event-count(ws-lang-found-idx)
        perform route-event-to-owner
    end-if.

route-event-to-owner.
    if ws-owner-master-open = "Y"
        move ws-lang-name(ws-lang-found-idx) to ow-language
        read owner-master-file
            invalid key
                continue
            not invalid key
                move "Y" to ws-lang-owned(ws-lang-found-idx)
                if ev-severity = "SEVERE" or ow-tier = 1
                    perform attach-event-to-team
                else
                    add 1 to ws-events-below-tier
                end-if
        end-read
    end-if.

attach-event-to-team.
    move "N" to ws-reg-found
    perform varying ws-reg-idx from 1 by 1
            until ws-reg-idx > ws-new-reg-start
        if ws-reg-team(ws-reg-idx) = ow-team
            and ws-reg-program(ws-reg-idx) = ev-program
            and ws-reg-event-ts(ws-reg-idx) = ev-timestamp
            and ws-reg-event-text(ws-reg-idx) = ev-text
            move "Y" to ws-reg-found
        end-if
    end-perform

    move 0 to ws-team-found-idx
    perform varying ws-team-idx from 1 by 1
            until ws-team-idx > ws-team-count
        if ws-tm-team(ws-team-idx) = ow-team
            move ws-team-idx to ws-team-found-idx
        end-if
    end-perform

    move "N" to ws-evt-team-found
    if ws-team-found-idx > 0
        perform varying ws-evt-team-idx from 1 by 1
                until ws-evt-team-idx > ws-evt-team-count
            if ws-evt-team(ws-evt-team-idx) = ws-team-found-idx
                move "Y" to ws-evt-team-found
            end-if
        end-perform
    end-if

    evaluate true
        when ws-reg-found = "Y"
            add 1 to ws-events-already
        when ws-evt-team-found = "Y"
            perform add-language-to-team
        when other
            if ws-team-found-idx = 0
                perform add-team-entry
            end-if
            if ws-team-found-idx > 0
                perform add-event-to-team
                perform add-language-to-team
            end-if
    end-evaluate.

add-team-entry.
    if ws-team-count < 50
        add 1 to ws-team-count
        move ws-team-count to ws-team-found-idx
        move ow-team to ws-tm-team(ws-team-count)
        move ow-primary-contact to ws-tm-primary(ws-team-count)
        move ow-backup-contact to ws-tm-backup(ws-team-count)
        move ow-tier to ws-tm-tier(ws-team-count)
        move "WARN" to ws-tm-severity(ws-team-count)
        move 0 to ws-tm-event-count(ws-team-count)
        move 0 to ws-tm-lang-count(ws-team-count)
    else
        display "escalate_chain_events: more than 50 owning teams - " function trim(ow-team) " not notified"
    end-if.

add-event-to-team.
    if ow-tier < ws-tm-tier(ws-team-found-idx)
        move ow-tier to ws-tm-tier(ws-team-found-idx)
    end-if
    if ev-severity = "SEVERE"
        move "SEVERE" to ws-tm-severity(ws-team-found-idx)
    end-if
    add 1 to ws-tm-event-count(ws-team-found-idx)
    if ws-tm-event-count(ws-team-found-idx) <= 5
        move ev-severity to ws-tm-ev-severity(ws-team-found-idx,
            ws-tm-event-count(ws-team-found-idx))
        move ev-text to ws-tm-ev-text(ws-team-found-idx,
            ws-tm-event-count(ws-team-found-idx))
    end-if
    if ws-evt-team-count < 20
        add 1 to ws-evt-team-count
        move ws-team-found-idx to ws-evt-team(ws-evt-team-count)
    end-if
    if ws-reg-count < 2000
        add 1 to ws-reg-count
        move ow-team to ws-reg-team(ws-reg-count)
        move ev-program to ws-reg-program(ws-reg-count)
        move ev-timestamp to ws-reg-event-ts(ws-reg-count)
        move ev-text to ws-reg-event-text(ws-reg-count)
    else
        move "Y" to ws-reg-overflow
    end-if.

add-language-to-team.
    move "N" to ws-tm-lang-found
    perform varying ws-tm-lang-idx from 1 by 1
            until ws-tm-lang-idx > ws-tm-lang-count(ws-team-found-idx)
        if ws-tm-lang(ws-team-found-idx, ws-tm-lang-idx) = ow-language
            move "Y" to ws-tm-lang-found
        end-if
    end-perform
    if ws-tm-lang-found = "N"
        and ws-tm-lang-count(ws-team-found-idx) < 10
        add 1 to ws-tm-lang-count(ws-team-found-idx)
        move ow-language to ws-tm-lang(ws-team-found-idx,
            ws-tm-lang-count(ws-team-found-idx))
    end-if.

check-roster-ownership.
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-owned(ws-lang-idx) = "N"
            and ws-owner-master-open = "Y"
            move ws-lang-name(ws-lang-idx) to ow-language
            read owner-master-file
                invalid key
                    continue
                not invalid key
                    move "Y" to ws-lang-owned(ws-lang-idx)
            end-read
        end-if
        if ws-lang-owned(ws-lang-idx) = "N"
            add 1 to ws-unowned-count
        end-if
    end-perform.

write-notices.
    open extend notify-file
    if ws-notify-status = "35"
        open output notify-file
    end-if
    if ws-notify-status not = "00"
        display "escalate_chain_events: unable to open extract/chain-notify.dat, status " ws-notify-status
        move "SEVERE" to ws-event-severity
        move spaces to ws-event-text
        string "unable to open extract/chain-notify.dat, status " delimited by size
               ws-notify-status delimited by size
               " - owners not notified" delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
        move 0 to ws-team-count
        move ws-new-reg-start to ws-reg-count
    else
        perform varying ws-team-idx from 1 by 1
                until ws-team-idx > ws-team-count
            perform write-one-notice
        end-perform
        close notify-file
    end-if.

write-one-notice.
    move spaces to chain-notify-record
    move ws-run-no to nt-run-no
    move ws-tm-team(ws-team-idx) to nt-team
    move ws-tm-primary(ws-team-idx) to nt-primary-contact
    move ws-tm-backup(ws-team-idx) to nt-backup-contact
    move ws-tm-tier(ws-team-idx) to nt-tier
    move ws-tm-severity(ws-team-idx) to nt-severity
    move ws-tm-event-count(ws-team-idx) to nt-event-count
    move 1 to ws-build-ptr
    perform varying ws-tm-lang-idx from 1 by 1
            until ws-tm-lang-idx > ws-tm-lang-count(ws-team-idx)
        if ws-tm-lang-idx > 1
            string "," delimited by size
                   into nt-languages
                   with pointer ws-build-ptr
            end-string
        end-if
        string function trim(ws-tm-lang(ws-team-idx, ws-tm-lang-idx))
                   delimited by size
               into nt-languages
               with pointer ws-build-ptr
        end-string
    end-perform
    perform varying ws-ev-idx from 1 by 1
            until ws-ev-idx > 5
               or ws-ev-idx > ws-tm-event-count(ws-team-idx)
        move ws-tm-ev-severity(ws-team-idx, ws-ev-idx)
            to nt-ev-severity(ws-ev-idx)
        move ws-tm-ev-text(ws-team-idx, ws-ev-idx)
            to nt-ev-text(ws-ev-idx)
    end-perform
    move function current-date to nt-timestamp
    write chain-notify-record
    add 1 to ws-notices-written.

write-notify-register.
    if ws-reg-count > ws-new-reg-start
        open extend notify-register-file
        if ws-notify-register-status = "35"
            open output notify-register-file
        end-if
        compute ws-reg-first = ws-new-reg-start + 1
        perform varying ws-reg-idx from ws-reg-first by 1
                until ws-reg-idx > ws-reg-count
            move spaces to notify-register-record
            move ws-run-no to nr-run-no
            move ws-reg-team(ws-reg-idx) to nr-team
            move ws-reg-program(ws-reg-idx) to nr-program
            move ws-reg-event-ts(ws-reg-idx) to nr-event-ts
            move ws-reg-event-text(ws-reg-idx) to nr-event-text
            move function current-date to nr-notified-ts
            write notify-register-record
        end-perform
        close notify-register-file
    end-if
    if ws-reg-overflow = "Y"
        display "escalate_chain_events: more than 2000 notified events for run " ws-run-no " - later events may be paged again"
    end-if.

display-escalation-report.
    display " "
    display "team                            tier  level   events  languages"
    display "------------------------------  ----  ------  ------  ------------------------------"
    if ws-notices-written = 0
        display "  no owner notices written"
    end-if
    perform varying ws-team-idx from 1 by 1
            until ws-team-idx > ws-notices-written
        move spaces to ws-notice-line
        move ws-tm-team(ws-team-idx) to ws-nl-team
        move ws-tm-tier(ws-team-idx) to ws-nl-tier
        move ws-tm-severity(ws-team-idx) to ws-nl-severity
        move ws-tm-event-count(ws-team-idx) to ws-nl-events
        move 1 to ws-build-ptr
        perform varying ws-tm-lang-idx from 1 by 1
                until ws-tm-lang-idx > ws-tm-lang-count(ws-team-idx)
            if ws-tm-lang-idx > 1
                string "," delimited by size
                       into ws-nl-languages
                       with pointer ws-build-ptr
                end-string
            end-if
            string function trim(ws-tm-lang(ws-team-idx, ws-tm-lang-idx))
                       delimited by size
                   into ws-nl-languages
                   with pointer ws-build-ptr
            end-string
        end-perform
        display ws-notice-line
    end-perform
    display " "
    display "Events read         : " ws-events-read
    display "Events escalated    : " ws-events-escalated
    display "Already notified    : " ws-events-already
    display "Below owner tier    : " ws-events-below-tier
    display "No language named   : " ws-events-no-language
    display "Notices written     : " ws-notices-written
    display "Languages unowned   : " ws-unowned-count
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-owned(ws-lang-idx) = "N"
            if ws-lang-event-count(ws-lang-idx) > 0
                display "escalate_chain_events: NO OWNER for " function trim(ws-lang-name(ws-lang-idx)) " - " ws-lang-event-count(ws-lang-idx) " event(s) this run not notified"
            else
                display "escalate_chain_events: NO OWNER for roster language " function trim(ws-lang-name(ws-lang-idx))
            end-if
        end-if
    end-perform
    display "================================================".

write-chain-event.
    open extend chain-events-file
    if ws-chain-events-status = "35"
        open output chain-events-file
    end-if
    if ws-chain-events-status = "00"
        move spaces to chain-event-record
        move ws-event-severity to ev-severity
        move "escalate_chain_events" to ev-program
        move ws-run-no to ev-run-no
        move ws-event-text to ev-text
        move function current-date to ev-timestamp
        write chain-event-record
        close chain-events-file
    end-if.
