        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-reject-status.

    SELECT batch-register-file ASSIGN TO "chain-batch-register.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-batch-register-status.

    SELECT balance-file ASSIGN TO "chain-balance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-balance-status.

    SELECT message-register-file ASSIGN TO "chain-msg-register.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mr-msg-key
        FILE STATUS IS ws-msg-register-status.

    SELECT run-lock-file ASSIGN TO "chain-run-lock.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-lock-status.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-parallel-status.

    SELECT payload-rules-file ASSIGN TO "chain-payload-rules.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-payload-rules-status.

    SELECT routes-file ASSIGN TO "chain-routes.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-routes-status.

    SELECT route-trace-file ASSIGN TO "chain-route-trace.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-route-trace-status.

    SELECT suspend-control-file ASSIGN TO "chain-suspend.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspend-control-status.

    SELECT suspension-file ASSIGN TO "chain-suspended.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspension-status.

    SELECT suspension-history-file ASSIGN TO "chain-suspension-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspension-history-status.

    SELECT outcome-file ASSIGN TO DYNAMIC ws-outcome-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-outcome-status.
01  transaction-record.
    05 tx-dest-lang            pic x(15).
    05 filler                  pic x.
    05 tx-msg-key              pic x(20).
    05 filler                  pic x.
    05 tx-payload              pic x(500).
01  transaction-header-record.
    05 th-record-type          pic x(15).
    05 filler                  pic x.
    05 th-batch-id             pic x(20).
    05 filler                  pic x.
    05 th-business-date        pic x(8).
    05 filler                  pic x(492).
01  transaction-trailer-record.
    05 tt-record-type          pic x(15).
    05 filler                  pic x.
    05 tt-record-count         pic x(7).
    05 filler                  pic x.
    05 tt-hash-total           pic x(12).
    05 filler                  pic x(501).

FD  run-lock-file.
COPY lockrec.
    05 pc-launcher             pic x(60).
    05 filler                  pic x(17).

FD  payload-rules-file.
01  payload-rules-record.
    05 pr-language             pic x(15).
    05 filler                  pic x.
    05 pr-max-length           pic x(3).
    05 filler                  pic x.
    05 pr-min-length           pic x(3).
    05 filler                  pic x.
    05 pr-char-class           pic x(8).
    05 filler                  pic x.
    05 pr-leading-literal      pic x(20).
    05 filler                  pic x(27).

FD  routes-file.
01  routes-record.
    05 ro-route-name           pic x(15).
    05 filler                  pic x.
    05 ro-hop-no               pic xx.
    05 filler                  pic x.
    05 ro-language             pic x(15).
    05 filler                  pic x(46).

FD  route-trace-file.
COPY routetrc.

FD  suspend-control-file.
01  suspend-control-record.
    05 sc-threshold            pic xx.
    05 filler                  pic x(78).

FD  suspension-file.
COPY susprec.

FD  suspension-history-file.
01  suspension-history-record pic x(125).

FD  outcome-file.
COPY outcrec.

    05 rj-timestamp            pic x(21).
    05 filler                  pic x.
    05 rj-payload              pic x(500).
    05 filler                  pic x.
    05 rj-msg-key              pic x(20).

FD  batch-register-file.
01  batch-register-record.
    05 br-batch-id             pic x(20).
    05 filler                  pic x.
    05 br-business-date        pic x(8).
    05 filler                  pic x.
    05 br-run-no               pic 9(6).
    05 filler                  pic x.
    05 br-status               pic x(8).
    05 filler                  pic x.
    05 br-timestamp            pic x(21).

FD  balance-file.
COPY balrec.

FD  message-register-file.
COPY msgreg.

WORKING-STORAGE SECTION.
01 ws-roster-status pic xx.
01 ws-run-history-status pic xx.
01 ws-transaction-status pic xx.
01 ws-reject-status pic xx.
01 ws-msg-register-status pic xx.
01 ws-batch-register-status pic xx.
01 ws-balance-status pic xx.
01 ws-eof-batch-register pic x value "N".
01 ws-batch-state pic x value "N".
01 ws-batch-error pic x(60) value spaces.
01 ws-batch-id pic x(20) value spaces.
01 ws-business-date pic x(8) value spaces.
01 ws-batch-prior-status pic x(8) value spaces.
01 ws-batch-prior-run-no pic 9(6) value 0.
01 ws-batch-record-count pic 9(7) value 0.
01 ws-batch-hash-total pic 9(12) value 0.
01 ws-trailer-count pic 9(7) value 0.
01 ws-trailer-hash pic 9(12) value 0.
01 ws-bal-dispatched pic 9(7) value 0.
01 ws-bal-rejected pic 9(7) value 0.
01 ws-bal-leftover pic 9(7) value 0.
01 ws-bal-accounted pic 9(7) value 0.
01 ws-bal-status pic x(10).
01 ws-leftover-hash pic 9(12) value 0.
01 ws-edit-count pic 9(7).
01 ws-edit-hash pic 9(12).
01 ws-txn-msg-key pic x(20).
01 ws-run-lock-status pic xx.
01 ws-chain-events-status pic xx.
01 ws-event-severity pic x(6).
01 ws-eof-transactions pic x value "N".
01 ws-txn-dest pic x(15).
01 ws-txn-on-roster pic x.
01 ws-txn-payload pic x(500).
01 ws-txn-payload-len pic 9(4).
01 ws-txn-reject-reason pic x(20).
01 ws-payload-rules-status pic xx.
01 ws-eof-payload-rules pic x value "N".
01 ws-rule-count pic 9(3) value 0.
01 ws-rule-idx pic 9(3).
01 ws-rule-found-idx pic 9(3).
01 ws-char-idx pic 9(4).
01 ws-control-chars pic x(32) value
    x"000102030405060708090A0B0C0D0E0F101112131415161718191A1B1C1D1E1F".
01 ws-control-marks pic x(32) value all "?".
01 ws-rule-table.
    05 ws-rule-entry occurs 100 times.
        10 ws-rule-lang pic x(15).
        10 ws-rule-max pic 9(3).
        10 ws-rule-min pic 9(3).
        10 ws-rule-class pic x(8).
        10 ws-rule-literal pic x(20).
        10 ws-rule-literal-len pic 99.
01 ws-routes-status pic xx.
01 ws-route-trace-status pic xx.
01 ws-eof-routes pic x value "N".
01 ws-route-count pic 9(3) value 0.
01 ws-route-idx pic 9(3).
01 ws-route-found-idx pic 9(3).
01 ws-route-table.
    05 ws-route-entry occurs 50 times.
        10 ws-rte-name pic x(15).
        10 ws-rte-valid pic x.
        10 ws-rte-hop-count pic 99.
        10 ws-rte-hop occurs 8 times pic x(15).
01 ws-hop-idx pic 99.
01 ws-hop-no pic 99.
01 ws-route-error pic x(40).
01 ws-route-seq-no pic 9(6) value 0.
01 ws-route-leg-no pic 99 value 0.
01 ws-route-stopped pic x.
01 ws-route-leg-status pic x(10).
01 ws-route-path pic x(100).
01 ws-route-ptr pic 999.
01 ws-suspend-control-status pic xx.
01 ws-suspension-status pic xx.
01 ws-suspension-history-status pic xx.
01 ws-eof-suspend pic x value "N".
01 ws-suspend-threshold pic 99 value 0.
01 ws-suspend-changed pic x value "N".
01 ws-call-suspended pic x value "N".
01 ws-txn-suspended pic x value "N".
01 ws-streak-text pic zz9.
01 ws-threshold-text pic z9.
01 ws-susp-count pic 9(3) value 0.
01 ws-susp-idx pic 9(3).
01 ws-susp-found-idx pic 9(3).
01 ws-suspension-table.
    05 ws-susp-entry occurs 200 times pic x(125).
01 ws-txn-leftover-count pic 9(4) value 0.
01 ws-txn-leftover-idx pic 9(4).
01 ws-txn-leftover-overflow pic x value "N".
01 ws-txn-leftover-table.
    05 ws-txn-leftover occurs 2000 times pic x(537).
01 ws-roster-count pic 9(3) value 0.
01 ws-roster-idx pic 9(3).
01 ws-ros-idx pic 9(3).
        10 ws-ros-step pic 9(3).
        10 ws-ros-prereq pic x(15).
        10 ws-ros-result pic x.
        10 ws-ros-suspended pic x.
        10 ws-ros-floor pic 9(6).
        10 ws-ros-streak pic 9(3).
01 ws-call-start-ts pic x(21).
01 ws-call-end-ts pic x(21).
01 ws-start-total-hundredths pic s9(7).

process-roster-walk.
    perform load-roster-table
    perform load-suspensions
    if ws-selection-active = "N"
        perform evaluate-failure-streaks
    end-if

    if ws-selection-active = "N"
        perform load-checkpoint
        move "S" to ws-ros-result(ws-ros-idx)
        display "start_cobol_chain: skipping " ws-call-language " - already completed per checkpoint"
    else
        if ws-ros-suspended(ws-ros-idx) = "Y"
            perform log-suspended-skip
        else
            move "Y" to ws-prereq-met
            if ws-ros-prereq(ws-ros-idx) not = spaces
                perform check-prerequisite
            end-if
            if ws-prereq-met = "Y"
                add 1 to ws-wave-count
                move ws-ros-idx to ws-wave-ros-idx(ws-wave-count)
            end-if
        end-if
    end-if.

                    move oc-processed-ts to msg-processed-ts
                    move oc-start-ts to ws-call-start-ts
                    move oc-end-ts to ws-call-end-ts
                    move oc-attempts to ws-call-attempt-no
            end-read
            close outcome-file
        end-if
        move spaces to msg-processed-ts
        move function current-date to ws-call-start-ts
        move ws-call-start-ts to ws-call-end-ts
        move 1 to ws-call-attempt-no
        move 12 to return-code
    end-if


process-transactions.
    perform load-roster-table
    perform load-suspensions
    perform load-payload-rules
    perform load-route-table
    perform open-message-register
    if ws-msg-register-status = "00"
        perform process-transaction-file
        close message-register-file
    else
        move 1 to ws-final-return-code
    end-if.

process-transaction-file.
    open input transaction-file
    if ws-transaction-status not = "00"
        display "start_cobol_chain: unable to open chain-transactions.dat, status " ws-transaction-status
        move 1 to ws-final-return-code
    else
        perform validate-transaction-batch
        close transaction-file
        if ws-batch-error = spaces
            perform check-batch-register
        end-if
        if ws-batch-error not = spaces
            perform refuse-transaction-batch
        else
            perform dispatch-transaction-batch
        end-if
    end-if.

validate-transaction-batch.
    move "N" to ws-batch-state
    move spaces to ws-batch-error
    perform until ws-eof-transactions = "Y"
        read transaction-file
            at end
                move "Y" to ws-eof-transactions
            not at end
                if transaction-record not = spaces
                    and transaction-record(1:1) not = "*"
                    perform validate-one-batch-record
                end-if
        end-read
    end-perform
    move "N" to ws-eof-transactions

    if ws-batch-error = spaces
        evaluate ws-batch-state
            when "N"
                move "no HEADER record" to ws-batch-error
            when "H"
                move "no TRAILER record - file may be truncated"
                    to ws-batch-error
            when other
                continue
        end-evaluate
    end-if
    if ws-batch-error = spaces
        and ws-trailer-count not = ws-batch-record-count
        move ws-trailer-count to ws-edit-count
        string "trailer count " delimited by size
               ws-edit-count delimited by size
               " but file holds " delimited by size
               ws-batch-record-count delimited by size
               into ws-batch-error
        end-string
    end-if
    if ws-batch-error = spaces
        and ws-trailer-hash not = ws-batch-hash-total
        move ws-trailer-hash to ws-edit-hash
        string "trailer hash " delimited by size
               ws-edit-hash delimited by size
               " but file totals " delimited by size
               ws-batch-hash-total delimited by size
               into ws-batch-error
        end-string
    end-if.

validate-one-batch-record.
    evaluate true
        when ws-batch-error not = spaces
            continue
        when tx-dest-lang = "HEADER"
            if ws-batch-state not = "N"
                move "more than one HEADER record" to ws-batch-error
            else
                move "H" to ws-batch-state
                move th-batch-id to ws-batch-id
                move th-business-date to ws-business-date
                if th-batch-id = spaces
                    move "HEADER has no batch id" to ws-batch-error
                end-if
                if th-business-date not numeric
                    move "HEADER business date is not yyyymmdd"
                        to ws-batch-error
                end-if
            end-if
        when tx-dest-lang = "TRAILER"
            evaluate ws-batch-state
                when "N"
                    move "TRAILER before HEADER" to ws-batch-error
                when "T"
                    move "more than one TRAILER record" to ws-batch-error
                when other
                    move "T" to ws-batch-state
                    if tt-record-count numeric
                        and tt-hash-total numeric
                        move tt-record-count to ws-trailer-count
                        move tt-hash-total to ws-trailer-hash
                    else
                        move "TRAILER count or hash total is not numeric"
                            to ws-batch-error
                    end-if
            end-evaluate
        when other
            evaluate ws-batch-state
                when "N"
                    move "no HEADER record" to ws-batch-error
                when "T"
                    move "records after the TRAILER" to ws-batch-error
                when other
                    add 1 to ws-batch-record-count
                    perform measure-transaction-payload
                    add ws-txn-payload-len to ws-batch-hash-total
            end-evaluate
    end-evaluate.

measure-transaction-payload.
    move spaces to ws-txn-payload
    move 1 to ws-build-ptr
    string function trim(tx-payload) delimited by size
           into ws-txn-payload
           with pointer ws-build-ptr
    end-string
    compute ws-txn-payload-len = ws-build-ptr - 1.

check-batch-register.
    move spaces to ws-batch-prior-status
    open input batch-register-file
    if ws-batch-register-status = "00"
        perform until ws-eof-batch-register = "Y"
            read batch-register-file
                at end
                    move "Y" to ws-eof-batch-register
                not at end
                    if br-batch-id = ws-batch-id
                        move br-status to ws-batch-prior-status
                        move br-run-no to ws-batch-prior-run-no
                    end-if
            end-read
        end-perform
        close batch-register-file
    end-if
    evaluate ws-batch-prior-status
        when "COMPLETE"
            string "batch already processed in run " delimited by size
                   ws-batch-prior-run-no delimited by size
                   into ws-batch-error
            end-string
        when "PARTIAL"
            display "start_cobol_chain: batch " function trim(ws-batch-id) " relaunched - run " ws-batch-prior-run-no " left transactions for this window"
        when other
            continue
    end-evaluate.

refuse-transaction-batch.
    move 12 to ws-final-return-code
    display "start_cobol_chain: transaction batch " function trim(ws-batch-id) " refused - " function trim(ws-batch-error)
    move "SEVERE" to ws-event-severity
    move spaces to ws-event-text
    string "batch " delimited by size
           function trim(ws-batch-id) delimited by size
           " refused - " delimited by size
           function trim(ws-batch-error) delimited by size
           into ws-event-text
    end-string
    perform write-chain-event
    move "REFUSED" to ws-bal-status
    perform write-balance-record.

dispatch-transaction-batch.
    open input transaction-file
    open extend chain-log-file
    if ws-chain-log-status = "35"
        open output chain-log-file
    end-if
    open extend reject-file
    if ws-reject-status = "35"
        open output reject-file
    end-if
    if ws-route-count > 0
        open extend route-trace-file
        if ws-route-trace-status = "35"
            open output route-trace-file
        end-if
    end-if
    perform until ws-eof-transactions = "Y"
        read transaction-file
            at end
                move "Y" to ws-eof-transactions
            not at end
                if transaction-record not = spaces
                    and transaction-record(1:1) not = "*"
                    and tx-dest-lang not = "HEADER"
                    and tx-dest-lang not = "TRAILER"
                    perform measure-transaction-payload
                    if ws-cutoff-active = "Y"
                        and ws-window-expired = "N"
                        perform check-cutoff
                    end-if
                    if ws-window-expired = "N"
                        perform dispatch-one-transaction
                    else
                        perform stash-leftover-transaction
                    end-if
                end-if
        end-read
    end-perform
    close transaction-file
    close reject-file
    if ws-route-count > 0
        close route-trace-file
    end-if
    if ws-window-expired = "Y"
        perform log-window-expired
    end-if
    close chain-log-file
    if ws-window-expired = "Y"
        perform rewrite-transaction-file
    end-if
    perform write-batch-register
    perform balance-transaction-batch.

write-batch-register.
    open extend batch-register-file
    if ws-batch-register-status = "35"
        open output batch-register-file
    end-if
    move spaces to batch-register-record
    move ws-batch-id to br-batch-id
    move ws-business-date to br-business-date
    move ws-run-no to br-run-no
    if ws-bal-leftover > 0
        move "PARTIAL" to br-status
    else
        move "COMPLETE" to br-status
    end-if
    move function current-date to br-timestamp
    write batch-register-record
    close batch-register-file.

balance-transaction-batch.
    compute ws-bal-accounted =
        ws-bal-dispatched + ws-bal-rejected + ws-bal-leftover
    display " "
    display "Batch id            : " ws-batch-id
    display "Business date       : " ws-business-date
    display "Input transactions  : " ws-batch-record-count
    display "Dispatched          : " ws-bal-dispatched
    display "Rejected            : " ws-bal-rejected
    display "Left for next window: " ws-bal-leftover
    if ws-bal-accounted = ws-batch-record-count
        move "BALANCED" to ws-bal-status
        display "Batch balance       : BALANCED"
        move "INFO" to ws-event-severity
    else
        move "UNBALANCED" to ws-bal-status
        display "Batch balance       : UNBALANCED - " ws-bal-accounted " accounted for"
        move 12 to ws-final-return-code
        move "SEVERE" to ws-event-severity
    end-if
    move spaces to ws-event-text
    string function lower-case(function trim(ws-bal-status))
           delimited by size
           ": input " delimited by size
           ws-batch-record-count delimited by size
           " = dispatched " delimited by size
           ws-bal-dispatched delimited by size
           " + rejected " delimited by size
           ws-bal-rejected delimited by size
           " + left " delimited by size
           ws-bal-leftover delimited by size
           into ws-event-text
    end-string
    perform write-chain-event
    perform write-balance-record.

write-balance-record.
    open extend balance-file
    if ws-balance-status = "35"
        open output balance-file
    end-if
    move spaces to chain-balance-record
    move ws-run-no to cb-run-no
    move ws-batch-id to cb-batch-id
    move ws-business-date to cb-business-date
    move ws-batch-record-count to cb-input-count
    move ws-bal-dispatched to cb-dispatched-count
    move ws-bal-rejected to cb-rejected-count
    move ws-bal-leftover to cb-leftover-count
    move ws-batch-hash-total to cb-hash-total
    move ws-bal-status to cb-status
    move function current-date to cb-timestamp
    move ws-batch-error to cb-note
    write chain-balance-record
    close balance-file.

log-window-expired.
    move spaces to chain-log-record
    move spaces to cl-language
    move "WINDOW-EXPIRED" to cl-status
    move 0 to cl-return-code
    move 0 to cl-route-seq
    move 0 to cl-route-leg
    move spaces to cl-response-text
    if ws-txn-mode = "Y"
        move ws-txn-leftover-count to ws-event-count
    write chain-log-record.

stash-leftover-transaction.
    add 1 to ws-bal-leftover
    add ws-txn-payload-len to ws-leftover-hash
    if ws-txn-leftover-count < 2000
        add 1 to ws-txn-leftover-count
        move transaction-record

rewrite-transaction-file.
    if ws-txn-leftover-overflow = "Y"
        display "start_cobol_chain: more than 2000 pending transactions - chain-transactions.dat left unchanged, dispatched messages will be rejected as DUPLICATE on relaunch"
        move "SEVERE" to ws-event-severity
        move "over 2000 pending transactions - delivered keys will be rejected as DUPLICATE" to ws-event-text
        perform write-chain-event
    else
        open output transaction-file
        move spaces to transaction-header-record
        move "HEADER" to th-record-type
        move ws-batch-id to th-batch-id
        move ws-business-date to th-business-date
        write transaction-header-record
        perform varying ws-txn-leftover-idx from 1 by 1
                until ws-txn-leftover-idx > ws-txn-leftover-count
            move ws-txn-leftover(ws-txn-leftover-idx)
                to transaction-record
            write transaction-record
        end-perform
        move spaces to transaction-trailer-record
        move "TRAILER" to tt-record-type
        move ws-txn-leftover-count to ws-edit-count
        move ws-edit-count to tt-record-count
        move ws-leftover-hash to ws-edit-hash
        move ws-edit-hash to tt-hash-total
        write transaction-trailer-record
        close transaction-file
        display "start_cobol_chain: " ws-txn-leftover-count " pending transaction(s) kept in chain-transactions.dat for next window"
        move ws-txn-leftover-count to ws-event-count

    move function trim(rr-prereq-lang)
        to ws-ros-prereq(ws-roster-count)
    move space to ws-ros-result(ws-roster-count)
    move "N" to ws-ros-suspended(ws-roster-count)
    move 0 to ws-ros-floor(ws-roster-count)
    move 0 to ws-ros-streak(ws-roster-count).

dispatch-one-transaction.
    move spaces to ws-txn-dest
    move function trim(tx-dest-lang) to ws-txn-dest

    move "N" to ws-txn-on-roster
    move "N" to ws-txn-suspended
    perform varying ws-roster-idx from 1 by 1
            until ws-roster-idx > ws-roster-count
        if ws-ros-lang(ws-roster-idx) = ws-txn-dest
            move "Y" to ws-txn-on-roster
            if ws-ros-suspended(ws-roster-idx) = "Y"
                move "Y" to ws-txn-suspended
            end-if
        end-if
    end-perform

    move 0 to ws-route-found-idx
    if ws-txn-on-roster = "N"
        perform varying ws-route-idx from 1 by 1
                until ws-route-idx > ws-route-count
            if ws-rte-name(ws-route-idx) = ws-txn-dest
                move ws-route-idx to ws-route-found-idx
            end-if
        end-perform
        if ws-route-found-idx > 0
            and ws-rte-valid(ws-route-found-idx) = "Y"
            perform check-route-suspension
        end-if
    end-if

    move tx-msg-key to ws-txn-msg-key
    move spaces to ws-txn-reject-reason
    evaluate true
        when ws-txn-msg-key = spaces
            move "NO MESSAGE KEY" to ws-txn-reject-reason
        when ws-route-found-idx > 0
            and ws-rte-valid(ws-route-found-idx) = "N"
            move "INVALID ROUTE" to ws-txn-reject-reason
        when ws-txn-on-roster = "N" and ws-route-found-idx = 0
            move "NOT ON ROSTER" to ws-txn-reject-reason
        when ws-txn-suspended = "Y"
            move "LANGUAGE SUSPENDED" to ws-txn-reject-reason
        when other
            perform check-message-register
            if ws-txn-reject-reason = spaces
                if ws-route-found-idx > 0
                    perform check-route-payload-rules
                else
                    perform check-payload-rules
                end-if
            end-if
    end-evaluate

    if ws-txn-reject-reason not = spaces
        perform reject-transaction
    else
        add 1 to ws-bal-dispatched
        if ws-route-found-idx > 0
            perform relay-routed-transaction
        else
            perform dispatch-single-transaction
        end-if
    end-if.

dispatch-single-transaction.
    move ws-txn-dest to ws-call-language
    move spaces to ws-program-name
    move 1 to ws-build-ptr
    string "call_" delimited by size
           function trim(ws-txn-dest) delimited by size
           into ws-program-name
           with pointer ws-build-ptr
    end-string

    add 1 to ws-next-seq-no
    move ws-run-no to msg-run-no
    move ws-next-seq-no to msg-seq-no
    move "cobol" to msg-source-lang
    move ws-txn-dest to msg-dest-lang
    move function current-date to msg-timestamp

    move "02" to msg-version
    move ws-txn-payload to msg-payload
    move ws-txn-payload-len to msg-payload-len
    if ws-txn-payload-len < 500
        move low-value to msg-payload(ws-txn-payload-len + 1:1)
    end-if

    move 0 to ws-call-attempt-no
    perform make-call-attempt

    if return-code not = 0
        move 1 to ws-final-return-code
        display "start_cobol_chain: " ws-call-language " failed with return code " return-code
        move return-code to ws-event-rc
        move "WARN" to ws-event-severity
        move spaces to ws-event-text
        string function trim(ws-call-language) delimited by size
               " transaction call failed with return code "
               delimited by size
               ws-event-rc delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if
    perform log-call-outcome
    if return-code = 0 and msg-ack-code = "ACK "
        perform register-processed-message
    end-if.

check-route-suspension.
    perform varying ws-hop-idx from 2 by 1
            until ws-hop-idx > ws-rte-hop-count(ws-route-found-idx)
        perform varying ws-roster-idx from 1 by 1
                until ws-roster-idx > ws-roster-count
            if ws-ros-lang(ws-roster-idx)
                = ws-rte-hop(ws-route-found-idx, ws-hop-idx)
                and ws-ros-suspended(ws-roster-idx) = "Y"
                move "Y" to ws-txn-suspended
            end-if
        end-perform
    end-perform.

check-route-payload-rules.
    perform varying ws-hop-idx from 2 by 1
            until ws-hop-idx > ws-rte-hop-count(ws-route-found-idx)
            or ws-txn-reject-reason not = spaces
        move ws-rte-hop(ws-route-found-idx, ws-hop-idx) to ws-txn-dest
        perform check-payload-rules
    end-perform
    if ws-txn-reject-reason not = spaces
        display "start_cobol_chain: route " function trim(tx-dest-lang) " hop " ws-txn-dest " refuses the payload"
    end-if
    move function trim(tx-dest-lang) to ws-txn-dest.

relay-routed-transaction.
    add 1 to ws-route-seq-no
    move "N" to ws-route-stopped
    move spaces to ws-route-path
    move 1 to ws-route-ptr
    perform varying ws-hop-idx from 1 by 1
            until ws-hop-idx > ws-rte-hop-count(ws-route-found-idx)
        if ws-hop-idx > 1
            string " > " delimited by size
                   into ws-route-path
                   with pointer ws-route-ptr
            end-string
        end-if
        string function trim(ws-rte-hop(ws-route-found-idx, ws-hop-idx))
                   delimited by size
               into ws-route-path
               with pointer ws-route-ptr
        end-string
    end-perform
    display "start_cobol_chain: relaying transaction " function trim(ws-txn-msg-key) " on route " function trim(ws-txn-dest) " - " function trim(ws-route-path)

    move ws-run-no to msg-run-no
    move "02" to msg-version
    move ws-txn-payload to msg-payload
    move ws-txn-payload-len to msg-payload-len
    if ws-txn-payload-len < 500
        move low-value to msg-payload(ws-txn-payload-len + 1:1)
    end-if

    perform varying ws-hop-idx from 2 by 1
            until ws-hop-idx > ws-rte-hop-count(ws-route-found-idx)
            or ws-route-stopped = "Y"
        perform relay-one-leg
    end-perform

    move spaces to route-trace-record
    move ws-run-no to rt-run-no
    move ws-route-seq-no to rt-route-seq
    move "R" to rt-record-type
    move ws-txn-dest to rt-route-name
    move ws-txn-msg-key to rt-msg-key
    move ws-route-leg-no to rt-leg-no
    move msg-seq-no to rt-seq-no
    move msg-source-lang to rt-source-lang
    move msg-dest-lang to rt-dest-lang
    move return-code to rt-return-code
    move msg-ack-code to rt-ack-code
    if ws-route-stopped = "Y"
        move "STOPPED" to rt-status
    else
        move "COMPLETE" to rt-status
    end-if
    compute rt-hop-count = ws-rte-hop-count(ws-route-found-idx) - 1
    move ws-route-path to rt-path
    move function current-date to rt-timestamp
    write route-trace-record

    if ws-route-stopped = "N"
        perform register-processed-message
    end-if
    move 0 to ws-route-leg-no.

relay-one-leg.
    compute ws-route-leg-no = ws-hop-idx - 1
    move ws-rte-hop(ws-route-found-idx, ws-hop-idx) to ws-call-language
    move spaces to ws-program-name
    move 1 to ws-build-ptr
    string "call_" delimited by size
           function trim(ws-call-language) delimited by size
           into ws-program-name
           with pointer ws-build-ptr
    end-string

    add 1 to ws-next-seq-no
    move ws-next-seq-no to msg-seq-no
    move ws-rte-hop(ws-route-found-idx, ws-hop-idx - 1)
        to msg-source-lang
    move ws-call-language to msg-dest-lang
    move function current-date to msg-timestamp

    move 0 to ws-call-attempt-no
    perform make-call-attempt

    evaluate true
        when return-code not = 0
            move "Y" to ws-route-stopped
            move "FAILED" to ws-route-leg-status
            move 1 to ws-final-return-code
            move return-code to ws-event-rc
            display "start_cobol_chain: route " function trim(ws-txn-dest) " stopped at leg " ws-route-leg-no " - " function trim(ws-call-language) " failed with return code " return-code
            move "WARN" to ws-event-severity
            move spaces to ws-event-text
            string "route " delimited by size
                   function trim(ws-txn-dest) delimited by size
                   " stopped at " delimited by size
                   function trim(ws-call-language) delimited by size
                   " - return code " delimited by size
                   ws-event-rc delimited by size
                   into ws-event-text
            end-string
            perform write-chain-event
        when msg-ack-code not = "ACK "
            move "Y" to ws-route-stopped
            move "NAK" to ws-route-leg-status
            display "start_cobol_chain: route " function trim(ws-txn-dest) " stopped at leg " ws-route-leg-no " - " function trim(ws-call-language) " did not acknowledge"
            move "WARN" to ws-event-severity
            move spaces to ws-event-text
            string "route " delimited by size
                   function trim(ws-txn-dest) delimited by size
                   " stopped at " delimited by size
                   function trim(ws-call-language) delimited by size
                   " - no acknowledgment" delimited by size
                   into ws-event-text
            end-string
            perform write-chain-event
        when other
            move "DELIVERED" to ws-route-leg-status
    end-evaluate
    perform log-call-outcome

    move spaces to route-trace-record
    move ws-run-no to rt-run-no
    move ws-route-seq-no to rt-route-seq
    move "L" to rt-record-type
    move ws-txn-dest to rt-route-name
    move ws-txn-msg-key to rt-msg-key
    move ws-route-leg-no to rt-leg-no
    move msg-seq-no to rt-seq-no
    move msg-source-lang to rt-source-lang
    move msg-dest-lang to rt-dest-lang
    move return-code to rt-return-code
    move msg-ack-code to rt-ack-code
    move ws-route-leg-status to rt-status
    move function current-date to rt-timestamp
    write route-trace-record.

open-message-register.
    open i-o message-register-file
    if ws-msg-register-status = "35"
        open output message-register-file
        close message-register-file
        open i-o message-register-file
    end-if
    if ws-msg-register-status not = "00"
        display "start_cobol_chain: unable to open chain-msg-register.dat, status " ws-msg-register-status " - transactions not processed"
        move "SEVERE" to ws-event-severity
        move spaces to ws-event-text
        string "unable to open chain-msg-register.dat, status " delimited by size
               ws-msg-register-status delimited by size
               " - transactions not processed" delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if.

check-message-register.
    move ws-txn-msg-key to mr-msg-key
    read message-register-file
        invalid key
            continue
        not invalid key
            move "DUPLICATE" to ws-txn-reject-reason
            display "start_cobol_chain: message key " function trim(ws-txn-msg-key) " already delivered in run " mr-run-no " seq " mr-seq-no
    end-read.

register-processed-message.
    move spaces to message-register-record
    move ws-txn-msg-key to mr-msg-key
    move ws-txn-dest to mr-dest-lang
    move ws-run-no to mr-run-no
    move msg-seq-no to mr-seq-no
    move function current-date(1:8) to mr-processed-date
    move function current-date to mr-timestamp
    write message-register-record
        invalid key
            display "start_cobol_chain: message key " function trim(ws-txn-msg-key) " could not be added to chain-msg-register.dat, status " ws-msg-register-status
    end-write.

reject-transaction.
    add 1 to ws-bal-rejected
    move spaces to reject-record
    move ws-run-no to rj-run-no
    move tx-dest-lang to rj-dest-lang
    move ws-txn-reject-reason to rj-reason
    move function current-date to rj-timestamp
    move tx-payload to rj-payload
    move tx-msg-key to rj-msg-key
    write reject-record
    if ws-reject-status not = "00"
        inspect rj-payload converting ws-control-chars to ws-control-marks
        write reject-record
        display "start_cobol_chain: control characters in rejected payload for " ws-txn-dest " written as ?"
    end-if
    display "start_cobol_chain: rejecting transaction for " ws-txn-dest " - " function lower-case(function trim(ws-txn-reject-reason))
    move "WARN" to ws-event-severity
    move spaces to ws-event-text
    string "transaction for " delimited by size
           function trim(ws-txn-dest) delimited by size
           " rejected - " delimited by size
           function lower-case(function trim(ws-txn-reject-reason))
           delimited by size
           into ws-event-text
    end-string
    perform write-chain-event.

load-payload-rules.
    open input payload-rules-file
    if ws-payload-rules-status not = "00"
        display "start_cobol_chain: no chain-payload-rules.dat found - transactions dispatched without payload edits"
    else
        perform until ws-eof-payload-rules = "Y"
            read payload-rules-file
                at end
                    move "Y" to ws-eof-payload-rules
                not at end
                    if payload-rules-record not = spaces
                        and payload-rules-record(1:1) not = "*"
                        perform load-one-payload-rule
                    end-if
            end-read
        end-perform
        close payload-rules-file
        display "start_cobol_chain: " ws-rule-count " payload edit rule(s) loaded from chain-payload-rules.dat"
    end-if.

load-one-payload-rule.
    if (pr-max-length not = spaces and pr-max-length not numeric)
        or (pr-min-length not = spaces and pr-min-length not numeric)
        display "start_cobol_chain: invalid payload length rule for " pr-language " - entry skipped"
    else
        if ws-rule-count < 100
            add 1 to ws-rule-count
            move function trim(pr-language) to ws-rule-lang(ws-rule-count)
            if pr-max-length = spaces
                move 500 to ws-rule-max(ws-rule-count)
            else
                compute ws-rule-max(ws-rule-count) =
                    function numval(pr-max-length)
            end-if
            if pr-min-length = spaces
                move 0 to ws-rule-min(ws-rule-count)
            else
                compute ws-rule-min(ws-rule-count) =
                    function numval(pr-min-length)
            end-if
            evaluate pr-char-class
                when "PRINT"
                when "NOLOWVAL"
                when "ANY"
                    move pr-char-class to ws-rule-class(ws-rule-count)
                when spaces
                    move "ANY" to ws-rule-class(ws-rule-count)
                when other
                    display "start_cobol_chain: " pr-language " has unknown character class " pr-char-class " - treating as PRINT"
                    move "PRINT" to ws-rule-class(ws-rule-count)
            end-evaluate
            move pr-leading-literal to ws-rule-literal(ws-rule-count)
            if pr-leading-literal = spaces
                move 0 to ws-rule-literal-len(ws-rule-count)
            else
                move function length(function trim(pr-leading-literal trailing))
                    to ws-rule-literal-len(ws-rule-count)
            end-if
        else
            display "start_cobol_chain: chain-payload-rules.dat exceeds 100 entries - ignoring " pr-language
        end-if
    end-if.

load-route-table.
    open input routes-file
    if ws-routes-status not = "00"
        display "start_cobol_chain: no chain-routes.dat found - transactions go to a single destination"
    else
        perform until ws-eof-routes = "Y"
            read routes-file
                at end
                    move "Y" to ws-eof-routes
                not at end
                    if routes-record not = spaces
                        and routes-record(1:1) not = "*"
                        perform load-one-route-hop
                    end-if
            end-read
        end-perform
        close routes-file
        perform varying ws-route-idx from 1 by 1
                until ws-route-idx > ws-route-count
            perform validate-one-route
        end-perform
        display "start_cobol_chain: " ws-route-count " route(s) loaded from chain-routes.dat"
    end-if.

load-one-route-hop.
    move 0 to ws-hop-no
    if ro-hop-no is numeric
        compute ws-hop-no = function numval(ro-hop-no)
    end-if
    if ro-route-name = spaces or ws-hop-no < 1 or ws-hop-no > 8
        display "start_cobol_chain: invalid hop " ro-hop-no " for route " ro-route-name " in chain-routes.dat - entry skipped"
    else
        move 0 to ws-route-found-idx
        perform varying ws-route-idx from 1 by 1
                until ws-route-idx > ws-route-count
            if ws-rte-name(ws-route-idx) = ro-route-name
                move ws-route-idx to ws-route-found-idx
            end-if
        end-perform
        if ws-route-found-idx = 0
            if ws-route-count < 50
                add 1 to ws-route-count
                move ws-route-count to ws-route-found-idx
                move ro-route-name to ws-rte-name(ws-route-count)
                move "Y" to ws-rte-valid(ws-route-count)
                move 0 to ws-rte-hop-count(ws-route-count)
                perform varying ws-hop-idx from 1 by 1
                        until ws-hop-idx > 8
                    move spaces to ws-rte-hop(ws-route-count, ws-hop-idx)
                end-perform
            else
                display "start_cobol_chain: chain-routes.dat exceeds 50 routes - ignoring " ro-route-name
            end-if
        end-if
        if ws-route-found-idx > 0
            move function trim(ro-language)
                to ws-rte-hop(ws-route-found-idx, ws-hop-no)
            if ws-hop-no > ws-rte-hop-count(ws-route-found-idx)
                move ws-hop-no to ws-rte-hop-count(ws-route-found-idx)
            end-if
        end-if
    end-if.

validate-one-route.
    move spaces to ws-route-error
    evaluate true
        when ws-rte-hop(ws-route-idx, 1) not = "cobol"
            move "does not start at cobol" to ws-route-error
        when ws-rte-hop-count(ws-route-idx) < 2
            move "has no hop after cobol" to ws-route-error
        when other
            perform varying ws-roster-idx from 1 by 1
                    until ws-roster-idx > ws-roster-count
                if ws-ros-lang(ws-roster-idx) = ws-rte-name(ws-route-idx)
                    move "has the name of a roster language"
                        to ws-route-error
                end-if
            end-perform
            perform varying ws-hop-idx from 2 by 1
                    until ws-hop-idx > ws-rte-hop-count(ws-route-idx)
                    or ws-route-error not = spaces
                if ws-rte-hop(ws-route-idx, ws-hop-idx) = spaces
                    move "has a missing hop number" to ws-route-error
                else
                    move "N" to ws-txn-on-roster
                    perform varying ws-roster-idx from 1 by 1
                            until ws-roster-idx > ws-roster-count
                        if ws-ros-lang(ws-roster-idx)
                            = ws-rte-hop(ws-route-idx, ws-hop-idx)
                            move "Y" to ws-txn-on-roster
                        end-if
                    end-perform
                    if ws-txn-on-roster = "N"
                        move spaces to ws-route-error
                        string "hop " delimited by size
                               function trim(ws-rte-hop(ws-route-idx, ws-hop-idx))
                                   delimited by size
                               " is not on the roster" delimited by size
                               into ws-route-error
                        end-string
                    end-if
                end-if
            end-perform
    end-evaluate
    if ws-route-error not = spaces
        move "N" to ws-rte-valid(ws-route-idx)
        display "start_cobol_chain: route " function trim(ws-rte-name(ws-route-idx)) " " function trim(ws-route-error) " - its transactions will be rejected"
        move "WARN" to ws-event-severity
        move spaces to ws-event-text
        string "route " delimited by size
               function trim(ws-rte-name(ws-route-idx)) delimited by size
               " " delimited by size
               function trim(ws-route-error) delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if.

check-payload-rules.
    move 0 to ws-rule-found-idx
    perform varying ws-rule-idx from 1 by 1
            until ws-rule-idx > ws-rule-count
        if ws-rule-lang(ws-rule-idx) = ws-txn-dest
            move ws-rule-idx to ws-rule-found-idx
        end-if
    end-perform
    if ws-rule-found-idx > 0
        evaluate true
            when ws-txn-payload-len > ws-rule-max(ws-rule-found-idx)
                move "PAYLOAD TOO LONG" to ws-txn-reject-reason
            when ws-txn-payload-len < ws-rule-min(ws-rule-found-idx)
                move "PAYLOAD TOO SHORT" to ws-txn-reject-reason
            when other
                perform check-payload-characters
        end-evaluate
        if ws-txn-reject-reason = spaces
            and ws-rule-literal-len(ws-rule-found-idx) > 0
            perform check-leading-literal
        end-if
    end-if.

check-payload-characters.
    perform varying ws-char-idx from 1 by 1
            until ws-char-idx > ws-txn-payload-len
            or ws-txn-reject-reason not = spaces
        evaluate ws-rule-class(ws-rule-found-idx)
            when "PRINT"
                if ws-txn-payload(ws-char-idx:1) < space
                    or ws-txn-payload(ws-char-idx:1) > "~"
                    move "INVALID CHARACTERS" to ws-txn-reject-reason
                end-if
            when "NOLOWVAL"
                if ws-txn-payload(ws-char-idx:1) = low-value
                    move "INVALID CHARACTERS" to ws-txn-reject-reason
                end-if
            when other
                continue
        end-evaluate
    end-perform.

check-leading-literal.
    if ws-txn-payload-len < ws-rule-literal-len(ws-rule-found-idx)
        move "NO LEADING LITERAL" to ws-txn-reject-reason
    else
        if ws-txn-payload(1:ws-rule-literal-len(ws-rule-found-idx))
            not = ws-rule-literal(ws-rule-found-idx)
                (1:ws-rule-literal-len(ws-rule-found-idx))
            move "NO LEADING LITERAL" to ws-txn-reject-reason
        end-if
    end-if.

read-processing-calendar.
        move "S" to ws-ros-result(ws-ros-idx)
    end-if

    move "N" to ws-call-suspended
    if ws-in-selection = "Y" and ws-already-done = "N"
        and ws-ros-suspended(ws-ros-idx) = "Y"
        if ws-selection-active = "Y"
            display "start_cobol_chain: " ws-call-language " is suspended - called because it was named in the selection"
        else
            move "Y" to ws-call-suspended
            perform log-suspended-skip
        end-if
    end-if

    move "Y" to ws-prereq-met
    if ws-in-selection = "Y" and ws-already-done = "N"
        and ws-call-suspended = "N"
        and ws-ros-prereq(ws-ros-idx) not = spaces
        perform check-prerequisite
    end-if
    if ws-in-selection = "Y" and ws-already-done = "N"
        and ws-call-suspended = "N"
        and ws-prereq-met = "N"
        perform log-dependency-skip
    end-if

    if ws-in-selection = "Y" and ws-already-done = "N"
        and ws-call-suspended = "N"
        and ws-prereq-met = "Y"
        move spaces to ws-program-name
        move 1 to ws-build-ptr
        move ws-call-language to cl-language
        move "DEPENDENCY-SKIPPED" to cl-status
        move 0 to cl-return-code
        move 0 to cl-route-seq
        move 0 to cl-route-leg
        move function current-date to cl-timestamp
        write chain-log-record
    end-if.

log-suspended-skip.
    display "start_cobol_chain: skipping " ws-call-language " - suspended after repeated failures, reinstate with maintain_suspensions"
    move "U" to ws-ros-result(ws-ros-idx)
    move spaces to chain-log-record
    move ws-run-no to cl-run-no
    move 0 to cl-seq-no
    move 0 to cl-route-seq
    move 0 to cl-route-leg
    move ws-call-language to cl-language
    move "SUSPENDED" to cl-status
    move 0 to cl-return-code
    move function current-date to cl-timestamp
    write chain-log-record
    move spaces to chain-interface-record
    move ws-run-no to if-run-no
    move ws-call-language to if-language
    move "SUSPENDED" to if-status
    move cl-timestamp to if-timestamp
    write chain-interface-record.

load-suspensions.
    open input suspension-file
    if ws-suspension-status = "00"
        perform until ws-eof-suspend = "Y"
            read suspension-file
                at end
                    move "Y" to ws-eof-suspend
                not at end
                    if ws-susp-count < 200
                        add 1 to ws-susp-count
                        move suspension-record to ws-susp-entry(ws-susp-count)
                        perform note-roster-suspension
                    else
                        display "start_cobol_chain: chain-suspended.dat exceeds 200 entries - ignoring " su-language
                    end-if
            end-read
        end-perform
        close suspension-file
    end-if.

note-roster-suspension.
    perform varying ws-roster-idx from 1 by 1
            until ws-roster-idx > ws-roster-count
        if ws-ros-lang(ws-roster-idx) = su-language
            if su-status = "SUSPENDED"
                move "Y" to ws-ros-suspended(ws-roster-idx)
            else
                move su-run-no to ws-ros-floor(ws-roster-idx)
            end-if
        end-if
    end-perform.

evaluate-failure-streaks.
    perform read-suspend-control
    if ws-suspend-threshold > 0
        open input run-history-file
        if ws-run-history-status = "00"
            move "N" to ws-eof-suspend
            perform until ws-eof-suspend = "Y"
                read run-history-file
                    at end
                        move "Y" to ws-eof-suspend
                    not at end
                        perform count-failure-streak
                end-read
            end-perform
            close run-history-file
        end-if
        perform varying ws-ros-idx from 1 by 1
                until ws-ros-idx > ws-roster-count
            if ws-ros-suspended(ws-ros-idx) = "N"
                and ws-ros-streak(ws-ros-idx) >= ws-suspend-threshold
                perform act-on-failure-streak
            end-if
        end-perform
        if ws-suspend-changed = "Y"
            perform rewrite-suspension-file
        end-if
    end-if.

read-suspend-control.
    open input suspend-control-file
    if ws-suspend-control-status = "00"
        move "N" to ws-eof-suspend
        perform until ws-eof-suspend = "Y"
            read suspend-control-file
                at end
                    move "Y" to ws-eof-suspend
                not at end
                    if suspend-control-record not = spaces
                        and suspend-control-record(1:1) not = "*"
                        if sc-threshold is numeric
                            move sc-threshold to ws-suspend-threshold
                        else
                            display "start_cobol_chain: chain-suspend.dat threshold " sc-threshold " is not numeric - automatic suspension off"
                        end-if
                        move "Y" to ws-eof-suspend
                    end-if
            end-read
        end-perform
        close suspend-control-file
    end-if.

count-failure-streak.
    perform varying ws-roster-idx from 1 by 1
            until ws-roster-idx > ws-roster-count
        if ws-ros-lang(ws-roster-idx) = rh-language
            and rh-run-no > ws-ros-floor(ws-roster-idx)
            if rh-status = "SUCCESS"
                move 0 to ws-ros-streak(ws-roster-idx)
            else
                if ws-ros-streak(ws-roster-idx) < 999
                    add 1 to ws-ros-streak(ws-roster-idx)
                end-if
            end-if
        end-if
    end-perform.

act-on-failure-streak.
    move ws-ros-lang(ws-ros-idx) to ws-call-language
    move ws-ros-streak(ws-ros-idx) to ws-streak-text
    if ws-ros-crit(ws-ros-idx) = "OPTIONAL"
        perform suspend-roster-language
    else
        display "start_cobol_chain: " ws-call-language " has failed " ws-streak-text " consecutive runs - critical, not suspended, at risk"
        move "WARN" to ws-event-severity
        move spaces to ws-event-text
        string function trim(ws-call-language) delimited by size
               " failed " delimited by size
               function trim(ws-streak-text) delimited by size
               " consecutive runs - critical, at risk"
               delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if.

suspend-roster-language.
    move "Y" to ws-ros-suspended(ws-ros-idx)
    move "Y" to ws-suspend-changed
    move ws-suspend-threshold to ws-threshold-text
    move spaces to suspension-record
    move ws-call-language to su-language
    move "SUSPENDED" to su-status
    move ws-run-no to su-run-no
    move ws-ros-streak(ws-ros-idx) to su-streak
    move "AUTO" to su-operator
    move function current-date to su-timestamp
    string "failed " delimited by size
           function trim(ws-streak-text) delimited by size
           " consecutive runs, threshold " delimited by size
           function trim(ws-threshold-text) delimited by size
           into su-reason
    end-string

    move 0 to ws-susp-found-idx
    perform varying ws-susp-idx from 1 by 1
            until ws-susp-idx > ws-susp-count
        if ws-susp-entry(ws-susp-idx)(1:15) = su-language
            move ws-susp-idx to ws-susp-found-idx
        end-if
    end-perform
    if ws-susp-found-idx = 0
        if ws-susp-count < 200
            add 1 to ws-susp-count
            move ws-susp-count to ws-susp-found-idx
        end-if
    end-if
    if ws-susp-found-idx > 0
        move suspension-record to ws-susp-entry(ws-susp-found-idx)
    end-if

    open extend suspension-history-file
    if ws-suspension-history-status = "35"
        open output suspension-history-file
    end-if
    if ws-suspension-history-status = "00"
        move suspension-record to suspension-history-record
        write suspension-history-record
        close suspension-history-file
    end-if

    display "start_cobol_chain: " ws-call-language " suspended after " ws-streak-text " consecutive failed runs - optional, no longer called"
    move "WARN" to ws-event-severity
    move spaces to ws-event-text
    string function trim(ws-call-language) delimited by size
           " suspended after " delimited by size
           function trim(ws-streak-text) delimited by size
           " consecutive failed runs" delimited by size
           into ws-event-text
    end-string
    perform write-chain-event.

rewrite-suspension-file.
    open output suspension-file
    perform varying ws-susp-idx from 1 by 1
            until ws-susp-idx > ws-susp-count
        move ws-susp-entry(ws-susp-idx) to suspension-record
        write suspension-record
    end-perform
    close suspension-file.

make-call-attempt.
    add 1 to ws-call-attempt-no
    move spaces to msg-ack-code
    move spaces to chain-log-record
    move ws-run-no to cl-run-no
    move msg-seq-no to cl-seq-no
    if ws-route-leg-no > 0
        move ws-route-seq-no to cl-route-seq
        move ws-route-leg-no to cl-route-leg
    else
        move 0 to cl-route-seq
        move 0 to cl-route-leg
    end-if
    move ws-call-language to cl-language
    move return-code to cl-return-code
    move msg-ack-code to cl-ack-code
    move ct-elapsed-hundredths to rh-elapsed-hundredths
    move ct-valid to rh-elapsed-valid
    move ws-call-end-ts to rh-timestamp
    move ws-call-attempt-no to rh-attempts
    write run-history-record.
