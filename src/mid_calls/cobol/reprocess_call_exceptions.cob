        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-call-exceptions-status.

    SELECT pending-corrections-file ASSIGN TO "chain-pending-corrections.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pending-status.

    SELECT correction-history-file ASSIGN TO "chain-correction-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-history-status.

    SELECT resolved-file ASSIGN TO "call-exceptions-resolved.dat"
        ORGANIZATION IS LINE SEQUENTIAL
FD  call-exceptions-file.
COPY excprec.

FD  pending-corrections-file.
COPY pendcor.

FD  correction-history-file.
01  correction-history-record pic x(750).

FD  resolved-file.
01  resolved-exception-record.
    05 rx-reason          pic x(20).
    05 rx-payload         pic x(500).
    05 rx-timestamp       pic x(21).
    05 rx-correction-id   pic 9(6).
    05 rx-maker-id        pic x(10).
    05 rx-approver-id     pic x(10).
    05 rx-approved-ts     pic x(21).

FD  chain-log-file.
COPY logrec.

WORKING-STORAGE SECTION.
01 ws-call-exceptions-status pic xx.
01 ws-pending-status pic xx.
01 ws-history-status pic xx.
01 ws-history-open pic x value "N".
01 ws-archived-count pic 9(4) value 0.
01 ws-resolved-status pic xx.
01 ws-chain-log-status pic xx.
01 ws-run-control-status pic xx.
        10 ws-exc-payload pic x(500).
        10 ws-exc-timestamp pic x(21).
        10 ws-exc-keep pic x.
01 ws-pc-count pic 9(4) value 0.
01 ws-pc-idx pic 9(4).
01 ws-pc-found-idx pic 9(4).
01 ws-pc-overflow pic x value "N".
01 ws-pc-changed pic x value "N".
01 ws-approved-count pic 9(4) value 0.
01 ws-pc-table.
    05 ws-pc-entry occurs 999 times pic x(750).
01 ws-exc-overflow pic x value "N".
01 ws-legacy-count pic 9(3) value 0.
01 ws-legacy-exception.
        move "Y" to ws-break-lock
    end-if

    perform load-pending-corrections
    perform load-exceptions

    if ws-exception-count = 0
        goback
    end-if

    if ws-pc-overflow = "Y"
        display "reprocess_call_exceptions: chain-pending-corrections.dat exceeds 999 entries - no records reprocessed"
        display "================================================"
        move "SEVERE" to ws-event-severity
        move "chain-pending-corrections.dat exceeds 999 entries - no records reprocessed" to ws-event-text
        perform write-chain-event
        move 1 to return-code
        goback
    end-if

    perform acquire-run-lock
    if ws-lock-refused = "Y"
        move 8 to return-code
    close resolved-file
    close chain-log-file

    if ws-pc-changed = "Y"
        perform rewrite-pending-corrections
        if ws-archived-count > 0
            display "reprocess_call_exceptions: " ws-archived-count " closed correction(s) moved to chain-correction-history.dat"
        end-if
    end-if
    perform rewrite-exception-file

    display " "
    display "Exceptions read     : " ws-exception-count
    display "Approved corrections: " ws-approved-count
    display "Resolved            : " ws-resolved-count
    display "Re-failed (kept)    : " ws-refailed-count
    display "Unmatched (kept)    : " ws-unmatched-count
    write run-control-record
    close run-control-file.

load-pending-corrections.
    open input pending-corrections-file
    if ws-pending-status not = "00"
        display "reprocess_call_exceptions: no chain-pending-corrections.dat found - exceptions will be kept"
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
                        if pc-status = "APPROVED"
                            add 1 to ws-approved-count
                        end-if
                    else
                        move "Y" to ws-pc-overflow
                    end-if
            end-read
        end-perform
        close pending-corrections-file
    end-if.

load-exceptions.
    move lx-timestamp to ws-exc-timestamp(ws-exception-count).

reprocess-one-exception.
    move 0 to ws-pc-found-idx
    perform varying ws-pc-idx from 1 by 1
            until ws-pc-idx > ws-pc-count
        move ws-pc-entry(ws-pc-idx) to pending-correction-record
        if pc-status = "APPROVED"
            and pc-run-no = ws-exc-run-no(ws-exc-idx)
            and pc-seq-no = ws-exc-seq-no(ws-exc-idx)
            move ws-pc-idx to ws-pc-found-idx
        end-if
    end-perform

    if ws-pc-found-idx = 0
        move "Y" to ws-exc-keep(ws-exc-idx)
        add 1 to ws-unmatched-count
    else
    move ws-exc-dest-lang(ws-exc-idx) to msg-dest-lang
    move function current-date to msg-timestamp

    move ws-pc-entry(ws-pc-found-idx) to pending-correction-record
    move "02" to msg-version
    move spaces to msg-payload
    move 1 to ws-build-ptr
    string function trim(pc-payload)
           delimited by size
           into msg-payload
           with pointer ws-build-ptr
        move ws-exc-source-lang(ws-exc-idx) to rx-source-lang
        move ws-exc-dest-lang(ws-exc-idx) to rx-dest-lang
        move ws-exc-reason(ws-exc-idx) to rx-reason
        move pc-payload to rx-payload
        move ws-redrive-ts to rx-timestamp
        move pc-correction-id to rx-correction-id
        move pc-maker-id to rx-maker-id
        move pc-checker-id to rx-approver-id
        move pc-checked-ts to rx-approved-ts
        write resolved-exception-record
        move "APPLIED" to pc-status
        move ws-run-no to pc-applied-run-no
        move ws-redrive-ts to pc-applied-ts
        move pending-correction-record to ws-pc-entry(ws-pc-found-idx)
        move "Y" to ws-pc-changed
    else
        move "Y" to ws-exc-keep(ws-exc-idx)
        add 1 to ws-refailed-count
        display "reprocess_call_exceptions: redrive of " ws-exc-seq-no(ws-exc-idx) " to " ws-exc-dest-lang(ws-exc-idx) " failed - exception and approved correction kept"
        move "WARN" to ws-event-severity
        move spaces to ws-event-text
        string "redrive of " delimited by size
    move msg-response-text to cl-response-text
    move msg-processed-ts to cl-processed-ts
    move ws-redrive-ts to cl-timestamp
    move 0 to cl-route-seq
    move 0 to cl-route-leg
    if return-code = 0
        move "SUCCESS" to cl-status
    else
        end-if
    end-perform
    close call-exceptions-file.

rewrite-pending-corrections.
    move "N" to ws-history-open
    open extend correction-history-file
    if ws-history-status = "35"
        open output correction-history-file
    end-if
    if ws-history-status = "00"
        move "Y" to ws-history-open
    else
        display "reprocess_call_exceptions: unable to open chain-correction-history.dat, status " ws-history-status " - closed corrections kept in chain-pending-corrections.dat"
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
