IDENTIFICATION DIVISION.
PROGRAM-ID. chargeback_by_language.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT rates-file ASSIGN TO "chain-rates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-rates-status.

    SELECT results-master-file ASSIGN TO "call-results-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS rm-seq-no
        ALTERNATE RECORD KEY IS rm-dest-lang WITH DUPLICATES
        FILE STATUS IS ws-results-master-status.

    SELECT run-history-file ASSIGN TO "chain-run-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-history-status.

    SELECT owner-master-file ASSIGN TO "chain-owner-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ow-language
        FILE STATUS IS ws-owner-master-status.

    SELECT chargeback-report-file ASSIGN TO "chain-chargeback-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chargeback-report-status.

    SELECT billing-file ASSIGN TO DYNAMIC ws-billing-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-billing-status.

DATA DIVISION.
FILE SECTION.
FD  rates-file.
01  rates-record.
    05 ra-language        pic x(15).
    05 filler             pic x.
    05 ra-message-rate    pic x(9).
    05 filler             pic x.
    05 ra-kb-rate         pic x(9).
    05 filler             pic x.
    05 ra-failure-rate    pic x(9).
    05 filler             pic x(35).

FD  results-master-file.
COPY resultmst.

FD  run-history-file.
COPY runhist.

FD  owner-master-file.
COPY ownerrec.

FD  chargeback-report-file.
01  print-record          pic x(132).

FD  billing-file.
COPY billrec.

WORKING-STORAGE SECTION.
01 ws-rates-status pic xx.
01 ws-results-master-status pic xx.
01 ws-run-history-status pic xx.
01 ws-owner-master-status pic xx.
01 ws-chargeback-report-status pic xx.
01 ws-billing-status pic xx.
01 ws-billing-path pic x(60).
01 ws-eof pic x value "N".
01 ws-step-mode pic x(10).
01 ws-command-param pic x(200).
01 ws-period pic 9(6) value 0.
01 ws-period-text pic x(6).
01 ws-today-date pic 9(8).
01 ws-current-date-raw pic x(21).
01 ws-period-year pic 9(4).
01 ws-period-month pic 99.
01 ws-owner-master-open pic x value "N".
01 ws-rate-count pic 9(3) value 0.
01 ws-rate-idx pic 9(3).
01 ws-rate-found-idx pic 9(3).
01 ws-rate-table.
    05 ws-rate-entry occurs 100 times.
        10 ws-rt-lang pic x(15).
        10 ws-rt-message pic 9(4)v9(4).
        10 ws-rt-kb pic 9(4)v9(4).
        10 ws-rt-failure pic 9(4)v9(4).
01 ws-default-message pic 9(4)v9(4) value 0.
01 ws-default-kb pic 9(4)v9(4) value 0.
01 ws-default-failure pic 9(4)v9(4) value 0.
01 ws-default-found pic x value "N".
01 ws-rate-text pic x(9).
01 ws-rate-valid pic x.
01 ws-rate-digits.
    05 ws-rate-whole pic 9(4).
    05 ws-rate-fraction pic 9(4).
01 ws-rate-value redefines ws-rate-digits pic 9(4)v9(4).
01 ws-rates-rejected pic 9(3) value 0.
01 ws-lang-count pic 9(3) value 0.
01 ws-lang-idx pic 9(3).
01 ws-lang-found-idx pic 9(3).
01 ws-lang-key pic x(15).
01 ws-lang-overflow pic x value "N".
01 ws-lang-table.
    05 ws-lang-entry occurs 200 times.
        10 ws-lg-name pic x(15).
        10 ws-lg-team pic x(30).
        10 ws-lg-messages pic 9(9).
        10 ws-lg-bytes pic 9(12).
        10 ws-lg-calls pic 9(7).
        10 ws-lg-failed pic 9(7).
        10 ws-lg-retried pic 9(7).
        10 ws-lg-retry-attempts pic 9(7).
        10 ws-lg-elapsed pic 9(11).
        10 ws-lg-rate-message pic 9(4)v9(4).
        10 ws-lg-rate-kb pic 9(4)v9(4).
        10 ws-lg-rate-failure pic 9(4)v9(4).
        10 ws-lg-kb pic 9(9)v999.
        10 ws-lg-message-charge pic 9(9)v99.
        10 ws-lg-kb-charge pic 9(9)v99.
        10 ws-lg-failure-charge pic 9(9)v99.
        10 ws-lg-amount pic 9(9)v99.
01 ws-swap-entry pic x(200).
01 ws-sort-idx pic 9(3).
01 ws-sort-limit pic 9(3).
01 ws-sort-swapped pic x.
01 ws-payload-bytes pic 9(4).
01 ws-master-count pic 9(9) value 0.
01 ws-history-count pic 9(9) value 0.
01 ws-total-messages pic 9(9) value 0.
01 ws-total-bytes pic 9(12) value 0.
01 ws-total-calls pic 9(9) value 0.
01 ws-total-failed pic 9(9) value 0.
01 ws-total-retried pic 9(9) value 0.
01 ws-total-amount pic 9(11)v99 value 0.
01 ws-detail-count pic 9(5) value 0.
01 ws-balance-status pic x(14).
01 ws-line-count pic 9(3) value 99.
01 ws-page-no pic 9(3) value 0.
01 ws-heading-1.
    05 filler pic x(47) value
        "COBOL LANGUAGE CHAIN - CHARGEBACK BY LANGUAGE".
    05 filler pic x(7) value "PERIOD ".
    05 ws-hd-period pic 9(6).
    05 filler pic x(50) value spaces.
    05 filler pic x(5) value "PAGE ".
    05 ws-hd-page-no pic zz9.
01 ws-heading-2.
    05 filler pic x(15) value "language".
    05 filler pic x(2) value spaces.
    05 filler pic x(20) value "owning team".
    05 filler pic x(2) value spaces.
    05 filler pic x(9) value " messages".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "payload KB".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value " calls".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value "failed".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value " retry".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "    secs".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "   msg chg".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "    KB chg".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "  fail chg".
01 ws-heading-3.
    05 filler pic x(15) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(20) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(9) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(6) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value all "-".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value all "-".
01 ws-detail-line.
    05 ws-dt-language pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-dt-team pic x(20).
    05 filler pic x(2) value spaces.
    05 ws-dt-messages pic z(8)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-kb pic z(6)9.99.
    05 filler pic x(2) value spaces.
    05 ws-dt-calls pic z(5)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-failed pic z(5)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-retried pic z(5)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-elapsed pic z(7)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-message-charge pic z(6)9.99.
    05 filler pic x(2) value spaces.
    05 ws-dt-kb-charge pic z(6)9.99.
    05 filler pic x(2) value spaces.
    05 ws-dt-failure-charge pic z(6)9.99.
01 ws-amount-line.
    05 filler pic x(39) value spaces.
    05 filler pic x(25) value "charge for language".
    05 ws-al-amount pic z(8)9.99.
01 ws-total-line.
    05 ws-tl-label pic x(30).
    05 filler pic x(2) value ": ".
    05 ws-tl-count pic z(11)9.
01 ws-money-line.
    05 ws-ml-label pic x(30).
    05 filler pic x(2) value ": ".
    05 ws-ml-amount pic z(10)9.99.

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - CHARGEBACK BY LANGUAGE"
    display "================================================"

    move function current-date to ws-current-date-raw
    move function numval(ws-current-date-raw(1:8)) to ws-today-date
    perform accept-step-arguments
    perform select-period
    if ws-period = 0
        display "chargeback_by_language: supply the month as yyyymm"
        display "================================================"
        move 1 to return-code
        goback
    end-if
    move ws-period to ws-period-text
    display "Period              : " ws-period

    perform load-rate-card

    open input results-master-file
    if ws-results-master-status not = "00"
        display "chargeback_by_language: unable to open call-results-master.dat, status " ws-results-master-status
        display "================================================"
        move 1 to return-code
        goback
    end-if
    perform until ws-eof = "Y"
        read results-master-file next
            at end
                move "Y" to ws-eof
            not at end
                if rm-timestamp(1:6) = ws-period-text
                    perform count-delivered-message
                end-if
        end-read
    end-perform
    close results-master-file

    perform accumulate-run-history

    open input owner-master-file
    if ws-owner-master-status = "00"
        move "Y" to ws-owner-master-open
    else
        display "chargeback_by_language: no chain-owner-master.dat available - teams shown as UNASSIGNED"
    end-if
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        perform price-one-language
    end-perform
    if ws-owner-master-open = "Y"
        close owner-master-file
    end-if

    perform sort-language-table

    if ws-total-messages = ws-master-count
        and ws-lang-overflow = "N"
        move "BALANCED" to ws-balance-status
    else
        move "OUT OF BALANCE" to ws-balance-status
    end-if

    perform write-chargeback-report
    perform write-billing-file

    display "Master records      : " ws-master-count
    display "Messages charged    : " ws-total-messages
    display "History records     : " ws-history-count
    display "Languages billed    : " ws-detail-count
    move ws-total-amount to ws-ml-amount
    display "Total charge        : " ws-ml-amount
    display "Control total       : " ws-balance-status
    display "chargeback_by_language: report written to chain-chargeback-report.txt, billing file " function trim(ws-billing-path)
    display "================================================"

    if ws-balance-status = "BALANCED"
        move 0 to return-code
    else
        move 1 to return-code
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

select-period.
    move function trim(ws-command-param) to ws-command-param
    evaluate true
        when ws-command-param = spaces
            compute ws-period-year = ws-today-date / 10000
            compute ws-period-month =
                function mod(ws-today-date / 100, 100)
            if ws-period-month = 1
                subtract 1 from ws-period-year
                move 12 to ws-period-month
            else
                subtract 1 from ws-period-month
            end-if
            compute ws-period = ws-period-year * 100 + ws-period-month
            display "chargeback_by_language: no month given - billing the previous month"
        when ws-command-param(1:6) is numeric
            and ws-command-param(7:1) = space
            and ws-command-param(5:2) >= "01"
            and ws-command-param(5:2) <= "12"
            move ws-command-param(1:6) to ws-period
        when other
            display "chargeback_by_language: " function trim(ws-command-param) " is not a month in yyyymm form"
    end-evaluate.

load-rate-card.
    open input rates-file
    if ws-rates-status not = "00"
        display "chargeback_by_language: unable to open chain-rates.dat, status " ws-rates-status " - every charge will be zero"
    else
        perform until ws-eof = "Y"
            read rates-file
                at end
                    move "Y" to ws-eof
                not at end
                    if rates-record not = spaces
                        and rates-record(1:1) not = "*"
                        perform load-one-rate
                    end-if
            end-read
        end-perform
        close rates-file
        move "N" to ws-eof
    end-if
    if ws-default-found = "N"
        display "chargeback_by_language: no DEFAULT rate in chain-rates.dat - unlisted languages are charged zero"
    end-if.

load-one-rate.
    move "Y" to ws-rate-valid
    move ra-message-rate to ws-rate-text
    perform check-rate-text
    move ra-kb-rate to ws-rate-text
    perform check-rate-text
    move ra-failure-rate to ws-rate-text
    perform check-rate-text
    if ws-rate-valid = "N"
        add 1 to ws-rates-rejected
        display "chargeback_by_language: rate for " function trim(ra-language) " is not in 9999.9999 form - entry skipped"
    else
        if ra-language = "DEFAULT"
            move "Y" to ws-default-found
            move ra-message-rate to ws-rate-text
            perform convert-rate-text
            move ws-rate-value to ws-default-message
            move ra-kb-rate to ws-rate-text
            perform convert-rate-text
            move ws-rate-value to ws-default-kb
            move ra-failure-rate to ws-rate-text
            perform convert-rate-text
            move ws-rate-value to ws-default-failure
        else
            if ws-rate-count < 100
                add 1 to ws-rate-count
                move ra-language to ws-rt-lang(ws-rate-count)
                move ra-message-rate to ws-rate-text
                perform convert-rate-text
                move ws-rate-value to ws-rt-message(ws-rate-count)
                move ra-kb-rate to ws-rate-text
                perform convert-rate-text
                move ws-rate-value to ws-rt-kb(ws-rate-count)
                move ra-failure-rate to ws-rate-text
                perform convert-rate-text
                move ws-rate-value to ws-rt-failure(ws-rate-count)
            else
                display "chargeback_by_language: chain-rates.dat exceeds 100 entries - ignoring " ra-language
            end-if
        end-if
    end-if.

check-rate-text.
    if ws-rate-text(1:4) not numeric
        or ws-rate-text(5:1) not = "."
        or ws-rate-text(6:4) not numeric
        move "N" to ws-rate-valid
    end-if.

convert-rate-text.
    move ws-rate-text(1:4) to ws-rate-whole
    move ws-rate-text(6:4) to ws-rate-fraction.

find-language-entry.
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lg-name(ws-lang-idx) = ws-lang-key
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx = 0
        if ws-lang-count < 200
            add 1 to ws-lang-count
            move ws-lang-count to ws-lang-found-idx
            initialize ws-lang-entry(ws-lang-count)
            move ws-lang-key to ws-lg-name(ws-lang-count)
        else
            if ws-lang-overflow = "N"
                display "chargeback_by_language: more than 200 languages - " function trim(ws-lang-key) " and later languages not charged"
            end-if
            move "Y" to ws-lang-overflow
        end-if
    end-if.

count-delivered-message.
    add 1 to ws-master-count
    move rm-dest-lang to ws-lang-key
    perform find-language-entry
    if ws-lang-found-idx > 0
        if rm-msg-text = spaces
            move 0 to ws-payload-bytes
        else
            move function length(function trim(rm-msg-text trailing))
                to ws-payload-bytes
        end-if
        add 1 to ws-lg-messages(ws-lang-found-idx)
        add ws-payload-bytes to ws-lg-bytes(ws-lang-found-idx)
        add 1 to ws-total-messages
        add ws-payload-bytes to ws-total-bytes
    end-if.

accumulate-run-history.
    open input run-history-file
    if ws-run-history-status not = "00"
        display "chargeback_by_language: no chain-run-history.dat found - no failures or elapsed time charged"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read run-history-file
                at end
                    move "Y" to ws-eof
                not at end
                    if rh-timestamp(1:6) = ws-period-text
                        perform count-history-call
                    end-if
            end-read
        end-perform
        close run-history-file
    end-if.

count-history-call.
    add 1 to ws-history-count
    move rh-language to ws-lang-key
    perform find-language-entry
    if ws-lang-found-idx > 0
        add 1 to ws-lg-calls(ws-lang-found-idx)
        add 1 to ws-total-calls
        if rh-status = "FAILURE"
            add 1 to ws-lg-failed(ws-lang-found-idx)
            add 1 to ws-total-failed
        end-if
        if rh-attempts is numeric and rh-attempts > 1
            add 1 to ws-lg-retried(ws-lang-found-idx)
            add 1 to ws-total-retried
            compute ws-lg-retry-attempts(ws-lang-found-idx) =
                ws-lg-retry-attempts(ws-lang-found-idx) + rh-attempts - 1
        end-if
        if rh-elapsed-valid = "Y"
            add rh-elapsed-hundredths to ws-lg-elapsed(ws-lang-found-idx)
        end-if
    end-if.

price-one-language.
    move ws-default-message to ws-lg-rate-message(ws-lang-idx)
    move ws-default-kb to ws-lg-rate-kb(ws-lang-idx)
    move ws-default-failure to ws-lg-rate-failure(ws-lang-idx)
    perform varying ws-rate-idx from 1 by 1
            until ws-rate-idx > ws-rate-count
        if ws-rt-lang(ws-rate-idx) = ws-lg-name(ws-lang-idx)
            move ws-rt-message(ws-rate-idx)
                to ws-lg-rate-message(ws-lang-idx)
            move ws-rt-kb(ws-rate-idx) to ws-lg-rate-kb(ws-lang-idx)
            move ws-rt-failure(ws-rate-idx)
                to ws-lg-rate-failure(ws-lang-idx)
        end-if
    end-perform

    compute ws-lg-kb(ws-lang-idx) rounded =
        ws-lg-bytes(ws-lang-idx) / 1024
    compute ws-lg-message-charge(ws-lang-idx) rounded =
        ws-lg-messages(ws-lang-idx) * ws-lg-rate-message(ws-lang-idx)
    compute ws-lg-kb-charge(ws-lang-idx) rounded =
        ws-lg-kb(ws-lang-idx) * ws-lg-rate-kb(ws-lang-idx)
    compute ws-lg-failure-charge(ws-lang-idx) rounded =
        ws-lg-failed(ws-lang-idx) * ws-lg-rate-failure(ws-lang-idx)
    compute ws-lg-amount(ws-lang-idx) =
        ws-lg-message-charge(ws-lang-idx)
        + ws-lg-kb-charge(ws-lang-idx)
        + ws-lg-failure-charge(ws-lang-idx)
    add ws-lg-amount(ws-lang-idx) to ws-total-amount

    move "UNASSIGNED" to ws-lg-team(ws-lang-idx)
    if ws-owner-master-open = "Y"
        move ws-lg-name(ws-lang-idx) to ow-language
        read owner-master-file
            invalid key
                continue
            not invalid key
                move ow-team to ws-lg-team(ws-lang-idx)
        end-read
    end-if.

sort-language-table.
    move ws-lang-count to ws-sort-limit
    move "Y" to ws-sort-swapped
    perform until ws-sort-swapped = "N" or ws-sort-limit < 2
        move "N" to ws-sort-swapped
        perform varying ws-sort-idx from 1 by 1
                until ws-sort-idx >= ws-sort-limit
            if ws-lg-name(ws-sort-idx) > ws-lg-name(ws-sort-idx + 1)
                move ws-lang-entry(ws-sort-idx) to ws-swap-entry
                move ws-lang-entry(ws-sort-idx + 1)
                    to ws-lang-entry(ws-sort-idx)
                move ws-swap-entry to ws-lang-entry(ws-sort-idx + 1)
                move "Y" to ws-sort-swapped
            end-if
        end-perform
        subtract 1 from ws-sort-limit
    end-perform.

write-chargeback-report.
    open output chargeback-report-file
    move ws-period to ws-hd-period
    if ws-lang-count = 0
        perform print-page-heading
        move "NO CHAIN TRAFFIC FOUND FOR THE PERIOD" to print-record
        write print-record
    end-if
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        perform print-language-lines
    end-perform

    move spaces to print-record
    write print-record
    move "MASTER RECORDS FOR PERIOD" to ws-tl-label
    move ws-master-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "MESSAGES CHARGED" to ws-tl-label
    move ws-total-messages to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "PAYLOAD BYTES CHARGED" to ws-tl-label
    move ws-total-bytes to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "CALLS IN RUN HISTORY" to ws-tl-label
    move ws-total-calls to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "FAILED CALLS" to ws-tl-label
    move ws-total-failed to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "RETRIED CALLS" to ws-tl-label
    move ws-total-retried to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "TOTAL CHARGE" to ws-ml-label
    move ws-total-amount to ws-ml-amount
    move ws-money-line to print-record
    write print-record
    move spaces to print-record
    string "CONTROL TOTAL                 : " delimited by size
           ws-balance-status delimited by size
           into print-record
    end-string
    write print-record
    move "END OF REPORT" to print-record
    write print-record
    close chargeback-report-file.

print-language-lines.
    if ws-line-count > 53
        perform print-page-heading
    end-if
    move spaces to ws-detail-line
    move ws-lg-name(ws-lang-idx) to ws-dt-language
    move ws-lg-team(ws-lang-idx) to ws-dt-team
    move ws-lg-messages(ws-lang-idx) to ws-dt-messages
    move ws-lg-kb(ws-lang-idx) to ws-dt-kb
    move ws-lg-calls(ws-lang-idx) to ws-dt-calls
    move ws-lg-failed(ws-lang-idx) to ws-dt-failed
    move ws-lg-retried(ws-lang-idx) to ws-dt-retried
    compute ws-dt-elapsed = ws-lg-elapsed(ws-lang-idx) / 100
    move ws-lg-message-charge(ws-lang-idx) to ws-dt-message-charge
    move ws-lg-kb-charge(ws-lang-idx) to ws-dt-kb-charge
    move ws-lg-failure-charge(ws-lang-idx) to ws-dt-failure-charge
    move ws-detail-line to print-record
    write print-record
    move ws-lg-amount(ws-lang-idx) to ws-al-amount
    move ws-amount-line to print-record
    write print-record
    add 2 to ws-line-count.

print-page-heading.
    add 1 to ws-page-no
    move ws-page-no to ws-hd-page-no
    if ws-page-no > 1
        move spaces to print-record
        write print-record
    end-if
    move ws-heading-1 to print-record
    write print-record
    move spaces to print-record
    write print-record
    move ws-heading-2 to print-record
    write print-record
    move ws-heading-3 to print-record
    write print-record
    move 5 to ws-line-count.

write-billing-file.
    move spaces to ws-billing-path
    string "extract/chain-billing." delimited by size
           ws-period delimited by size
           ".dat" delimited by size
           into ws-billing-path
    end-string
    open output billing-file
    if ws-billing-status not = "00"
        display "chargeback_by_language: unable to open " function trim(ws-billing-path) ", status " ws-billing-status
        move "OUT OF BALANCE" to ws-balance-status
    else
        move spaces to billing-header-record
        move "H" to bh-record-type
        move ws-period to bh-period
        move ws-today-date to bh-run-date
        move "LANGUAGE CHAIN" to bh-source-system
        move function current-date to bh-timestamp
        write billing-header-record

        perform varying ws-lang-idx from 1 by 1
                until ws-lang-idx > ws-lang-count
            move spaces to billing-detail-record
            move "D" to bd-record-type
            move ws-period to bd-period
            move ws-lg-name(ws-lang-idx) to bd-language
            move ws-lg-team(ws-lang-idx) to bd-team
            move ws-lg-messages(ws-lang-idx) to bd-messages
            move ws-lg-bytes(ws-lang-idx) to bd-payload-bytes
            move ws-lg-calls(ws-lang-idx) to bd-calls
            move ws-lg-failed(ws-lang-idx) to bd-failed-calls
            move ws-lg-retried(ws-lang-idx) to bd-retried-calls
            move ws-lg-elapsed(ws-lang-idx) to bd-elapsed-hundredths
            move ws-lg-amount(ws-lang-idx) to bd-amount
            write billing-detail-record
            add 1 to ws-detail-count
        end-perform

        move spaces to billing-trailer-record
        move "T" to bt-record-type
        move ws-period to bt-period
        move ws-detail-count to bt-detail-count
        move ws-total-messages to bt-total-messages
        move ws-master-count to bt-master-count
        move ws-total-amount to bt-total-amount
        write billing-trailer-record
        close billing-file
    end-if.
