IDENTIFICATION DIVISION.
PROGRAM-ID. report_chain_balance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT balance-file ASSIGN TO "chain-balance.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-balance-status.

    SELECT balance-report-file ASSIGN TO "chain-balance-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-balance-report-status.

DATA DIVISION.
FILE SECTION.
FD  balance-file.
COPY balrec.

FD  balance-report-file.
01  print-record          pic x(132).

WORKING-STORAGE SECTION.
01 ws-balance-status pic xx.
01 ws-balance-report-status pic xx.
01 ws-eof pic x value "N".
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-run-mode pic x value "N".
01 ws-run-arg pic 9(6) value 0.
01 ws-from-date pic 9(8) value 0.
01 ws-to-date pic 9(8) value 99999999.
01 ws-record-date pic 9(8).
01 ws-selected-count pic 9(5) value 0.
01 ws-balanced-count pic 9(5) value 0.
01 ws-unbalanced-count pic 9(5) value 0.
01 ws-refused-count pic 9(5) value 0.
01 ws-total-input pic 9(9) value 0.
01 ws-total-dispatched pic 9(9) value 0.
01 ws-total-rejected pic 9(9) value 0.
01 ws-total-leftover pic 9(9) value 0.
01 ws-line-count pic 9(3) value 99.
01 ws-page-no pic 9(3) value 0.
01 ws-heading-1.
    05 filler pic x(45) value
        "COBOL LANGUAGE CHAIN - BATCH BALANCING REPORT".
    05 filler pic x(60) value spaces.
    05 filler pic x(5) value "PAGE ".
    05 ws-hd-page-no pic zz9.
01 ws-heading-2.
    05 filler pic x(6) value "run".
    05 filler pic x(2) value spaces.
    05 filler pic x(20) value "batch id".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "bus date".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "  input".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "  disp.".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "  rej.".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "  left".
    05 filler pic x(2) value spaces.
    05 filler pic x(12) value "  hash total".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "status".
01 ws-heading-3.
    05 filler pic x(6) value "------".
    05 filler pic x(2) value spaces.
    05 filler pic x(20) value "--------------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "--------".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "-------".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "-------".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "-------".
    05 filler pic x(2) value spaces.
    05 filler pic x(7) value "-------".
    05 filler pic x(2) value spaces.
    05 filler pic x(12) value "------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
01 ws-detail-line.
    05 ws-dt-run-no pic 9(6).
    05 filler pic x(2) value spaces.
    05 ws-dt-batch-id pic x(20).
    05 filler pic x(2) value spaces.
    05 ws-dt-business-date pic x(8).
    05 filler pic x(2) value spaces.
    05 ws-dt-input pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-dispatched pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-rejected pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-leftover pic z(6)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-hash pic z(11)9.
    05 filler pic x(2) value spaces.
    05 ws-dt-status pic x(10).
01 ws-note-line.
    05 filler pic x(8) value spaces.
    05 filler pic x(8) value "reason: ".
    05 ws-nt-note pic x(60).
01 ws-total-line.
    05 ws-tl-label pic x(24).
    05 filler pic x(2) value ": ".
    05 ws-tl-count pic z(8)9.

PROCEDURE DIVISION.
    accept ws-command-param from command-line
    perform parse-command-param

    open input balance-file
    if ws-balance-status not = "00"
        display "report_chain_balance: unable to open chain-balance.dat, status " ws-balance-status
        move 1 to return-code
        goback
    end-if

    open output balance-report-file

    move "N" to ws-eof
    perform until ws-eof = "Y"
        read balance-file
            at end
                move "Y" to ws-eof
            not at end
                if chain-balance-record not = spaces
                    perform select-balance-record
                end-if
        end-read
    end-perform
    close balance-file

    if ws-selected-count = 0
        perform print-page-heading
        move "NO BALANCING RECORDS FOUND FOR THE REQUESTED SELECTION"
            to print-record
        write print-record
        add 1 to ws-line-count
    end-if

    move spaces to print-record
    write print-record
    move "BATCHES REPORTED" to ws-tl-label
    move ws-selected-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "BALANCED" to ws-tl-label
    move ws-balanced-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "UNBALANCED" to ws-tl-label
    move ws-unbalanced-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "REFUSED" to ws-tl-label
    move ws-refused-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "TOTAL INPUT" to ws-tl-label
    move ws-total-input to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "TOTAL DISPATCHED" to ws-tl-label
    move ws-total-dispatched to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "TOTAL REJECTED" to ws-tl-label
    move ws-total-rejected to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "TOTAL LEFT FOR NEXT RUN" to ws-tl-label
    move ws-total-leftover to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "END OF REPORT" to print-record
    write print-record

    close balance-report-file

    display "report_chain_balance: " ws-selected-count " batch(es) written to chain-balance-report.txt"
    if ws-unbalanced-count > 0
        display "report_chain_balance: " ws-unbalanced-count " batch(es) did not balance"
        move 1 to return-code
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
        when ws-command-token(1:4) = "RUN="
            if ws-command-token(5:6) is numeric
                move ws-command-token(5:6) to ws-run-arg
                move "Y" to ws-run-mode
            else
                display "report_chain_balance: RUN= expects a six digit run number - ignoring " function trim(ws-command-token)
            end-if
        when ws-command-token(1:5) = "FROM="
            if ws-command-token(6:8) is numeric
                compute ws-from-date =
                    function numval(ws-command-token(6:8))
            else
                display "report_chain_balance: FROM= expects yyyymmdd - ignoring " function trim(ws-command-token)
            end-if
        when ws-command-token(1:3) = "TO="
            if ws-command-token(4:8) is numeric
                compute ws-to-date =
                    function numval(ws-command-token(4:8))
            else
                display "report_chain_balance: TO= expects yyyymmdd - ignoring " function trim(ws-command-token)
            end-if
        when other
            display "report_chain_balance: unrecognized parameter " function trim(ws-command-token) " - ignored"
    end-evaluate.

select-balance-record.
    if ws-run-mode = "Y"
        if cb-run-no = ws-run-arg
            perform print-balance-line
        end-if
    else
        if cb-timestamp(1:8) is numeric
            move cb-timestamp(1:8) to ws-record-date
            if ws-record-date >= ws-from-date
                and ws-record-date <= ws-to-date
                perform print-balance-line
            end-if
        end-if
    end-if.

print-balance-line.
    add 1 to ws-selected-count
    evaluate cb-status
        when "BALANCED"
            add 1 to ws-balanced-count
        when "REFUSED"
            add 1 to ws-refused-count
        when other
            add 1 to ws-unbalanced-count
    end-evaluate
    add cb-input-count to ws-total-input
    add cb-dispatched-count to ws-total-dispatched
    add cb-rejected-count to ws-total-rejected
    add cb-leftover-count to ws-total-leftover

    if ws-line-count > 54
        perform print-page-heading
    end-if
    move cb-run-no to ws-dt-run-no
    move cb-batch-id to ws-dt-batch-id
    move cb-business-date to ws-dt-business-date
    move cb-input-count to ws-dt-input
    move cb-dispatched-count to ws-dt-dispatched
    move cb-rejected-count to ws-dt-rejected
    move cb-leftover-count to ws-dt-leftover
    move cb-hash-total to ws-dt-hash
    move cb-status to ws-dt-status
    move ws-detail-line to print-record
    write print-record
    add 1 to ws-line-count
    if cb-note not = spaces
        move cb-note to ws-nt-note
        move ws-note-line to print-record
        write print-record
        add 1 to ws-line-count
    end-if.

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
