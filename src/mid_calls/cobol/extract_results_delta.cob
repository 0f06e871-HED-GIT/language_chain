IDENTIFICATION DIVISION.
PROGRAM-ID. extract_results_delta.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT results-master-file ASSIGN TO "call-results-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS rm-seq-no
        ALTERNATE RECORD KEY IS rm-dest-lang WITH DUPLICATES
        FILE STATUS IS ws-results-master-status.

    SELECT extract-control-file ASSIGN TO "chain-extract-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-extract-control-status.

    SELECT delta-file ASSIGN TO DYNAMIC ws-delta-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-delta-status.

DATA DIVISION.
FILE SECTION.
FD  results-master-file.
COPY resultmst.

FD  extract-control-file.
01  extract-control-record.
    05 ec-last-run-no          pic 9(6).
    05 filler                  pic x.
    05 ec-last-seq-no          pic 9(6).
    05 filler                  pic x.
    05 ec-extract-ts           pic x(21).
    05 filler                  pic x.
    05 ec-record-count         pic 9(7).
    05 filler                  pic x.
    05 ec-extract-mode         pic x(5).

FD  delta-file.
01  delta-record          pic x(1200).

WORKING-STORAGE SECTION.
01 ws-results-master-status pic xx.
01 ws-extract-control-status pic xx.
01 ws-delta-status pic xx.
01 ws-delta-path pic x(60).
01 ws-eof pic x value "N".
01 ws-step-mode pic x(10).
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-param-error pic x value "N".
01 ws-write-error pic x value "N".
01 ws-write-fail-status pic xx value "00".
01 ws-control-error pic x value "N".
01 ws-control-fail-status pic xx value "00".
01 ws-extract-mode pic x(5) value "DELTA".
01 ws-extract-date pic x(8) value spaces.
01 ws-extract-ts pic x(21).
01 ws-last-run-no pic 9(6) value 0.
01 ws-last-seq-no pic 9(6) value 0.
01 ws-high-run-no pic 9(6) value 0.
01 ws-high-seq-no pic 9(6) value 0.
01 ws-selected pic x.
01 ws-master-count pic 9(7) value 0.
01 ws-extract-count pic 9(7) value 0.
01 ws-edit-count pic 9(7).
01 ws-control-chars pic x(32) value
    x"000102030405060708090A0B0C0D0E0F101112131415161718191A1B1C1D1E1F".
01 ws-control-marks pic x(32) value all "?".
01 ws-msg-text pic x(500).
01 ws-msg-len pic 9(4).
01 ws-char-idx pic 9(4).
01 ws-csv-text pic x(1000).
01 ws-csv-ptr pic 9(4).
01 ws-build-ptr pic 9(4).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - RESULTS DELTA EXTRACT"
    display "================================================"

    perform accept-step-arguments
    perform parse-command-param
    if ws-param-error = "Y"
        display "extract_results_delta: supply FULL, DATE=yyyymmdd, or nothing for the delta since the last extract"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    move function current-date to ws-extract-ts
    perform read-extract-control

    move spaces to ws-delta-path
    evaluate ws-extract-mode
        when "FULL"
            string "extract/chain-results-full." delimited by size
                   ws-extract-ts(1:14) delimited by size
                   ".csv" delimited by size
                   into ws-delta-path
            end-string
        when "DATE"
            string "extract/chain-results-date." delimited by size
                   ws-extract-date delimited by size
                   ".csv" delimited by size
                   into ws-delta-path
            end-string
        when other
            string "extract/chain-results-delta." delimited by size
                   ws-extract-ts(1:14) delimited by size
                   ".csv" delimited by size
                   into ws-delta-path
            end-string
    end-evaluate

    display "Extract mode        : " ws-extract-mode
    if ws-extract-mode = "DATE"
        display "Results dated       : " ws-extract-date
    end-if
    display "Watermark run/seq   : " ws-last-run-no " / " ws-last-seq-no

    open input results-master-file
    if ws-results-master-status not = "00"
        display "extract_results_delta: unable to open call-results-master.dat, status " ws-results-master-status
        display "================================================"
        move 1 to return-code
        goback
    end-if

    open output delta-file
    if ws-delta-status not = "00"
        display "extract_results_delta: unable to create " function trim(ws-delta-path) ", status " ws-delta-status
        close results-master-file
        display "================================================"
        move 1 to return-code
        goback
    end-if
    move "run_no,seq_no,source_lang,dest_lang,timestamp,msg_text"
        to delta-record
    write delta-record
    perform check-delta-write

    move ws-last-run-no to ws-high-run-no
    move ws-last-seq-no to ws-high-seq-no
    perform until ws-eof = "Y"
        read results-master-file next
            at end
                move "Y" to ws-eof
            not at end
                add 1 to ws-master-count
                perform select-master-record
                if ws-selected = "Y"
                    perform write-delta-line
                end-if
        end-read
    end-perform
    close results-master-file

    move ws-extract-count to ws-edit-count
    move spaces to delta-record
    string "TRAILER," delimited by size
           ws-edit-count delimited by size
           "," delimited by size
           ws-extract-ts(1:14) delimited by size
           into delta-record
    end-string
    write delta-record
    perform check-delta-write
    close delta-file

    if ws-write-error = "Y"
        display "extract_results_delta: write to " function trim(ws-delta-path) " failed, status " ws-write-fail-status " - watermark not moved"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    if ws-delta-status not = "00"
        display "extract_results_delta: close of " function trim(ws-delta-path) " failed, status " ws-delta-status " - watermark not moved"
        display "================================================"
        move 1 to return-code
        goback
    end-if

    if ws-extract-mode not = "DATE"
        perform write-extract-control
        if ws-control-error = "Y"
            display "extract_results_delta: unable to write chain-extract-control.dat, status " ws-control-fail-status " - " function trim(ws-delta-path) " is complete but the watermark was not moved"
            display "================================================"
            move 1 to return-code
            goback
        end-if
    end-if

    display "Master records read : " ws-master-count
    display "Records extracted   : " ws-extract-count
    display "Extract file        : " function trim(ws-delta-path)
    if ws-extract-mode = "DATE"
        display "Watermark           : unchanged (rerun by date)"
    else
        display "New watermark       : " ws-high-run-no " / " ws-high-seq-no
    end-if
    display "================================================"
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
            perform parse-one-token
        end-perform
    end-if.

parse-one-token.
    evaluate true
        when function trim(ws-command-token) = spaces
            continue
        when ws-command-token = "FULL"
            move "FULL" to ws-extract-mode
        when ws-command-token(1:5) = "DATE="
            if ws-command-token(6:8) is numeric
                and ws-command-token(14:1) = space
                move ws-command-token(6:8) to ws-extract-date
                move "DATE" to ws-extract-mode
            else
                display "extract_results_delta: DATE= expects yyyymmdd - " function trim(ws-command-token)
                move "Y" to ws-param-error
            end-if
        when other
            display "extract_results_delta: unrecognized parameter " function trim(ws-command-token)
            move "Y" to ws-param-error
    end-evaluate.

read-extract-control.
    open input extract-control-file
    if ws-extract-control-status not = "00"
        display "extract_results_delta: no chain-extract-control.dat found - extracting from the start of the master"
    else
        read extract-control-file
            at end
                continue
            not at end
                if ec-last-run-no is numeric
                    and ec-last-seq-no is numeric
                    move ec-last-run-no to ws-last-run-no
                    move ec-last-seq-no to ws-last-seq-no
                else
                    display "extract_results_delta: chain-extract-control.dat is not valid - extracting from the start of the master"
                end-if
        end-read
        close extract-control-file
    end-if.

select-master-record.
    move "N" to ws-selected
    evaluate ws-extract-mode
        when "FULL"
            move "Y" to ws-selected
        when "DATE"
            if rm-timestamp(1:8) = ws-extract-date
                move "Y" to ws-selected
            end-if
        when other
            if rm-run-no > ws-last-run-no
                or (rm-run-no = ws-last-run-no
                    and rm-seq-no > ws-last-seq-no)
                move "Y" to ws-selected
            end-if
    end-evaluate
    if ws-selected = "Y"
        if rm-run-no > ws-high-run-no
            or (rm-run-no = ws-high-run-no
                and rm-seq-no > ws-high-seq-no)
            move rm-run-no to ws-high-run-no
            move rm-seq-no to ws-high-seq-no
        end-if
    end-if.

write-delta-line.
    add 1 to ws-extract-count
    move rm-msg-text to ws-msg-text
    inspect ws-msg-text converting ws-control-chars to ws-control-marks
    move 0 to ws-msg-len
    if ws-msg-text not = spaces
        move function length(function trim(ws-msg-text trailing))
            to ws-msg-len
    end-if

    move spaces to ws-csv-text
    move 1 to ws-csv-ptr
    perform varying ws-char-idx from 1 by 1
            until ws-char-idx > ws-msg-len
        if ws-msg-text(ws-char-idx:1) = quote
            move quote to ws-csv-text(ws-csv-ptr:1)
            add 1 to ws-csv-ptr
        end-if
        move ws-msg-text(ws-char-idx:1) to ws-csv-text(ws-csv-ptr:1)
        add 1 to ws-csv-ptr
    end-perform

    move spaces to delta-record
    move 1 to ws-build-ptr
    string rm-run-no delimited by size
           "," delimited by size
           rm-seq-no delimited by size
           "," delimited by size
           function trim(rm-source-lang) delimited by size
           "," delimited by size
           function trim(rm-dest-lang) delimited by size
           "," delimited by size
           rm-timestamp(1:14) delimited by size
           "," delimited by size
           quote delimited by size
           into delta-record
           with pointer ws-build-ptr
    end-string
    if ws-csv-ptr > 1
        string ws-csv-text(1:ws-csv-ptr - 1) delimited by size
               into delta-record
               with pointer ws-build-ptr
        end-string
    end-if
    string quote delimited by size
           into delta-record
           with pointer ws-build-ptr
    end-string
    write delta-record
    perform check-delta-write.

check-delta-write.
    if ws-delta-status not = "00" and ws-write-error = "N"
        move "Y" to ws-write-error
        move ws-delta-status to ws-write-fail-status
    end-if.

write-extract-control.
    open output extract-control-file
    if ws-extract-control-status not = "00"
        move "Y" to ws-control-error
        move ws-extract-control-status to ws-control-fail-status
    else
        move spaces to extract-control-record
        move ws-high-run-no to ec-last-run-no
        move ws-high-seq-no to ec-last-seq-no
        move ws-extract-ts to ec-extract-ts
        move ws-extract-count to ec-record-count
        move ws-extract-mode to ec-extract-mode
        write extract-control-record
        if ws-extract-control-status not = "00"
            move "Y" to ws-control-error
            move ws-extract-control-status to ws-control-fail-status
            close extract-control-file
        else
            close extract-control-file
            if ws-extract-control-status not = "00"
                move "Y" to ws-control-error
                move ws-extract-control-status to ws-control-fail-status
            end-if
        end-if
    end-if.
