IDENTIFICATION DIVISION.
PROGRAM-ID. report_correction_aging.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT pending-corrections-file ASSIGN TO "chain-pending-corrections.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-pending-status.

    SELECT correction-history-file ASSIGN TO "chain-correction-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-history-status.

DATA DIVISION.
FILE SECTION.
FD  pending-corrections-file.
COPY pendcor.

FD  correction-history-file.
01  correction-history-record pic x(750).

WORKING-STORAGE SECTION.
01 ws-pending-status pic xx.
01 ws-history-status pic xx.
01 ws-eof pic x value "N".
01 ws-today-date pic 9(8).
01 ws-today-int pic 9(7).
01 ws-current-date-raw pic x(21).
01 ws-item-desc pic x(60).
01 ws-item-age pic s9(5).
01 ws-bucket-idx pic 9.
01 ws-src-idx pic 9.
01 ws-bk-idx pic 9.
01 ws-aged-count pic 9(7) value 0.
01 ws-total-count pic 9(7) value 0.
01 ws-applied-count pic 9(7) value 0.
01 ws-age-edited pic -(4)9.
01 ws-bucket-names.
    05 filler pic x(12) value "0-1 day".
    05 filler pic x(12) value "2-7 days".
    05 filler pic x(12) value "over 7 days".
01 ws-bucket-name-entries redefines ws-bucket-names.
    05 ws-bucket-name occurs 3 times pic x(12).
01 ws-aging-table.
    05 ws-source-entry occurs 3 times.
        10 ws-src-name pic x(24).
        10 ws-bucket-entry occurs 3 times.
            15 ws-bk-count pic 9(7).
            15 ws-bk-oldest-age pic s9(5).
            15 ws-bk-oldest-desc pic x(60).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - PAYLOAD CORRECTION AGING"
    display "================================================"

    move function current-date to ws-current-date-raw
    move function numval(ws-current-date-raw(1:8)) to ws-today-date
    compute ws-today-int = function integer-of-date(ws-today-date)

    perform varying ws-src-idx from 1 by 1 until ws-src-idx > 3
        perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 3
            move 0 to ws-bk-count(ws-src-idx, ws-bk-idx)
            move 0 to ws-bk-oldest-age(ws-src-idx, ws-bk-idx)
            move spaces to ws-bk-oldest-desc(ws-src-idx, ws-bk-idx)
        end-perform
    end-perform
    move "Pending approval" to ws-src-name(1)
    move "Approved, not applied" to ws-src-name(2)
    move "Rejected" to ws-src-name(3)

    open input pending-corrections-file
    if ws-pending-status not = "00"
        display "report_correction_aging: no chain-pending-corrections.dat found - no corrections have been entered"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read pending-corrections-file
                at end
                    move "Y" to ws-eof
                not at end
                    perform age-one-correction
            end-read
        end-perform
        close pending-corrections-file
    end-if

    open input correction-history-file
    if ws-history-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read correction-history-file
                at end
                    move "Y" to ws-eof
                not at end
                    move correction-history-record
                        to pending-correction-record
                    perform age-one-correction
            end-read
        end-perform
        close correction-history-file
    end-if

    perform varying ws-src-idx from 1 by 1 until ws-src-idx > 3
        perform report-one-source
    end-perform

    display " "
    display "Corrections on file : " ws-total-count
    display "Applied (closed)    : " ws-applied-count
    display "Open past threshold : " ws-aged-count
    display "================================================"

    if ws-aged-count > 0
        display "report_correction_aging: pending or approved correction(s) older than 7 days - supervision action needed"
        move 1 to return-code
    else
        display "report_correction_aging: no open corrections past the age threshold"
        move 0 to return-code
    end-if
    goback.

age-one-correction.
    add 1 to ws-total-count
    evaluate pc-status
        when "PENDING"
            move 1 to ws-src-idx
        when "APPROVED"
            move 2 to ws-src-idx
        when "REJECTED"
            move 3 to ws-src-idx
        when other
            move 0 to ws-src-idx
            add 1 to ws-applied-count
    end-evaluate

    if ws-src-idx > 0
        move spaces to ws-item-desc
        string "correction " delimited by size
               pc-correction-id delimited by size
               " seq " delimited by size
               pc-seq-no delimited by size
               " " delimited by size
               function trim(pc-dest-lang) delimited by size
               " by " delimited by size
               function trim(pc-maker-id) delimited by size
               into ws-item-desc
        end-string

        if pc-entered-ts(1:8) is numeric
            and pc-entered-ts(1:8) not = "00000000"
            compute ws-item-age = ws-today-int
                - function integer-of-date(
                    function numval(pc-entered-ts(1:8)))
            if ws-item-age < 0
                move 0 to ws-item-age
            end-if
        else
            move 99999 to ws-item-age
        end-if

        evaluate true
            when ws-item-age <= 1
                move 1 to ws-bucket-idx
            when ws-item-age <= 7
                move 2 to ws-bucket-idx
            when other
                move 3 to ws-bucket-idx
                if ws-src-idx < 3
                    add 1 to ws-aged-count
                end-if
        end-evaluate

        add 1 to ws-bk-count(ws-src-idx, ws-bucket-idx)
        if ws-item-age >= ws-bk-oldest-age(ws-src-idx, ws-bucket-idx)
            move ws-item-age
                to ws-bk-oldest-age(ws-src-idx, ws-bucket-idx)
            move ws-item-desc
                to ws-bk-oldest-desc(ws-src-idx, ws-bucket-idx)
        end-if
    end-if.

report-one-source.
    display " "
    display "Status: " function trim(ws-src-name(ws-src-idx))
    perform varying ws-bk-idx from 1 by 1 until ws-bk-idx > 3
        if ws-bk-count(ws-src-idx, ws-bk-idx) = 0
            display "  " ws-bucket-name(ws-bk-idx) ": none"
        else
            if ws-bk-oldest-age(ws-src-idx, ws-bk-idx) = 99999
                display "  " ws-bucket-name(ws-bk-idx) ": "
                    ws-bk-count(ws-src-idx, ws-bk-idx)
                    " item(s), oldest of unknown age - "
                    function trim(
                        ws-bk-oldest-desc(ws-src-idx, ws-bk-idx))
            else
                move ws-bk-oldest-age(ws-src-idx, ws-bk-idx)
                    to ws-age-edited
                display "  " ws-bucket-name(ws-bk-idx) ": "
                    ws-bk-count(ws-src-idx, ws-bk-idx)
                    " item(s), oldest " ws-age-edited " day(s) - "
                    function trim(
                        ws-bk-oldest-desc(ws-src-idx, ws-bk-idx))
            end-if
        end-if
    end-perform.
