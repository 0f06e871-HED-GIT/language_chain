IDENTIFICATION DIVISION.
PROGRAM-ID. report_route_trace.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT route-trace-file ASSIGN TO "chain-route-trace.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-route-trace-status.

DATA DIVISION.
FILE SECTION.
FD  route-trace-file.
COPY routetrc.

WORKING-STORAGE SECTION.
01 ws-route-trace-status pic xx.
01 ws-eof pic x value "N".
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-run-arg pic 9(6) value 0.
01 ws-run-given pic x value "N".
01 ws-route-arg pic x(15) value spaces.
01 ws-key-arg pic x(20) value spaces.
01 ws-route-count pic 9(5) value 0.
01 ws-complete-count pic 9(5) value 0.
01 ws-stopped-count pic 9(5) value 0.
01 ws-leg-count pic 9(5) value 0.
01 ws-pending-seq pic 9(6) value 0.
01 ws-pending-count pic 99 value 0.
01 ws-pending-idx pic 99.
01 ws-pending-table.
    05 ws-pending-leg occurs 8 times pic x(250).
01 ws-leg-line.
    05 filler pic x(7) value "   leg ".
    05 ws-lg-leg-no pic 99.
    05 filler pic x(6) value "  seq ".
    05 ws-lg-seq-no pic 9(6).
    05 filler pic x(2) value spaces.
    05 ws-lg-source pic x(15).
    05 filler pic x(4) value " -> ".
    05 ws-lg-dest pic x(15).
    05 filler pic x(5) value "  rc ".
    05 ws-lg-rc pic x(5).
    05 filler pic x(2) value spaces.
    05 ws-lg-ack pic x(4).
    05 filler pic x(2) value spaces.
    05 ws-lg-status pic x(10).

PROCEDURE DIVISION.
    accept ws-command-param from command-line
    perform parse-command-param

    open input route-trace-file
    if ws-route-trace-status not = "00"
        display "report_route_trace: no chain-route-trace.dat found, status " ws-route-trace-status
        move 1 to return-code
        goback
    end-if
    if ws-run-given = "N"
        perform find-latest-run
        close route-trace-file
        open input route-trace-file
    end-if

    display "================================================"
    display "   COBOL LANGUAGE CHAIN - ROUTE TRACE REPORT"
    display "================================================"
    display "Run number          : " ws-run-arg
    if ws-route-arg not = spaces
        display "Route               : " ws-route-arg
    end-if
    if ws-key-arg not = spaces
        display "Message key         : " ws-key-arg
    end-if

    move "N" to ws-eof
    perform until ws-eof = "Y"
        read route-trace-file
            at end
                move "Y" to ws-eof
            not at end
                if rt-run-no = ws-run-arg
                    and (ws-route-arg = spaces
                        or rt-route-name = ws-route-arg)
                    and (ws-key-arg = spaces
                        or rt-msg-key = ws-key-arg)
                    perform take-trace-record
                end-if
        end-read
    end-perform
    close route-trace-file

    display " "
    display "Routes traced       : " ws-route-count
    display "Routes complete     : " ws-complete-count
    display "Routes stopped      : " ws-stopped-count
    display "Legs sent           : " ws-leg-count
    display "================================================"

    if ws-stopped-count > 0
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
                move "Y" to ws-run-given
            else
                display "report_route_trace: RUN= expects a six digit run number - ignoring " function trim(ws-command-token)
            end-if
        when ws-command-token(1:6) = "ROUTE="
            move ws-command-token(7:15) to ws-route-arg
        when ws-command-token(1:4) = "KEY="
            move ws-command-token(5:20) to ws-key-arg
        when other
            display "report_route_trace: unrecognized parameter " function trim(ws-command-token) " - ignored"
    end-evaluate.

find-latest-run.
    perform until ws-eof = "Y"
        read route-trace-file
            at end
                move "Y" to ws-eof
            not at end
                if rt-run-no > ws-run-arg
                    move rt-run-no to ws-run-arg
                end-if
        end-read
    end-perform.

take-trace-record.
    if rt-route-seq not = ws-pending-seq
        move 0 to ws-pending-count
        move rt-route-seq to ws-pending-seq
    end-if
    if rt-record-type = "L"
        add 1 to ws-leg-count
        if ws-pending-count < 8
            add 1 to ws-pending-count
            move route-trace-record to ws-pending-leg(ws-pending-count)
        end-if
    else
        perform report-one-route
        move 0 to ws-pending-count
    end-if.

report-one-route.
    add 1 to ws-route-count
    if rt-status = "COMPLETE"
        add 1 to ws-complete-count
    else
        add 1 to ws-stopped-count
    end-if
    display " "
    display "route seq " rt-route-seq "  " function trim(rt-route-name) "  key " function trim(rt-msg-key) "  " function trim(rt-status)
    display "   path : " function trim(rt-path)
    perform varying ws-pending-idx from 1 by 1
            until ws-pending-idx > ws-pending-count
        move ws-pending-leg(ws-pending-idx) to route-trace-record
        perform display-one-leg
    end-perform
    if ws-pending-count = 0
        display "   no legs recorded"
    else
        move ws-pending-leg(ws-pending-count) to route-trace-record
        if rt-status not = "DELIVERED"
            display "   stopped at leg " rt-leg-no " of the route, " function trim(rt-source-lang) " -> " function trim(rt-dest-lang) " - " function trim(rt-status)
        else
            display "   delivered to the end of the route"
        end-if
    end-if.

display-one-leg.
    move rt-leg-no to ws-lg-leg-no
    move rt-seq-no to ws-lg-seq-no
    move rt-source-lang to ws-lg-source
    move rt-dest-lang to ws-lg-dest
    move rt-return-code to ws-lg-rc
    move rt-ack-code to ws-lg-ack
    move rt-status to ws-lg-status
    display ws-leg-line.
