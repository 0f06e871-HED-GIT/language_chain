IDENTIFICATION DIVISION.
PROGRAM-ID. forecast_chain_window.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT calendar-file ASSIGN TO "chain-calendar.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-calendar-status.

    SELECT roster-file ASSIGN TO DYNAMIC ws-roster-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-roster-status.

    SELECT parallel-control-file ASSIGN TO "chain-parallel.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-parallel-status.

    SELECT schedule-file ASSIGN TO "chain-schedule.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-schedule-status.

    SELECT job-log-file ASSIGN TO "chain-job-log.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-job-log-status.

    SELECT run-history-file ASSIGN TO "chain-run-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-history-status.

    SELECT suspension-file ASSIGN TO "chain-suspended.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-suspension-status.

    SELECT sla-file ASSIGN TO "chain-sla.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-sla-status.

    SELECT forecast-report-file ASSIGN TO "chain-window-forecast.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-forecast-report-status.

DATA DIVISION.
FILE SECTION.
FD  calendar-file.
01  calendar-record.
    05 ca-date                 pic x(8).
    05 filler                  pic x.
    05 ca-day-type             pic x(8).
    05 filler                  pic x(63).

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

FD  parallel-control-file.
01  parallel-control-record.
    05 pc-degree               pic xx.
    05 filler                  pic x.
    05 pc-launcher             pic x(60).
    05 filler                  pic x(17).

FD  schedule-file.
01  schedule-record.
    05 sc-program              pic x(30).
    05 filler                  pic x(16).
    05 sc-step-args            pic x(60).

FD  job-log-file.
01  job-log-record.
    05 jl-cycle-date           pic 9(8).
    05 filler                  pic x.
    05 jl-program              pic x(30).
    05 filler                  pic x.
    05 jl-start-ts             pic x(21).
    05 filler                  pic x.
    05 jl-end-ts               pic x(21).
    05 filler                  pic x.
    05 jl-cond-code            pic -(4)9.
    05 filler                  pic x.
    05 jl-disposition          pic x(10).

FD  run-history-file.
COPY runhist.

FD  suspension-file.
COPY susprec.

FD  sla-file.
01  sla-record.
    05 sla-language            pic x(15).
    05 filler                  pic x.
    05 sla-max-text            pic x(7).
    05 filler                  pic x(57).

FD  forecast-report-file.
01  print-record          pic x(132).

WORKING-STORAGE SECTION.
01 ws-calendar-status pic xx.
01 ws-roster-status pic xx.
01 ws-parallel-status pic xx.
01 ws-schedule-status pic xx.
01 ws-job-log-status pic xx.
01 ws-run-history-status pic xx.
01 ws-sla-status pic xx.
01 ws-suspension-status pic xx.
01 ws-forecast-report-status pic xx.
01 ws-eof pic x value "N".
01 ws-roster-path pic x(60).
01 ws-command-param pic x(200).
01 ws-command-len pic 999.
01 ws-command-ptr pic 999.
01 ws-command-token pic x(200).
01 ws-param-error pic x value "N".
01 ws-args-len pic 999.
01 ws-args-ptr pic 999.
01 ws-args-token pic x(60).
01 ws-forecast-date pic 9(8).
01 ws-day-type pic x(8) value "NORMAL".
01 ws-par-degree pic 99 value 1.
01 ws-window-runs pic 9(3) value 10.
01 ws-start-time pic 9(6) value 0.
01 ws-start-text pic x(6).
01 ws-start-source pic x(30) value spaces.
01 ws-start-given pic x value "N".
01 ws-cutoff-time pic 9(6) value 0.
01 ws-cutoff-text pic x(6).
01 ws-cutoff-source pic x(30) value spaces.
01 ws-cutoff-active pic x value "N".
01 ws-cutoff-given pic x value "N".
01 ws-last-log-ts pic x(21) value spaces.
01 ws-max-run-no pic 9(6) value 0.
01 ws-min-run-no pic 9(6) value 0.
01 ws-distinct-count pic 9(4) value 0.
01 ws-distinct-idx pic 9(4).
01 ws-distinct-found pic x.
01 ws-distinct-min-idx pic 9(4).
01 ws-distinct-table.
    05 ws-distinct-run occurs 1000 times pic 9(6).
01 ws-window-floor-prev pic 9(7).
01 ws-window-k pic 9(3).
01 ws-window-max pic 9(6).
01 ws-sla-count pic 9(3) value 0.
01 ws-sla-idx pic 9(3).
01 ws-sla-table.
    05 ws-sla-entry occurs 100 times.
        10 ws-sla-lang pic x(15).
        10 ws-sla-max pic 9(7).
01 ws-roster-count pic 9(3) value 0.
01 ws-ros-idx pic 9(3).
01 ws-ros-found-idx pic 9(3).
01 ws-prereq-idx pic 9(3).
01 ws-roster-table.
    05 ws-roster-entry occurs 100 times.
        10 ws-ros-lang pic x(15).
        10 ws-ros-crit pic x(8).
        10 ws-ros-step pic 99.
        10 ws-ros-prereq pic x(15).
        10 ws-ros-sample-count pic 9(3).
        10 ws-ros-sample occurs 50 times pic 9(7).
        10 ws-ros-avg pic 9(7).
        10 ws-ros-p90 pic 9(7).
        10 ws-ros-basis pic x(10).
        10 ws-ros-result pic x.
        10 ws-ros-wave pic 9(3).
        10 ws-ros-dependents pic x.
01 ws-sample-idx pic 9(3).
01 ws-sample-sub pic 9(3).
01 ws-sample-hold pic 9(7).
01 ws-sample-sum pic 9(9).
01 ws-p90-rank pic 9(3).
01 ws-no-history-count pic 9(3) value 0.
01 ws-step-no pic 9(3).
01 ws-wave-progress pic x.
01 ws-prereq-met pic x.
01 ws-skipped-count pic 9(3) value 0.
01 ws-suspended-count pic 9(3) value 0.
01 ws-wave-count pic 9(3) value 0.
01 ws-wave-idx pic 9(3).
01 ws-wave-members pic 9(3).
01 ws-wave-table.
    05 ws-wave-entry occurs 200 times.
        10 ws-wv-step pic 99.
        10 ws-wv-members pic 9(3).
        10 ws-wv-avg pic 9(7).
        10 ws-wv-p90 pic 9(7).
        10 ws-wv-second-p90 pic 9(7).
        10 ws-wv-crit-idx pic 9(3).
        10 ws-wv-end-p90 pic 9(9).
        10 ws-wv-saving pic 9(7).
        10 ws-wv-advised pic x.
01 ws-total-avg pic 9(9) value 0.
01 ws-total-p90 pic 9(9) value 0.
01 ws-start-secs pic 9(6).
01 ws-cutoff-secs pic 9(6).
01 ws-clock-secs pic 9(6).
01 ws-clock-hhmmss pic 9(6).
01 ws-clock-parts redefines ws-clock-hhmmss.
    05 ws-clock-hh pic 99.
    05 ws-clock-mm pic 99.
    05 ws-clock-ss pic 99.
01 ws-clock-minutes pic 9(6).
01 ws-clock-display pic x(8).
01 ws-clock-next-day pic x.
01 ws-finish-avg-secs pic 9(6).
01 ws-finish-p90-secs pic 9(6).
01 ws-margin-avg-secs pic s9(6).
01 ws-margin-p90-secs pic s9(6).
01 ws-verdict pic x(14).
01 ws-shortfall pic s9(9).
01 ws-recovered pic 9(9).
01 ws-best-idx pic 9(3).
01 ws-best-crit pic x(8).
01 ws-advice-count pic 9(3) value 0.
01 ws-advice-text pic x(120).
01 ws-path-ptr pic 999.
01 ws-print-hold pic x(132).
01 ws-edit-secs pic -(6)9.
01 ws-edit-hundredths pic z(6)9.99.
01 ws-line-count pic 9(3) value 99.
01 ws-page-no pic 9(3) value 0.
01 ws-heading-1.
    05 filler pic x(46) value
        "COBOL LANGUAGE CHAIN - BATCH WINDOW FORECAST".
    05 filler pic x(59) value spaces.
    05 filler pic x(5) value "PAGE ".
    05 ws-hd-page-no pic zz9.
01 ws-info-line.
    05 ws-il-label pic x(20).
    05 filler pic x(2) value ": ".
    05 ws-il-value pic x(100).
01 ws-lang-heading-1.
    05 filler pic x(4) value "step".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "language".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "crit.".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "prerequisite".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "runs".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "  avg secs".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "  p90 secs".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "basis".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "wave".
01 ws-lang-heading-2.
    05 filler pic x(4) value "----".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "---------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "--------".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "---------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "----".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "----".
01 ws-lang-line.
    05 ws-ll-step pic z9.
    05 filler pic x(4) value spaces.
    05 ws-ll-lang pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-ll-crit pic x(8).
    05 filler pic x(2) value spaces.
    05 ws-ll-prereq pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-ll-runs pic zzz9.
    05 filler pic x(2) value spaces.
    05 ws-ll-avg pic z(4)9.99.
    05 filler pic x(2) value spaces.
    05 ws-ll-p90 pic z(4)9.99.
    05 filler pic x(2) value spaces.
    05 ws-ll-basis pic x(10).
    05 filler pic x(2) value spaces.
    05 ws-ll-wave pic x(4).
01 ws-wave-heading-1.
    05 filler pic x(4) value "wave".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "step".
    05 filler pic x(2) value spaces.
    05 filler pic x(5) value "calls".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "critical call".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "  avg secs".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "  p90 secs".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "ends p90".
01 ws-wave-heading-2.
    05 filler pic x(4) value "----".
    05 filler pic x(2) value spaces.
    05 filler pic x(4) value "----".
    05 filler pic x(2) value spaces.
    05 filler pic x(5) value "-----".
    05 filler pic x(2) value spaces.
    05 filler pic x(15) value "---------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
    05 filler pic x(2) value spaces.
    05 filler pic x(10) value "----------".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "--------".
01 ws-wave-line.
    05 ws-wl-wave pic zz9.
    05 filler pic x(3) value spaces.
    05 ws-wl-step pic z9.
    05 filler pic x(4) value spaces.
    05 ws-wl-members pic zzzz9.
    05 filler pic x(2) value spaces.
    05 ws-wl-critical pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-wl-avg pic z(4)9.99.
    05 filler pic x(2) value spaces.
    05 ws-wl-p90 pic z(4)9.99.
    05 filler pic x(2) value spaces.
    05 ws-wl-ends pic x(8).
    05 ws-wl-next-day pic x(4).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - BATCH WINDOW FORECAST"
    display "================================================"

    move function current-date(1:8) to ws-forecast-date
    accept ws-command-param from command-line
    perform parse-command-param
    if ws-param-error = "Y"
        move 1 to return-code
        goback
    end-if

    perform read-processing-calendar
    display "Processing date     : " ws-forecast-date " (" function trim(ws-day-type) ")"
    if ws-day-type = "HOLIDAY"
        display "forecast_chain_window: " ws-forecast-date " is a holiday - chain does not run, nothing to forecast"
        display "================================================"
        move 0 to return-code
        goback
    end-if
    perform select-roster-variant

    perform load-roster-table
    if ws-roster-count = 0
        display "forecast_chain_window: no languages found in " function trim(ws-roster-path)
        move 1 to return-code
        goback
    end-if

    perform load-suspensions
    perform load-parallel-control
    if ws-cutoff-given = "N"
        perform find-scheduled-cutoff
    end-if
    if ws-start-given = "N"
        perform find-logged-start
    end-if
    if ws-start-source = spaces
        display "forecast_chain_window: no start_cobol_chain start time in chain-job-log.dat - supply START=hhmmss"
        move 1 to return-code
        goback
    end-if

    perform load-sla-table
    perform collect-distinct-runs
    if ws-max-run-no > 0
        perform compute-window-floor
        perform accumulate-history
    end-if
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        perform compute-language-estimate
    end-perform

    if ws-par-degree > 1
        perform varying ws-step-no from 0 by 1
                until ws-step-no > 99
            perform simulate-step-parallel
        end-perform
    else
        perform varying ws-step-no from 0 by 1
                until ws-step-no > 99
            perform simulate-step-serial
        end-perform
    end-if

    perform compute-window-margin

    open output forecast-report-file
    perform print-forecast-header
    perform print-language-estimates
    perform print-wave-plan
    perform print-forecast-summary
    perform print-recommendations
    move spaces to print-record
    perform write-print-line
    move "END OF REPORT" to print-record
    perform write-print-line
    close forecast-report-file

    display "Roster              : " function trim(ws-roster-path)
    display "Parallel degree     : " ws-par-degree
    move ws-start-secs to ws-clock-secs
    perform format-clock-time
    display "Chain start         : " ws-clock-display " (" function trim(ws-start-source) ")"
    move ws-finish-avg-secs to ws-clock-secs
    perform format-clock-time
    display "Projected finish avg: " ws-clock-display
    move ws-finish-p90-secs to ws-clock-secs
    perform format-clock-time
    display "Projected finish p90: " ws-clock-display
    if ws-cutoff-active = "Y"
        move ws-cutoff-secs to ws-clock-secs
        perform format-clock-time
        display "Cutoff              : " ws-clock-display " (" function trim(ws-cutoff-source) ")"
        move ws-margin-avg-secs to ws-edit-secs
        display "Margin avg (secs)   : " ws-edit-secs
        move ws-margin-p90-secs to ws-edit-secs
        display "Margin p90 (secs)   : " ws-edit-secs
    else
        display "Cutoff              : none scheduled"
    end-if
    display "Forecast            : " function trim(ws-verdict)
    if ws-advice-count > 0
        display "Recommendations     : " ws-advice-count " - see chain-window-forecast.txt"
    end-if
    if ws-suspended-count > 0
        display "Suspended languages : " ws-suspended-count " - not dispatched, excluded from the forecast"
    end-if
    if ws-no-history-count > 0
        display "forecast_chain_window: " ws-no-history-count " language(s) have no timing history - estimates are understated"
    end-if
    display "================================================"

    if ws-verdict = "WITHIN WINDOW" or ws-verdict = "NO CUTOFF"
        move 0 to return-code
    else
        move 4 to return-code
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
        when ws-command-token(1:7) = "CUTOFF="
            move ws-command-token(8:6) to ws-cutoff-text
            if ws-cutoff-text is numeric
                and ws-command-token(14:1) = space
                compute ws-cutoff-time =
                    function numval(ws-cutoff-text)
                move "Y" to ws-cutoff-active
                move "Y" to ws-cutoff-given
                move "CUTOFF= parameter" to ws-cutoff-source
            else
                display "forecast_chain_window: invalid cutoff time " function trim(ws-command-token) " - expected CUTOFF=hhmmss"
                move "Y" to ws-param-error
            end-if
        when ws-command-token(1:6) = "START="
            move ws-command-token(7:6) to ws-start-text
            if ws-start-text is numeric
                and ws-command-token(13:1) = space
                compute ws-start-time =
                    function numval(ws-start-text)
                move "Y" to ws-start-given
                move "START= parameter" to ws-start-source
            else
                display "forecast_chain_window: invalid start time " function trim(ws-command-token) " - expected START=hhmmss"
                move "Y" to ws-param-error
            end-if
        when ws-command-token(1:5) = "RUNS="
            if ws-command-token(6:3) is numeric
                and ws-command-token(9:1) = space
                compute ws-window-runs =
                    function numval(ws-command-token(6:3))
                if ws-window-runs = 0
                    move 10 to ws-window-runs
                end-if
                if ws-window-runs > 50
                    display "forecast_chain_window: RUNS= may not exceed 050 - at most 50 timings per language are kept"
                    move "Y" to ws-param-error
                end-if
            else
                display "forecast_chain_window: RUNS= expects a three digit run count - ignoring " function trim(ws-command-token)
            end-if
        when ws-command-token(1:8) is numeric
            and ws-command-token(9:1) = space
            move ws-command-token(1:8) to ws-forecast-date
            if function test-date-yyyymmdd(ws-forecast-date) not = 0
                display "forecast_chain_window: " ws-forecast-date " is not a valid processing date"
                move "Y" to ws-param-error
            end-if
        when other
            display "forecast_chain_window: unrecognized parameter " function trim(ws-command-token) " - ignored"
    end-evaluate.

read-processing-calendar.
    open input calendar-file
    if ws-calendar-status not = "00"
        display "forecast_chain_window: no chain-calendar.dat found - treating " ws-forecast-date " as a NORMAL day"
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read calendar-file
                at end
                    move "Y" to ws-eof
                not at end
                    if calendar-record not = spaces
                        and calendar-record(1:1) not = "*"
                        and ca-date = ws-forecast-date
                        perform note-calendar-day-type
                    end-if
            end-read
        end-perform
        close calendar-file
    end-if.

note-calendar-day-type.
    evaluate ca-day-type
        when "HOLIDAY"
        when "NORMAL"
        when "MONTHEND"
        when "QTREND"
            move ca-day-type to ws-day-type
        when other
            display "forecast_chain_window: unknown day type " ca-day-type " for " ca-date " in chain-calendar.dat - treating as NORMAL"
    end-evaluate.

select-roster-variant.
    evaluate ws-day-type
        when "MONTHEND"
            move "chain-roster-monthend.dat" to ws-roster-path
        when "QTREND"
            move "chain-roster-qtrend.dat" to ws-roster-path
        when other
            move "chain-roster.dat" to ws-roster-path
    end-evaluate.

load-roster-table.
    open input roster-file
    if ws-roster-status not = "00"
        display "forecast_chain_window: unable to open " function trim(ws-roster-path) ", status " ws-roster-status
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read roster-file
                at end
                    move "Y" to ws-eof
                not at end
                    if roster-record not = spaces
                        and roster-record(1:1) not = "*"
                        perform load-one-roster-entry
                    end-if
            end-read
        end-perform
        close roster-file
    end-if
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        move "N" to ws-ros-dependents(ws-ros-idx)
        perform varying ws-prereq-idx from 1 by 1
                until ws-prereq-idx > ws-roster-count
            if ws-ros-prereq(ws-prereq-idx) = ws-ros-lang(ws-ros-idx)
                move "Y" to ws-ros-dependents(ws-ros-idx)
            end-if
        end-perform
    end-perform.

load-one-roster-entry.
    if ws-roster-count < 100
        add 1 to ws-roster-count
        move rr-language to ws-ros-lang(ws-roster-count)
        if rr-criticality = "OPTIONAL"
            move "OPTIONAL" to ws-ros-crit(ws-roster-count)
        else
            move "CRITICAL" to ws-ros-crit(ws-roster-count)
        end-if
        if rr-step-no is numeric
            move rr-step-no to ws-ros-step(ws-roster-count)
        else
            move 0 to ws-ros-step(ws-roster-count)
        end-if
        move rr-prereq-lang to ws-ros-prereq(ws-roster-count)
        move 0 to ws-ros-sample-count(ws-roster-count)
        move 0 to ws-ros-avg(ws-roster-count)
        move 0 to ws-ros-p90(ws-roster-count)
        move spaces to ws-ros-basis(ws-roster-count)
        move space to ws-ros-result(ws-roster-count)
        move 0 to ws-ros-wave(ws-roster-count)
    else
        display "forecast_chain_window: more than 100 roster languages - ignoring " rr-language
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
                    if su-status = "SUSPENDED"
                        perform note-suspended-language
                    end-if
            end-read
        end-perform
        close suspension-file
    end-if.

note-suspended-language.
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        if ws-ros-lang(ws-ros-idx) = su-language
            and ws-ros-result(ws-ros-idx) = space
            move "U" to ws-ros-result(ws-ros-idx)
            add 1 to ws-suspended-count
        end-if
    end-perform.

load-parallel-control.
    open input parallel-control-file
    if ws-parallel-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read parallel-control-file
                at end
                    move "Y" to ws-eof
                not at end
                    if parallel-control-record not = spaces
                        and parallel-control-record(1:1) not = "*"
                        if pc-degree numeric
                            compute ws-par-degree =
                                function numval(pc-degree)
                        end-if
                        if pc-launcher = spaces
                            move 1 to ws-par-degree
                        end-if
                        move "Y" to ws-eof
                    end-if
            end-read
        end-perform
        close parallel-control-file
    end-if
    if ws-par-degree = 0
        move 1 to ws-par-degree
    end-if.

find-scheduled-cutoff.
    open input schedule-file
    if ws-schedule-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read schedule-file
                at end
                    move "Y" to ws-eof
                not at end
                    if schedule-record not = spaces
                        and schedule-record(1:1) not = "*"
                        and sc-program = "start_cobol_chain"
                        perform scan-scheduled-args
                    end-if
            end-read
        end-perform
        close schedule-file
    end-if.

scan-scheduled-args.
    if sc-step-args not = spaces
        move function length(function trim(sc-step-args))
            to ws-args-len
        move 1 to ws-args-ptr
        perform until ws-args-ptr > ws-args-len
            move spaces to ws-args-token
            unstring sc-step-args delimited by all " "
                into ws-args-token
                with pointer ws-args-ptr
            end-unstring
            if ws-args-token(1:7) = "CUTOFF="
                and ws-args-token(8:6) is numeric
                move ws-args-token(8:6) to ws-cutoff-text
                compute ws-cutoff-time =
                    function numval(ws-cutoff-text)
                move "Y" to ws-cutoff-active
                move "chain-schedule.dat" to ws-cutoff-source
            end-if
        end-perform
    end-if.

find-logged-start.
    open input job-log-file
    if ws-job-log-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read job-log-file
                at end
                    move "Y" to ws-eof
                not at end
                    if jl-program = "start_cobol_chain"
                        and jl-start-ts(9:6) is numeric
                        and jl-start-ts > ws-last-log-ts
                        move jl-start-ts to ws-last-log-ts
                    end-if
            end-read
        end-perform
        close job-log-file
    end-if
    if ws-last-log-ts not = spaces
        move ws-last-log-ts(9:6) to ws-start-text
        compute ws-start-time = function numval(ws-start-text)
        move spaces to ws-start-source
        string "chain-job-log.dat " delimited by size
               ws-last-log-ts(1:8) delimited by size
               into ws-start-source
        end-string
    end-if.

load-sla-table.
    open input sla-file
    if ws-sla-status = "00"
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read sla-file
                at end
                    move "Y" to ws-eof
                not at end
                    if sla-record not = spaces
                        and sla-record(1:1) not = "*"
                        and sla-max-text is numeric
                        and ws-sla-count < 100
                        add 1 to ws-sla-count
                        move sla-language to ws-sla-lang(ws-sla-count)
                        move sla-max-text to ws-sla-max(ws-sla-count)
                    end-if
            end-read
        end-perform
        close sla-file
    end-if.

collect-distinct-runs.
    open input run-history-file
    if ws-run-history-status not = "00"
        move 0 to ws-max-run-no
    else
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read run-history-file
                at end
                    move "Y" to ws-eof
                not at end
                    if rh-run-no > ws-max-run-no
                        move rh-run-no to ws-max-run-no
                    end-if
                    perform note-distinct-run
            end-read
        end-perform
        close run-history-file
    end-if.

note-distinct-run.
    move "N" to ws-distinct-found
    perform varying ws-distinct-idx from 1 by 1
            until ws-distinct-idx > ws-distinct-count
        if ws-distinct-run(ws-distinct-idx) = rh-run-no
            move "Y" to ws-distinct-found
        end-if
    end-perform
    if ws-distinct-found = "N"
        if ws-distinct-count < 1000
            add 1 to ws-distinct-count
            move rh-run-no to ws-distinct-run(ws-distinct-count)
        else
            move 1 to ws-distinct-min-idx
            perform varying ws-distinct-idx from 2 by 1
                    until ws-distinct-idx > ws-distinct-count
                if ws-distinct-run(ws-distinct-idx)
                    < ws-distinct-run(ws-distinct-min-idx)
                    move ws-distinct-idx to ws-distinct-min-idx
                end-if
            end-perform
            if rh-run-no > ws-distinct-run(ws-distinct-min-idx)
                move rh-run-no
                    to ws-distinct-run(ws-distinct-min-idx)
            end-if
        end-if
    end-if.

compute-window-floor.
    move 9999999 to ws-window-floor-prev
    move 0 to ws-min-run-no
    move 0 to ws-window-k
    perform until ws-window-k >= ws-window-runs
        move 0 to ws-window-max
        perform varying ws-distinct-idx from 1 by 1
                until ws-distinct-idx > ws-distinct-count
            if ws-distinct-run(ws-distinct-idx)
                < ws-window-floor-prev
                and ws-distinct-run(ws-distinct-idx)
                    > ws-window-max
                move ws-distinct-run(ws-distinct-idx)
                    to ws-window-max
            end-if
        end-perform
        if ws-window-max = 0
            move ws-window-runs to ws-window-k
        else
            move ws-window-max to ws-min-run-no
            move ws-window-max to ws-window-floor-prev
            add 1 to ws-window-k
        end-if
    end-perform.

accumulate-history.
    open input run-history-file
    move "N" to ws-eof
    perform until ws-eof = "Y"
        read run-history-file
            at end
                move "Y" to ws-eof
            not at end
                if rh-run-no >= ws-min-run-no
                    and rh-elapsed-valid = "Y"
                    perform accumulate-history-record
                end-if
        end-read
    end-perform
    close run-history-file.

accumulate-history-record.
    move 0 to ws-ros-found-idx
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        if ws-ros-lang(ws-ros-idx) = rh-language
            move ws-ros-idx to ws-ros-found-idx
        end-if
    end-perform
    if ws-ros-found-idx > 0
        if ws-ros-sample-count(ws-ros-found-idx) < 50
            add 1 to ws-ros-sample-count(ws-ros-found-idx)
        else
            perform varying ws-sample-idx from 2 by 1
                    until ws-sample-idx > 50
                move ws-ros-sample(ws-ros-found-idx, ws-sample-idx)
                    to ws-ros-sample(ws-ros-found-idx, ws-sample-idx - 1)
            end-perform
        end-if
        move rh-elapsed-hundredths to ws-ros-sample(ws-ros-found-idx,
            ws-ros-sample-count(ws-ros-found-idx))
    end-if.

compute-language-estimate.
    if ws-ros-sample-count(ws-ros-idx) > 0
        move 0 to ws-sample-sum
        perform varying ws-sample-idx from 1 by 1
                until ws-sample-idx > ws-ros-sample-count(ws-ros-idx)
            add ws-ros-sample(ws-ros-idx, ws-sample-idx)
                to ws-sample-sum
        end-perform
        compute ws-ros-avg(ws-ros-idx) rounded =
            ws-sample-sum / ws-ros-sample-count(ws-ros-idx)
        perform sort-language-samples
        compute ws-p90-rank =
            (ws-ros-sample-count(ws-ros-idx) * 9 + 9) / 10
        move ws-ros-sample(ws-ros-idx, ws-p90-rank)
            to ws-ros-p90(ws-ros-idx)
        move "HISTORY" to ws-ros-basis(ws-ros-idx)
    else
        add 1 to ws-no-history-count
        move "NO HISTORY" to ws-ros-basis(ws-ros-idx)
        perform varying ws-sla-idx from 1 by 1
                until ws-sla-idx > ws-sla-count
            if ws-sla-lang(ws-sla-idx) = ws-ros-lang(ws-ros-idx)
                move ws-sla-max(ws-sla-idx) to ws-ros-avg(ws-ros-idx)
                move ws-sla-max(ws-sla-idx) to ws-ros-p90(ws-ros-idx)
                move "SLA" to ws-ros-basis(ws-ros-idx)
            end-if
        end-perform
    end-if.

sort-language-samples.
    perform varying ws-sample-idx from 2 by 1
            until ws-sample-idx > ws-ros-sample-count(ws-ros-idx)
        move ws-ros-sample(ws-ros-idx, ws-sample-idx) to ws-sample-hold
        move ws-sample-idx to ws-sample-sub
        perform until ws-sample-sub = 1
                or ws-ros-sample(ws-ros-idx, ws-sample-sub - 1)
                    <= ws-sample-hold
            move ws-ros-sample(ws-ros-idx, ws-sample-sub - 1)
                to ws-ros-sample(ws-ros-idx, ws-sample-sub)
            subtract 1 from ws-sample-sub
        end-perform
        move ws-sample-hold to ws-ros-sample(ws-ros-idx, ws-sample-sub)
    end-perform.

simulate-step-serial.
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        if ws-ros-step(ws-ros-idx) = ws-step-no
            and ws-ros-result(ws-ros-idx) = space
            move "Y" to ws-prereq-met
            if ws-ros-prereq(ws-ros-idx) not = spaces
                perform check-prerequisite
            end-if
            if ws-prereq-met = "Y"
                perform open-forecast-wave
                perform add-wave-member
                perform close-forecast-wave
            else
                move "K" to ws-ros-result(ws-ros-idx)
                add 1 to ws-skipped-count
            end-if
        end-if
    end-perform.

simulate-step-parallel.
    move "Y" to ws-wave-progress
    perform until ws-wave-progress = "N"
        move 0 to ws-wave-members
        perform varying ws-ros-idx from 1 by 1
                until ws-ros-idx > ws-roster-count
            if ws-ros-step(ws-ros-idx) = ws-step-no
                and ws-ros-result(ws-ros-idx) = space
                and ws-wave-members < ws-par-degree
                move "Y" to ws-prereq-met
                if ws-ros-prereq(ws-ros-idx) not = spaces
                    perform check-prerequisite
                end-if
                if ws-prereq-met = "Y"
                    if ws-wave-members = 0
                        perform open-forecast-wave
                    end-if
                    perform add-wave-member
                end-if
            end-if
        end-perform
        if ws-wave-members = 0
            move "N" to ws-wave-progress
        else
            perform close-forecast-wave
        end-if
    end-perform
    perform varying ws-ros-idx from 1 by 1
            until ws-ros-idx > ws-roster-count
        if ws-ros-step(ws-ros-idx) = ws-step-no
            and ws-ros-result(ws-ros-idx) = space
            move "K" to ws-ros-result(ws-ros-idx)
            add 1 to ws-skipped-count
        end-if
    end-perform.

check-prerequisite.
    move "N" to ws-prereq-met
    perform varying ws-prereq-idx from 1 by 1
            until ws-prereq-idx > ws-roster-count
        if ws-ros-lang(ws-prereq-idx) = ws-ros-prereq(ws-ros-idx)
            and ws-ros-result(ws-prereq-idx) = "S"
            move "Y" to ws-prereq-met
        end-if
    end-perform.

open-forecast-wave.
    if ws-wave-count < 200
        add 1 to ws-wave-count
    end-if
    move ws-step-no to ws-wv-step(ws-wave-count)
    move 0 to ws-wv-members(ws-wave-count)
    move 0 to ws-wv-avg(ws-wave-count)
    move 0 to ws-wv-p90(ws-wave-count)
    move 0 to ws-wv-second-p90(ws-wave-count)
    move 0 to ws-wv-crit-idx(ws-wave-count)
    move 0 to ws-wv-saving(ws-wave-count)
    move "N" to ws-wv-advised(ws-wave-count).

add-wave-member.
    add 1 to ws-wave-members
    add 1 to ws-wv-members(ws-wave-count)
    move "W" to ws-ros-result(ws-ros-idx)
    move ws-wave-count to ws-ros-wave(ws-ros-idx)
    if ws-ros-avg(ws-ros-idx) > ws-wv-avg(ws-wave-count)
        move ws-ros-avg(ws-ros-idx) to ws-wv-avg(ws-wave-count)
    end-if
    if ws-wv-crit-idx(ws-wave-count) = 0
        or ws-ros-p90(ws-ros-idx) > ws-wv-p90(ws-wave-count)
        move ws-wv-p90(ws-wave-count) to ws-wv-second-p90(ws-wave-count)
        move ws-ros-p90(ws-ros-idx) to ws-wv-p90(ws-wave-count)
        move ws-ros-idx to ws-wv-crit-idx(ws-wave-count)
    else
        if ws-ros-p90(ws-ros-idx) > ws-wv-second-p90(ws-wave-count)
            move ws-ros-p90(ws-ros-idx)
                to ws-wv-second-p90(ws-wave-count)
        end-if
    end-if.

close-forecast-wave.
    perform varying ws-prereq-idx from 1 by 1
            until ws-prereq-idx > ws-roster-count
        if ws-ros-result(ws-prereq-idx) = "W"
            move "S" to ws-ros-result(ws-prereq-idx)
        end-if
    end-perform
    add ws-wv-avg(ws-wave-count) to ws-total-avg
    add ws-wv-p90(ws-wave-count) to ws-total-p90
    move ws-total-p90 to ws-wv-end-p90(ws-wave-count)
    compute ws-wv-saving(ws-wave-count) =
        ws-wv-p90(ws-wave-count) - ws-wv-second-p90(ws-wave-count).

compute-window-margin.
    move ws-start-time to ws-clock-hhmmss
    compute ws-start-secs =
        ws-clock-hh * 3600 + ws-clock-mm * 60 + ws-clock-ss
    compute ws-finish-avg-secs =
        ws-start-secs + (ws-total-avg + 99) / 100
    compute ws-finish-p90-secs =
        ws-start-secs + (ws-total-p90 + 99) / 100
    if ws-cutoff-active = "N"
        move "NO CUTOFF" to ws-verdict
    else
        move ws-cutoff-time to ws-clock-hhmmss
        compute ws-cutoff-secs =
            ws-clock-hh * 3600 + ws-clock-mm * 60 + ws-clock-ss
        if ws-cutoff-secs <= ws-start-secs
            add 86400 to ws-cutoff-secs
        end-if
        compute ws-margin-avg-secs =
            ws-cutoff-secs - ws-finish-avg-secs
        compute ws-margin-p90-secs =
            ws-cutoff-secs - ws-finish-p90-secs
        evaluate true
            when ws-margin-p90-secs >= 0
                move "WITHIN WINDOW" to ws-verdict
            when ws-margin-avg-secs >= 0
                move "AT RISK" to ws-verdict
            when other
                move "WILL MISS" to ws-verdict
        end-evaluate
    end-if.

format-clock-time.
    if ws-clock-secs >= 86400
        move "Y" to ws-clock-next-day
        subtract 86400 from ws-clock-secs
    else
        move "N" to ws-clock-next-day
    end-if
    divide ws-clock-secs by 60 giving ws-clock-minutes
        remainder ws-clock-ss
    divide ws-clock-minutes by 60 giving ws-clock-hh
        remainder ws-clock-mm
    move spaces to ws-clock-display
    string ws-clock-hhmmss(1:2) delimited by size
           ":" delimited by size
           ws-clock-hhmmss(3:2) delimited by size
           ":" delimited by size
           ws-clock-hhmmss(5:2) delimited by size
           into ws-clock-display
    end-string.

print-forecast-header.
    move "PROCESSING DATE" to ws-il-label
    move spaces to ws-il-value
    string ws-forecast-date delimited by size
           " (" delimited by size
           function trim(ws-day-type) delimited by size
           ")" delimited by size
           into ws-il-value
    end-string
    perform write-info-line
    move "ROSTER" to ws-il-label
    move ws-roster-path to ws-il-value
    perform write-info-line
    move "PARALLEL DEGREE" to ws-il-label
    move spaces to ws-il-value
    if ws-par-degree > 1
        string ws-par-degree delimited by size
               " calls per wave (chain-parallel.dat)" delimited by size
               into ws-il-value
        end-string
    else
        move "01 - serial dispatch" to ws-il-value
    end-if
    perform write-info-line
    move "HISTORY WINDOW" to ws-il-label
    move spaces to ws-il-value
    if ws-max-run-no > 0
        string "runs " delimited by size
               ws-min-run-no delimited by size
               " through " delimited by size
               ws-max-run-no delimited by size
               " of chain-run-history.dat" delimited by size
               into ws-il-value
        end-string
    else
        move "no chain-run-history.dat - SLA limits used where set"
            to ws-il-value
    end-if
    perform write-info-line
    move "CHAIN START" to ws-il-label
    move ws-start-secs to ws-clock-secs
    perform format-clock-time
    move spaces to ws-il-value
    string ws-clock-display delimited by size
           " (" delimited by size
           function trim(ws-start-source) delimited by size
           ")" delimited by size
           into ws-il-value
    end-string
    perform write-info-line
    move "CUTOFF" to ws-il-label
    move spaces to ws-il-value
    if ws-cutoff-active = "Y"
        move ws-cutoff-secs to ws-clock-secs
        perform format-clock-time
        string ws-clock-display delimited by size
               " (" delimited by size
               function trim(ws-cutoff-source) delimited by size
               ")" delimited by size
               into ws-il-value
        end-string
    else
        move "none scheduled" to ws-il-value
    end-if
    perform write-info-line.

print-language-estimates.
    move spaces to print-record
    perform write-print-line
    move ws-lang-heading-1 to print-record
    perform write-print-line
    move ws-lang-heading-2 to print-record
    perform write-print-line
    perform varying ws-step-no from 0 by 1
            until ws-step-no > 99
        perform varying ws-ros-idx from 1 by 1
                until ws-ros-idx > ws-roster-count
            if ws-ros-step(ws-ros-idx) = ws-step-no
                perform print-language-line
            end-if
        end-perform
    end-perform.

print-language-line.
    move spaces to ws-lang-line
    move ws-ros-step(ws-ros-idx) to ws-ll-step
    move ws-ros-lang(ws-ros-idx) to ws-ll-lang
    move ws-ros-crit(ws-ros-idx) to ws-ll-crit
    move ws-ros-prereq(ws-ros-idx) to ws-ll-prereq
    move ws-ros-sample-count(ws-ros-idx) to ws-ll-runs
    compute ws-ll-avg = ws-ros-avg(ws-ros-idx) / 100
    compute ws-ll-p90 = ws-ros-p90(ws-ros-idx) / 100
    move ws-ros-basis(ws-ros-idx) to ws-ll-basis
    evaluate ws-ros-result(ws-ros-idx)
        when "K"
            move "SKIP" to ws-ll-wave
        when "U"
            move "SUSP" to ws-ll-wave
        when other
            move ws-ros-wave(ws-ros-idx) to ws-ll-wave(2:3)
    end-evaluate
    move ws-lang-line to print-record
    perform write-print-line.

print-wave-plan.
    move spaces to print-record
    perform write-print-line
    move "DISPATCH PLAN - THE CRITICAL CALL IS THE LONGEST (P90) CALL IN EACH WAVE AND SETS ITS LENGTH"
        to print-record
    perform write-print-line
    move ws-wave-heading-1 to print-record
    perform write-print-line
    move ws-wave-heading-2 to print-record
    perform write-print-line
    perform varying ws-wave-idx from 1 by 1
            until ws-wave-idx > ws-wave-count
        move spaces to ws-wave-line
        move ws-wave-idx to ws-wl-wave
        move ws-wv-step(ws-wave-idx) to ws-wl-step
        move ws-wv-members(ws-wave-idx) to ws-wl-members
        move ws-ros-lang(ws-wv-crit-idx(ws-wave-idx)) to ws-wl-critical
        compute ws-wl-avg = ws-wv-avg(ws-wave-idx) / 100
        compute ws-wl-p90 = ws-wv-p90(ws-wave-idx) / 100
        compute ws-clock-secs =
            ws-start-secs + (ws-wv-end-p90(ws-wave-idx) + 99) / 100
        perform format-clock-time
        move ws-clock-display to ws-wl-ends
        if ws-clock-next-day = "Y"
            move " +1d" to ws-wl-next-day
        end-if
        move ws-wave-line to print-record
        perform write-print-line
    end-perform
    if ws-skipped-count > 0
        move spaces to print-record
        perform write-print-line
        move spaces to print-record
        string "NOTE: " delimited by size
               ws-skipped-count delimited by size
               " language(s) marked SKIP would be skipped - their prerequisite is not dispatched ahead of them"
               delimited by size
               into print-record
        end-string
        perform write-print-line
    end-if
    if ws-suspended-count > 0
        move spaces to print-record
        perform write-print-line
        move spaces to print-record
        string "NOTE: " delimited by size
               ws-suspended-count delimited by size
               " language(s) marked SUSP are suspended in chain-suspended.dat and are not dispatched"
               delimited by size
               into print-record
        end-string
        perform write-print-line
    end-if.

print-forecast-summary.
    move spaces to print-record
    perform write-print-line
    move "CRITICAL PATH" to ws-il-label
    move spaces to ws-il-value
    move 1 to ws-path-ptr
    perform varying ws-wave-idx from 1 by 1
            until ws-wave-idx > ws-wave-count
        if ws-path-ptr < 90
            if ws-wave-idx > 1
                string " > " delimited by size
                       into ws-il-value
                       with pointer ws-path-ptr
                end-string
            end-if
            string function trim(ws-ros-lang(ws-wv-crit-idx(ws-wave-idx)))
                       delimited by size
                   into ws-il-value
                   with pointer ws-path-ptr
            end-string
            if ws-path-ptr >= 90 and ws-wave-idx < ws-wave-count
                string " ..." delimited by size
                       into ws-il-value
                       with pointer ws-path-ptr
                end-string
            end-if
        end-if
    end-perform
    perform write-info-line
    move "CHAIN LENGTH AVG" to ws-il-label
    compute ws-edit-hundredths = ws-total-avg / 100
    move spaces to ws-il-value
    string function trim(ws-edit-hundredths) delimited by size
           " secs" delimited by size
           into ws-il-value
    end-string
    perform write-info-line
    move "CHAIN LENGTH P90" to ws-il-label
    compute ws-edit-hundredths = ws-total-p90 / 100
    move spaces to ws-il-value
    string function trim(ws-edit-hundredths) delimited by size
           " secs" delimited by size
           into ws-il-value
    end-string
    perform write-info-line
    move "PROJECTED FINISH AVG" to ws-il-label
    move ws-finish-avg-secs to ws-clock-secs
    perform print-finish-line
    move "PROJECTED FINISH P90" to ws-il-label
    move ws-finish-p90-secs to ws-clock-secs
    perform print-finish-line
    if ws-cutoff-active = "Y"
        move "MARGIN AVG" to ws-il-label
        move ws-margin-avg-secs to ws-edit-secs
        move spaces to ws-il-value
        string function trim(ws-edit-secs) delimited by size
               " secs against cutoff" delimited by size
               into ws-il-value
        end-string
        perform write-info-line
        move "MARGIN P90" to ws-il-label
        move ws-margin-p90-secs to ws-edit-secs
        move spaces to ws-il-value
        string function trim(ws-edit-secs) delimited by size
               " secs against cutoff" delimited by size
               into ws-il-value
        end-string
        perform write-info-line
    end-if
    move "FORECAST" to ws-il-label
    move ws-verdict to ws-il-value
    perform write-info-line.

print-finish-line.
    perform format-clock-time
    move spaces to ws-il-value
    if ws-clock-next-day = "Y"
        string ws-clock-display delimited by size
               " next day" delimited by size
               into ws-il-value
        end-string
    else
        move ws-clock-display to ws-il-value
    end-if
    perform write-info-line.

print-recommendations.
    move spaces to print-record
    perform write-print-line
    move "RECOMMENDATIONS" to print-record
    perform write-print-line
    if ws-verdict = "WITHIN WINDOW" or ws-verdict = "NO CUTOFF"
        move "  none - the chain is forecast to finish inside the window at the 90th percentile"
            to print-record
        perform write-print-line
    else
        compute ws-shortfall = 0 - ws-margin-p90-secs * 100
        move 0 to ws-recovered
        move 1 to ws-best-idx
        perform until ws-recovered >= ws-shortfall
                or ws-best-idx = 0
            perform choose-best-wave
            if ws-best-idx > 0
                perform advise-one-move
            end-if
        end-perform
        move spaces to print-record
        perform write-print-line
        if ws-recovered >= ws-shortfall
            move "  the moves above recover the window at the 90th percentile"
                to print-record
        else
            compute ws-edit-hundredths =
                (ws-shortfall - ws-recovered) / 100
            move spaces to print-record
            string "  the moves above do not recover the window - "
                       delimited by size
                   function trim(ws-edit-hundredths) delimited by size
                   " secs still short; shorten the CRITICAL calls or move the cutoff"
                       delimited by size
                   into print-record
            end-string
        end-if
        perform write-print-line
    end-if.

choose-best-wave.
    move 0 to ws-best-idx
    move "OPTIONAL" to ws-best-crit
    perform scan-advisable-waves
    if ws-best-idx = 0
        move spaces to ws-best-crit
        perform scan-advisable-waves
    end-if.

scan-advisable-waves.
    perform varying ws-wave-idx from 1 by 1
            until ws-wave-idx > ws-wave-count
        move ws-wv-crit-idx(ws-wave-idx) to ws-ros-idx
        if ws-wv-advised(ws-wave-idx) = "N"
            and ws-wv-saving(ws-wave-idx) > 0
            and (ws-best-crit = spaces
                or (ws-ros-crit(ws-ros-idx) = ws-best-crit
                    and ws-ros-dependents(ws-ros-idx) = "N"))
            if ws-best-idx = 0
                move ws-wave-idx to ws-best-idx
            else
                if ws-wv-saving(ws-wave-idx) > ws-wv-saving(ws-best-idx)
                    move ws-wave-idx to ws-best-idx
                end-if
            end-if
        end-if
    end-perform.

advise-one-move.
    move "Y" to ws-wv-advised(ws-best-idx)
    move ws-wv-crit-idx(ws-best-idx) to ws-ros-idx
    compute ws-edit-hundredths = ws-wv-saving(ws-best-idx) / 100
    move spaces to ws-advice-text
    evaluate true
        when ws-ros-dependents(ws-ros-idx) = "Y"
            string "  " delimited by size
                   function trim(ws-ros-lang(ws-ros-idx)) delimited by size
                   " is a prerequisite of later calls - shorten its run time (worth "
                       delimited by size
                   function trim(ws-edit-hundredths) delimited by size
                   " secs); it cannot be moved on its own"
                       delimited by size
                   into ws-advice-text
            end-string
        when ws-ros-crit(ws-ros-idx) = "OPTIONAL"
            add ws-wv-saving(ws-best-idx) to ws-recovered
            string "  move " delimited by size
                   function trim(ws-ros-lang(ws-ros-idx)) delimited by size
                   " (OPTIONAL) to a trailing step after the CRITICAL work - recovers "
                       delimited by size
                   function trim(ws-edit-hundredths) delimited by size
                   " secs" delimited by size
                   into ws-advice-text
            end-string
        when other
            add ws-wv-saving(ws-best-idx) to ws-recovered
            string "  make " delimited by size
                   function trim(ws-ros-lang(ws-ros-idx)) delimited by size
                   " OPTIONAL and move it to a trailing step - recovers "
                       delimited by size
                   function trim(ws-edit-hundredths) delimited by size
                   " secs" delimited by size
                   into ws-advice-text
            end-string
    end-evaluate
    add 1 to ws-advice-count
    move ws-advice-text to print-record
    perform write-print-line.

write-info-line.
    move ws-info-line to print-record
    perform write-print-line.

write-print-line.
    if ws-line-count > 55
        perform print-page-heading
    end-if
    write print-record
    add 1 to ws-line-count.

print-page-heading.
    move print-record to ws-print-hold
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
    move ws-print-hold to print-record
    move 2 to ws-line-count.
