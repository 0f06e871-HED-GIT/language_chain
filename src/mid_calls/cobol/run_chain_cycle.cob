    05 filler                  pic x.
    05 sc-stop-cc              pic xx.
    05 filler                  pic x.
    05 sc-always-run           pic x.
    05 filler                  pic x.
    05 sc-step-args            pic x(60).

FD  job-log-file.
        10 ws-stp-day pic x(3).
        10 ws-stp-stop-cc pic s9(4).
        10 ws-stp-has-stop pic x.
        10 ws-stp-always-run pic x.
        10 ws-stp-args pic x(60).
01 ws-step-overflow pic x value "N".
01 ws-step-cc pic s9(4).
        end-if
    end-if

    evaluate sc-always-run
        when "A"
            move "Y" to ws-stp-always-run(ws-step-count)
        when space
            move "N" to ws-stp-always-run(ws-step-count)
        when other
            display "run_chain_cycle: " sc-program " has unknown run flag " sc-always-run " - ignored"
            move "N" to ws-stp-always-run(ws-step-count)
    end-evaluate

    move sc-step-args to ws-stp-args(ws-step-count).

run-one-step.
    if (ws-halted = "Y" or ws-stopped = "Y")
        and ws-stp-always-run(ws-step-idx) = "N"
        move spaces to ws-step-start-ts
        move spaces to ws-step-end-ts
        move 0 to ws-step-cc
            move "SKIPPED" to ws-step-disposition
            perform write-job-log-entry
        else
            if ws-halted = "Y" or ws-stopped = "Y"
                display "run_chain_cycle: " function trim(ws-stp-program(ws-step-idx)) " is marked always-run - starting it anyway"
            end-if
            perform call-one-step
        end-if
    end-if.
