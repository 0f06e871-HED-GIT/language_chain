01 ws-failed-count pic 9(4) value 0.
01 ws-responded-count pic 9(4) value 0.
01 ws-dep-skipped-count pic 9(4) value 0.
01 ws-suspended-count pic 9(4) value 0.
01 ws-have-start pic x value "N".
01 ws-start-timestamp pic x(21).
01 ws-end-timestamp pic x(21).
    display "Languages succeeded : " ws-succeeded-count
    display "Languages failed    : " ws-failed-count
    display "Languages dep-skip  : " ws-dep-skipped-count
    display "Languages suspended : " ws-suspended-count
    display "Languages responded : " ws-responded-count
    if ws-window-expired = "Y"
        display "Window expired      : YES - run quiesced at cutoff"
            add 1 to ws-succeeded-count
        when "DEPENDENCY-SKIPPED"
            add 1 to ws-dep-skipped-count
        when "SUSPENDED"
            add 1 to ws-suspended-count
        when "WINDOW-EXPIRED"
            move "Y" to ws-window-expired
        when other
