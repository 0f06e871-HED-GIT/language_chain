IDENTIFICATION DIVISION.
PROGRAM-ID. audit_chain_config.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT config-file ASSIGN TO DYNAMIC ws-config-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-config-status.

    SELECT snapshot-file ASSIGN TO DYNAMIC ws-snapshot-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-snapshot-status.

    SELECT audit-file ASSIGN TO "chain-config-audit.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-status.

    SELECT audit-report-file ASSIGN TO "chain-config-audit-report.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-audit-report-status.

    SELECT run-control-file ASSIGN TO "chain-run-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-run-control-status.

    SELECT chain-events-file ASSIGN TO "chain-events.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-chain-events-status.

DATA DIVISION.
FILE SECTION.
FD  config-file.
01  config-record         pic x(200).

FD  snapshot-file.
01  snapshot-record       pic x(200).

FD  audit-file.
01  config-audit-record.
    05 ca-cycle-date      pic 9(8).
    05 filler             pic x.
    05 ca-file-name       pic x(30).
    05 filler             pic x.
    05 ca-change-type     pic x(8).
    05 filler             pic x.
    05 ca-entry-key       pic x(30).
    05 filler             pic x.
    05 ca-detail          pic x(90).
    05 filler             pic x.
    05 ca-timestamp       pic x(21).
    05 filler             pic x.
    05 ca-run-no          pic 9(6).

FD  audit-report-file.
01  print-record          pic x(132).

FD  run-control-file.
01  run-control-record.
    05 rc-last-run-no     pic 9(6).

FD  chain-events-file.
COPY eventrec.

WORKING-STORAGE SECTION.
01 ws-config-status pic xx.
01 ws-snapshot-status pic xx.
01 ws-audit-status pic xx.
01 ws-audit-report-status pic xx.
01 ws-run-control-status pic xx.
01 ws-chain-events-status pic xx.
01 ws-run-no pic 9(6) value 0.
01 ws-event-severity pic x(6).
01 ws-event-text pic x(80).
01 ws-event-count pic 9(5).
01 ws-eof pic x value "N".
01 ws-today-date pic 9(8).
01 ws-current-date-raw pic x(21).
01 ws-config-path pic x(60).
01 ws-snapshot-path pic x(60).
01 ws-build-ptr pic 999.
01 ws-file-idx pic 99.
01 ws-config-file-count pic 99 value 13.
01 ws-config-file-table.
    05 filler pic x(30) value "chain-roster.dat".
    05 filler pic x(8) value "ROSTER".
    05 filler pic x(30) value "chain-roster-monthend.dat".
    05 filler pic x(8) value "ROSTER".
    05 filler pic x(30) value "chain-roster-qtrend.dat".
    05 filler pic x(8) value "ROSTER".
    05 filler pic x(30) value "chain-sla.dat".
    05 filler pic x(8) value "SLA".
    05 filler pic x(30) value "chain-schedule.dat".
    05 filler pic x(8) value "SCHEDULE".
    05 filler pic x(30) value "chain-calendar.dat".
    05 filler pic x(8) value "CALENDAR".
    05 filler pic x(30) value "chain-parallel.dat".
    05 filler pic x(8) value "SETTING".
    05 filler pic x(30) value "chain-retention.dat".
    05 filler pic x(8) value "SETTING".
    05 filler pic x(30) value "chain-payload-rules.dat".
    05 filler pic x(8) value "KEYED".
    05 filler pic x(30) value "chain-register-retention.dat".
    05 filler pic x(8) value "SETTING".
    05 filler pic x(30) value "chain-rates.dat".
    05 filler pic x(8) value "KEYED".
    05 filler pic x(30) value "chain-routes.dat".
    05 filler pic x(8) value "ROUTE".
    05 filler pic x(30) value "chain-suspend.dat".
    05 filler pic x(8) value "SETTING".
01 ws-config-file-entries redefines ws-config-file-table.
    05 ws-config-file-entry occurs 13 times.
        10 ws-cf-name pic x(30).
        10 ws-cf-kind pic x(8).
01 ws-config-present pic x.
01 ws-snapshot-present pic x.
01 ws-new-count pic 9(4).
01 ws-new-idx pic 9(4).
01 ws-new-table.
    05 ws-new-entry occurs 500 times.
        10 ws-new-key pic x(30).
        10 ws-new-text pic x(200).
01 ws-old-count pic 9(4).
01 ws-old-idx pic 9(4).
01 ws-old-found-idx pic 9(4).
01 ws-old-table.
    05 ws-old-entry occurs 500 times.
        10 ws-old-key pic x(30).
        10 ws-old-text pic x(200).
        10 ws-old-matched pic x.
01 ws-table-overflow pic x.
01 ws-load-text pic x(200).
01 ws-load-key pic x(30).
01 ws-new-rec pic x(200).
01 ws-old-rec pic x(200).
01 ws-chg-type pic x(8).
01 ws-chg-key pic x(30).
01 ws-chg-detail pic x(90).
01 ws-chg-warn pic x.
01 ws-fld-prefix pic x(20).
01 ws-fld-label pic x(20).
01 ws-fld-old pic x(60).
01 ws-fld-new pic x(60).
01 ws-fld-warn pic x.
01 ws-crit-involved pic x.
01 ws-files-checked pic 9(3) value 0.
01 ws-files-baselined pic 9(3) value 0.
01 ws-change-count pic 9(5) value 0.
01 ws-warn-count pic 9(5) value 0.
01 ws-snapshot-errors pic 9(3) value 0.
01 ws-line-count pic 9(3) value 99.
01 ws-page-no pic 9(3) value 0.
01 ws-heading-1.
    05 filler pic x(52) value
        "COBOL LANGUAGE CHAIN - CONFIGURATION CHANGE AUDIT".
    05 filler pic x(12) value "CYCLE DATE ".
    05 ws-hd-cycle-date pic 9(8).
    05 filler pic x(6) value "  RUN ".
    05 ws-hd-run-no pic 9(6).
    05 filler pic x(21) value spaces.
    05 filler pic x(5) value "PAGE ".
    05 ws-hd-page-no pic zz9.
01 ws-heading-2.
    05 filler pic x(30) value "parameter file".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "change".
    05 filler pic x(2) value spaces.
    05 filler pic x(90) value "detail".
01 ws-heading-3.
    05 filler pic x(30) value "------------------------------".
    05 filler pic x(2) value spaces.
    05 filler pic x(8) value "--------".
    05 filler pic x(2) value spaces.
    05 filler pic x(90) value all "-".
01 ws-detail-line.
    05 ws-dt-file pic x(30).
    05 filler pic x(2) value spaces.
    05 ws-dt-change pic x(8).
    05 filler pic x(2) value spaces.
    05 ws-dt-detail pic x(90).
01 ws-total-line.
    05 ws-tl-label pic x(24).
    05 filler pic x(2) value ": ".
    05 ws-tl-count pic zzzz9.

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - CONFIGURATION AUDIT"
    display "================================================"

    move function current-date to ws-current-date-raw
    move function numval(ws-current-date-raw(1:8)) to ws-today-date
    display "Cycle date          : " ws-today-date
    perform note-current-run-number
    display "Cycle run           : " ws-run-no

    open extend audit-file
    if ws-audit-status = "35"
        open output audit-file
    end-if
    if ws-audit-status not = "00"
        display "audit_chain_config: unable to open chain-config-audit.dat, status " ws-audit-status
        display "================================================"
        move 1 to return-code
        goback
    end-if
    open output audit-report-file

    perform varying ws-file-idx from 1 by 1
            until ws-file-idx > ws-config-file-count
        perform audit-one-file
    end-perform

    if ws-change-count = 0
        if ws-page-no = 0
            perform print-page-heading
        end-if
        move "NO CONFIGURATION CHANGES SINCE THE LAST CYCLE" to print-record
        write print-record
        add 1 to ws-line-count
    end-if
    move spaces to print-record
    write print-record
    move "PARAMETER FILES CHECKED" to ws-tl-label
    move ws-files-checked to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "NEW SNAPSHOTS TAKEN" to ws-tl-label
    move ws-files-baselined to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "CHANGES RECORDED" to ws-tl-label
    move ws-change-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "WARN EVENTS RAISED" to ws-tl-label
    move ws-warn-count to ws-tl-count
    move ws-total-line to print-record
    write print-record
    move "END OF REPORT" to print-record
    write print-record

    close audit-report-file
    close audit-file

    display " "
    display "Files checked       : " ws-files-checked
    display "Snapshots taken     : " ws-files-baselined
    display "Changes recorded    : " ws-change-count
    display "WARN events raised  : " ws-warn-count
    display "================================================"

    if ws-change-count > 0
        move ws-change-count to ws-event-count
        move "INFO" to ws-event-severity
        move spaces to ws-event-text
        string ws-event-count delimited by size
               " parameter change(s) recorded in chain-config-audit.dat"
                   delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if

    if ws-change-count > 0 or ws-snapshot-errors > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    goback.

note-current-run-number.
    open input run-control-file
    if ws-run-control-status = "00"
        read run-control-file
            at end
                continue
            not at end
                move rc-last-run-no to ws-run-no
        end-read
        close run-control-file
    end-if
    add 1 to ws-run-no.

audit-one-file.
    add 1 to ws-files-checked
    move ws-cf-name(ws-file-idx) to ws-config-path
    move spaces to ws-snapshot-path
    string "snapshot/" delimited by size
           function trim(ws-cf-name(ws-file-idx)) delimited by size
           into ws-snapshot-path
    end-string

    perform load-current-file
    perform load-snapshot-file

    evaluate true
        when ws-config-present = "N" and ws-snapshot-present = "N"
            continue
        when ws-config-present = "N"
            move "REMOVED" to ws-chg-type
            move "(file)" to ws-chg-key
            move "parameter file no longer present - last snapshot kept"
                to ws-chg-detail
            move "Y" to ws-chg-warn
            perform record-change
        when ws-snapshot-present = "N"
            add 1 to ws-files-baselined
            move "BASELINE" to ws-chg-type
            move "(file)" to ws-chg-key
            move spaces to ws-chg-detail
            move ws-new-count to ws-event-count
            string "no snapshot on file - " delimited by size
                   ws-event-count delimited by size
                   " entries taken as the starting point" delimited by size
                   into ws-chg-detail
            end-string
            move "N" to ws-chg-warn
            perform record-change
            perform save-snapshot
        when other
            perform compare-entries
            perform save-snapshot
    end-evaluate.

load-current-file.
    move 0 to ws-new-count
    move "N" to ws-table-overflow
    move "N" to ws-config-present
    open input config-file
    if ws-config-status = "00"
        move "Y" to ws-config-present
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read config-file
                at end
                    move "Y" to ws-eof
                not at end
                    if config-record not = spaces
                        and config-record(1:1) not = "*"
                        move config-record to ws-load-text
                        perform derive-entry-key
                        if ws-new-count < 500
                            add 1 to ws-new-count
                            move ws-load-key to ws-new-key(ws-new-count)
                            move ws-load-text to ws-new-text(ws-new-count)
                        else
                            move "Y" to ws-table-overflow
                        end-if
                    end-if
            end-read
        end-perform
        close config-file
    end-if
    if ws-table-overflow = "Y"
        display "audit_chain_config: " function trim(ws-config-path) " exceeds 500 entries - later entries not compared"
    end-if.

load-snapshot-file.
    move 0 to ws-old-count
    move "N" to ws-table-overflow
    move "N" to ws-snapshot-present
    open input snapshot-file
    if ws-snapshot-status = "00"
        move "Y" to ws-snapshot-present
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read snapshot-file
                at end
                    move "Y" to ws-eof
                not at end
                    if snapshot-record not = spaces
                        and snapshot-record(1:1) not = "*"
                        move snapshot-record to ws-load-text
                        perform derive-entry-key
                        if ws-old-count < 500
                            add 1 to ws-old-count
                            move ws-load-key to ws-old-key(ws-old-count)
                            move ws-load-text to ws-old-text(ws-old-count)
                            move "N" to ws-old-matched(ws-old-count)
                        else
                            move "Y" to ws-table-overflow
                        end-if
                    end-if
            end-read
        end-perform
        close snapshot-file
    end-if
    if ws-table-overflow = "Y"
        display "audit_chain_config: " function trim(ws-snapshot-path) " exceeds 500 entries - later entries not compared"
    end-if.

derive-entry-key.
    move spaces to ws-load-key
    evaluate ws-cf-kind(ws-file-idx)
        when "SCHEDULE"
            move ws-load-text(1:30) to ws-load-key
        when "CALENDAR"
            move ws-load-text(1:8) to ws-load-key
        when "SETTING"
            move "(setting)" to ws-load-key
        when "ROUTE"
            string function trim(ws-load-text(1:15)) delimited by size
                   " hop " delimited by size
                   ws-load-text(17:2) delimited by size
                   into ws-load-key
            end-string
        when other
            move ws-load-text(1:15) to ws-load-key
    end-evaluate.

compare-entries.
    perform varying ws-new-idx from 1 by 1
            until ws-new-idx > ws-new-count
        move 0 to ws-old-found-idx
        perform varying ws-old-idx from 1 by 1
                until ws-old-idx > ws-old-count
                   or ws-old-found-idx > 0
            if ws-old-key(ws-old-idx) = ws-new-key(ws-new-idx)
                and ws-old-matched(ws-old-idx) = "N"
                move ws-old-idx to ws-old-found-idx
            end-if
        end-perform
        move ws-new-text(ws-new-idx) to ws-new-rec
        move ws-new-key(ws-new-idx) to ws-chg-key
        if ws-old-found-idx = 0
            move spaces to ws-old-rec
            perform describe-added-entry
        else
            move "Y" to ws-old-matched(ws-old-found-idx)
            move ws-old-text(ws-old-found-idx) to ws-old-rec
            if ws-old-rec not = ws-new-rec
                perform describe-modified-entry
            end-if
        end-if
    end-perform

    perform varying ws-old-idx from 1 by 1
            until ws-old-idx > ws-old-count
        if ws-old-matched(ws-old-idx) = "N"
            move ws-old-text(ws-old-idx) to ws-old-rec
            move ws-old-key(ws-old-idx) to ws-chg-key
            perform describe-removed-entry
        end-if
    end-perform.

describe-added-entry.
    move "ADDED" to ws-chg-type
    move "N" to ws-chg-warn
    move spaces to ws-chg-detail
    evaluate ws-cf-kind(ws-file-idx)
        when "ROSTER"
            if ws-new-rec(17:8) = "CRITICAL" or ws-new-rec(17:8) = spaces
                move "Y" to ws-chg-warn
            end-if
            string function trim(ws-chg-key) delimited by size
                   " added: " delimited by size
                   function trim(ws-new-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
        when "SLA"
            string "SLA for " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " added: " delimited by size
                   function trim(ws-new-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
        when "SCHEDULE"
            string "step " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " added: tolerance " delimited by size
                   ws-new-rec(32:2) delimited by size
                   into ws-chg-detail
            end-string
        when "CALENDAR"
            string function trim(ws-chg-key) delimited by size
                   " added: " delimited by size
                   function trim(ws-new-rec(10:8)) delimited by size
                   into ws-chg-detail
            end-string
        when "SETTING"
            string "setting added: " delimited by size
                   function trim(ws-new-rec) delimited by size
                   into ws-chg-detail
            end-string
        when "ROUTE"
            string "route " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " added: " delimited by size
                   function trim(ws-new-rec(20:181)) delimited by size
                   into ws-chg-detail
            end-string
        when other
            string function trim(ws-chg-key) delimited by size
                   " added: " delimited by size
                   function trim(ws-new-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
    end-evaluate
    perform record-change.

describe-removed-entry.
    move "REMOVED" to ws-chg-type
    move "N" to ws-chg-warn
    move spaces to ws-chg-detail
    evaluate ws-cf-kind(ws-file-idx)
        when "ROSTER"
            if ws-old-rec(17:8) = "CRITICAL" or ws-old-rec(17:8) = spaces
                move "Y" to ws-chg-warn
            end-if
            string function trim(ws-chg-key) delimited by size
                   " removed, was: " delimited by size
                   function trim(ws-old-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
        when "SLA"
            string "SLA for " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " removed, was " delimited by size
                   function trim(ws-old-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
        when "SCHEDULE"
            string "step " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " removed, tolerance was " delimited by size
                   ws-old-rec(32:2) delimited by size
                   into ws-chg-detail
            end-string
        when "CALENDAR"
            string function trim(ws-chg-key) delimited by size
                   " removed, was " delimited by size
                   function trim(ws-old-rec(10:8)) delimited by size
                   into ws-chg-detail
            end-string
        when "SETTING"
            string "setting removed, was: " delimited by size
                   function trim(ws-old-rec) delimited by size
                   into ws-chg-detail
            end-string
        when "ROUTE"
            string "route " delimited by size
                   function trim(ws-chg-key) delimited by size
                   " removed, was " delimited by size
                   function trim(ws-old-rec(20:181)) delimited by size
                   into ws-chg-detail
            end-string
        when other
            string function trim(ws-chg-key) delimited by size
                   " removed, was: " delimited by size
                   function trim(ws-old-rec(16:185)) delimited by size
                   into ws-chg-detail
            end-string
    end-evaluate
    perform record-change.

describe-modified-entry.
    move "MODIFIED" to ws-chg-type
    move spaces to ws-fld-prefix
    move "N" to ws-fld-warn
    evaluate ws-cf-kind(ws-file-idx)
        when "ROSTER"
            move "N" to ws-crit-involved
            if ws-old-rec(17:8) = "CRITICAL" or ws-old-rec(17:8) = spaces
                or ws-new-rec(17:8) = "CRITICAL" or ws-new-rec(17:8) = spaces
                move "Y" to ws-crit-involved
            end-if
            move ws-crit-involved to ws-fld-warn
            move "criticality" to ws-fld-label
            move ws-old-rec(17:8) to ws-fld-old
            move ws-new-rec(17:8) to ws-fld-new
            perform compare-field
            move "retry" to ws-fld-label
            move ws-old-rec(26:2) to ws-fld-old
            move ws-new-rec(26:2) to ws-fld-new
            perform compare-field
            move "step" to ws-fld-label
            move ws-old-rec(29:2) to ws-fld-old
            move ws-new-rec(29:2) to ws-fld-new
            perform compare-field
            move "prerequisite" to ws-fld-label
            move ws-old-rec(32:15) to ws-fld-old
            move ws-new-rec(32:15) to ws-fld-new
            perform compare-field
            move "remainder" to ws-fld-label
            move ws-old-rec(47:60) to ws-fld-old
            move ws-new-rec(47:60) to ws-fld-new
            perform compare-field
        when "SLA"
            move "SLA for" to ws-fld-prefix
            move spaces to ws-fld-label
            move ws-old-rec(16:60) to ws-fld-old
            move ws-new-rec(16:60) to ws-fld-new
            perform compare-field
        when "SCHEDULE"
            move "Y" to ws-fld-warn
            move "tolerance" to ws-fld-label
            move ws-old-rec(32:2) to ws-fld-old
            move ws-new-rec(32:2) to ws-fld-new
            perform compare-field
            move "N" to ws-fld-warn
            move "flag code" to ws-fld-label
            move ws-old-rec(35:2) to ws-fld-old
            move ws-new-rec(35:2) to ws-fld-new
            perform compare-field
            move "day" to ws-fld-label
            move ws-old-rec(38:3) to ws-fld-old
            move ws-new-rec(38:3) to ws-fld-new
            perform compare-field
            move "stop code" to ws-fld-label
            move ws-old-rec(42:2) to ws-fld-old
            move ws-new-rec(42:2) to ws-fld-new
            perform compare-field
            move "always-run" to ws-fld-label
            move ws-old-rec(45:1) to ws-fld-old
            move ws-new-rec(45:1) to ws-fld-new
            perform compare-field
            move "arguments" to ws-fld-label
            move ws-old-rec(47:60) to ws-fld-old
            move ws-new-rec(47:60) to ws-fld-new
            perform compare-field
        when "CALENDAR"
            move "day type" to ws-fld-label
            move ws-old-rec(10:60) to ws-fld-old
            move ws-new-rec(10:60) to ws-fld-new
            perform compare-field
        when "SETTING"
            move "setting" to ws-fld-prefix
            move spaces to ws-chg-key
            move spaces to ws-fld-label
            move ws-old-rec(1:60) to ws-fld-old
            move ws-new-rec(1:60) to ws-fld-new
            perform compare-field
            move "(setting)" to ws-chg-key
        when "ROUTE"
            move "route" to ws-fld-prefix
            move spaces to ws-fld-label
            move ws-old-rec(20:60) to ws-fld-old
            move ws-new-rec(20:60) to ws-fld-new
            perform compare-field
        when other
            move spaces to ws-fld-label
            move ws-old-rec(16:60) to ws-fld-old
            move ws-new-rec(16:60) to ws-fld-new
            perform compare-field
    end-evaluate.

compare-field.
    if ws-fld-old not = ws-fld-new
        if ws-fld-old = spaces
            move "(blank)" to ws-fld-old
        end-if
        if ws-fld-new = spaces
            move "(blank)" to ws-fld-new
        end-if
        move spaces to ws-chg-detail
        move 1 to ws-build-ptr
        if ws-fld-prefix not = spaces
            string function trim(ws-fld-prefix) delimited by size
                   " " delimited by size
                   into ws-chg-detail
                   with pointer ws-build-ptr
            end-string
        end-if
        if ws-chg-key not = spaces
            string function trim(ws-chg-key) delimited by size
                   " " delimited by size
                   into ws-chg-detail
                   with pointer ws-build-ptr
            end-string
        end-if
        if ws-fld-label not = spaces
            string function trim(ws-fld-label) delimited by size
                   " " delimited by size
                   into ws-chg-detail
                   with pointer ws-build-ptr
            end-string
        end-if
        string function trim(ws-fld-old) delimited by size
               " -> " delimited by size
               function trim(ws-fld-new) delimited by size
               into ws-chg-detail
               with pointer ws-build-ptr
        end-string
        move ws-fld-warn to ws-chg-warn
        perform record-change
    end-if.

record-change.
    if ws-chg-type not = "BASELINE"
        add 1 to ws-change-count
    end-if
    move spaces to config-audit-record
    move ws-today-date to ca-cycle-date
    move ws-cf-name(ws-file-idx) to ca-file-name
    move ws-chg-type to ca-change-type
    move ws-chg-key to ca-entry-key
    move ws-chg-detail to ca-detail
    move function current-date to ca-timestamp
    move ws-run-no to ca-run-no
    write config-audit-record

    if ws-line-count > 55
        perform print-page-heading
    end-if
    move spaces to ws-detail-line
    move ws-cf-name(ws-file-idx) to ws-dt-file
    move ws-chg-type to ws-dt-change
    move ws-chg-detail to ws-dt-detail
    move ws-detail-line to print-record
    write print-record
    add 1 to ws-line-count

    display "audit_chain_config: " function trim(ws-cf-name(ws-file-idx)) " " function trim(ws-chg-type) " - " function trim(ws-chg-detail)

    if ws-chg-warn = "Y"
        add 1 to ws-warn-count
        move "WARN" to ws-event-severity
        move spaces to ws-event-text
        string function trim(ws-cf-name(ws-file-idx)) delimited by size
               ": " delimited by size
               function trim(ws-chg-detail) delimited by size
               into ws-event-text
        end-string
        perform write-chain-event
    end-if.

save-snapshot.
    if ws-config-present = "Y"
        open input config-file
        open output snapshot-file
        if ws-snapshot-status not = "00"
            display "audit_chain_config: unable to write " function trim(ws-snapshot-path) ", status " ws-snapshot-status " - next cycle compares against the old snapshot"
            add 1 to ws-snapshot-errors
            move "SEVERE" to ws-event-severity
            move spaces to ws-event-text
            string "unable to write " delimited by size
                   function trim(ws-snapshot-path) delimited by size
                   ", status " delimited by size
                   ws-snapshot-status delimited by size
                   into ws-event-text
            end-string
            perform write-chain-event
            close config-file
        else
            move "N" to ws-eof
            perform until ws-eof = "Y"
                read config-file
                    at end
                        move "Y" to ws-eof
                    not at end
                        move config-record to snapshot-record
                        write snapshot-record
                end-read
            end-perform
            close config-file
            close snapshot-file
        end-if
    end-if.

print-page-heading.
    add 1 to ws-page-no
    move ws-page-no to ws-hd-page-no
    move ws-today-date to ws-hd-cycle-date
    move ws-run-no to ws-hd-run-no
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

write-chain-event.
    open extend chain-events-file
    if ws-chain-events-status = "35"
        open output chain-events-file
    end-if
    if ws-chain-events-status = "00"
        move spaces to chain-event-record
        move ws-event-severity to ev-severity
        move "audit_chain_config" to ev-program
        move ws-run-no to ev-run-no
        move ws-event-text to ev-text
        move function current-date to ev-timestamp
        write chain-event-record
        close chain-events-file
    end-if.
