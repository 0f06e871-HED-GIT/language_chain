IDENTIFICATION DIVISION.
PROGRAM-ID. maintain_language_owners.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT owner-updates-file ASSIGN TO "chain-owner-updates.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-owner-updates-status.

    SELECT owner-master-file ASSIGN TO "chain-owner-master.dat"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ow-language
        FILE STATUS IS ws-owner-master-status.

    SELECT roster-file ASSIGN TO DYNAMIC ws-roster-path
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ws-roster-status.

DATA DIVISION.
FILE SECTION.
FD  owner-updates-file.
01  owner-update-record.
    05 ou-action               pic x.
    05 filler                  pic x.
    05 ou-language             pic x(15).
    05 filler                  pic x.
    05 ou-team                 pic x(30).
    05 filler                  pic x.
    05 ou-primary-contact      pic x(30).
    05 filler                  pic x.
    05 ou-backup-contact       pic x(30).
    05 filler                  pic x.
    05 ou-tier                 pic x.

FD  owner-master-file.
COPY ownerrec.

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

WORKING-STORAGE SECTION.
01 ws-owner-updates-status pic xx.
01 ws-owner-master-status pic xx.
01 ws-roster-status pic xx.
01 ws-roster-path pic x(60).
01 ws-roster-variants.
    05 filler pic x(30) value "chain-roster.dat".
    05 filler pic x(30) value "chain-roster-monthend.dat".
    05 filler pic x(30) value "chain-roster-qtrend.dat".
01 ws-roster-variant-table redefines ws-roster-variants.
    05 ws-roster-variant occurs 3 times pic x(30).
01 ws-variant-idx pic 9.
01 ws-eof pic x value "N".
01 ws-command-param pic x(200).
01 ws-list-mode pic x value "N".
01 ws-update-error pic x(50).
01 ws-applied-count pic 9(5) value 0.
01 ws-rejected-count pic 9(5) value 0.
01 ws-update-present pic x value "N".
01 ws-line-count pic 9(3) value 0.
01 ws-line-idx pic 9(3).
01 ws-line-overflow pic x value "N".
01 ws-line-table.
    05 ws-line-entry occurs 200 times.
        10 ws-line-text pic x(112).
        10 ws-line-keep pic x.
01 ws-owner-count pic 9(5) value 0.
01 ws-unowned-count pic 9(3) value 0.
01 ws-lang-count pic 9(3) value 0.
01 ws-lang-idx pic 9(3).
01 ws-lang-found-idx pic 9(3).
01 ws-lang-table.
    05 ws-lang-entry occurs 200 times.
        10 ws-lang-name pic x(15).
        10 ws-lang-owned pic x.
01 ws-owner-line.
    05 ws-ol-language pic x(15).
    05 filler pic x(2) value spaces.
    05 ws-ol-team pic x(30).
    05 filler pic x(2) value spaces.
    05 ws-ol-tier pic 9.
    05 filler pic x(2) value spaces.
    05 ws-ol-primary pic x(30).
    05 filler pic x(2) value spaces.
    05 ws-ol-backup pic x(30).
    05 filler pic x(2) value spaces.
    05 ws-ol-note pic x(20).

PROCEDURE DIVISION.
    display "================================================"
    display "   COBOL LANGUAGE CHAIN - LANGUAGE OWNER MAINTENANCE"
    display "================================================"

    accept ws-command-param from command-line
    evaluate function trim(ws-command-param)
        when spaces
            continue
        when "LIST"
            move "Y" to ws-list-mode
        when other
            display "maintain_language_owners: unrecognized parameter " function trim(ws-command-param) " - supply LIST or nothing"
            move 1 to return-code
            goback
    end-evaluate

    perform load-roster-languages

    if ws-list-mode = "N"
        perform load-owner-update-lines
        if ws-line-overflow = "Y"
            display "maintain_language_owners: chain-owner-updates.dat exceeds 200 lines - nothing applied, enter the changes in smaller batches"
            display "================================================"
            move 1 to return-code
            goback
        end-if
    end-if

    open i-o owner-master-file
    if ws-owner-master-status = "35"
        open output owner-master-file
        close owner-master-file
        open i-o owner-master-file
    end-if
    if ws-owner-master-status not = "00"
        display "maintain_language_owners: unable to open chain-owner-master.dat, status " ws-owner-master-status
        move 1 to return-code
        goback
    end-if

    if ws-list-mode = "N"
        perform apply-owner-updates
        if ws-applied-count > 0
            perform rewrite-owner-update-lines
            display "maintain_language_owners: " ws-applied-count " applied line(s) removed from chain-owner-updates.dat, comments and rejected lines kept"
        end-if
    end-if

    perform list-owner-master
    close owner-master-file

    display " "
    if ws-list-mode = "N"
        display "Updates applied     : " ws-applied-count
        display "Updates rejected    : " ws-rejected-count
    end-if
    display "Owners on file      : " ws-owner-count
    display "Roster languages    : " ws-lang-count
    display "Languages unowned   : " ws-unowned-count
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-owned(ws-lang-idx) = "N"
            display "maintain_language_owners: roster language " function trim(ws-lang-name(ws-lang-idx)) " has no owner on file"
        end-if
    end-perform
    display "================================================"

    if ws-rejected-count > 0 or ws-unowned-count > 0
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    goback.

load-roster-languages.
    perform varying ws-variant-idx from 1 by 1
            until ws-variant-idx > 3
        move ws-roster-variant(ws-variant-idx) to ws-roster-path
        open input roster-file
        if ws-roster-status = "00"
            move "N" to ws-eof
            perform until ws-eof = "Y"
                read roster-file
                    at end
                        move "Y" to ws-eof
                    not at end
                        if roster-record not = spaces
                            and roster-record(1:1) not = "*"
                            perform note-roster-language
                        end-if
                end-read
            end-perform
            close roster-file
        end-if
    end-perform.

note-roster-language.
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-name(ws-lang-idx) = function trim(rr-language)
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx = 0
        if ws-lang-count < 200
            add 1 to ws-lang-count
            move function trim(rr-language) to ws-lang-name(ws-lang-count)
            move "N" to ws-lang-owned(ws-lang-count)
        else
            display "maintain_language_owners: more than 200 roster languages - ignoring " rr-language
        end-if
    end-if.

load-owner-update-lines.
    open input owner-updates-file
    if ws-owner-updates-status = "00"
        move "Y" to ws-update-present
        move "N" to ws-eof
        perform until ws-eof = "Y"
            read owner-updates-file
                at end
                    move "Y" to ws-eof
                not at end
                    if ws-line-count < 200
                        add 1 to ws-line-count
                        move owner-update-record to ws-line-text(ws-line-count)
                        if owner-update-record = spaces
                            or owner-update-record(1:1) = "*"
                            move "Y" to ws-line-keep(ws-line-count)
                        else
                            move "N" to ws-line-keep(ws-line-count)
                        end-if
                    else
                        move "Y" to ws-line-overflow
                    end-if
            end-read
        end-perform
        close owner-updates-file
    end-if.

apply-owner-updates.
    if ws-update-present = "N"
        display "maintain_language_owners: no chain-owner-updates.dat found - master listed unchanged"
    else
        perform varying ws-line-idx from 1 by 1
                until ws-line-idx > ws-line-count
            if ws-line-keep(ws-line-idx) = "N"
                move ws-line-text(ws-line-idx) to owner-update-record
                perform apply-one-update
                if ws-update-error not = spaces
                    move "Y" to ws-line-keep(ws-line-idx)
                end-if
            end-if
        end-perform
    end-if.

rewrite-owner-update-lines.
    open output owner-updates-file
    perform varying ws-line-idx from 1 by 1
            until ws-line-idx > ws-line-count
        if ws-line-keep(ws-line-idx) = "Y"
            move ws-line-text(ws-line-idx) to owner-update-record
            write owner-update-record
        end-if
    end-perform
    close owner-updates-file.

apply-one-update.
    move spaces to ws-update-error
    evaluate true
        when ou-language = spaces
            move "no language given" to ws-update-error
        when ou-action = "A"
            perform add-owner
        when ou-action = "C"
            perform change-owner
        when ou-action = "D"
            perform delete-owner
        when other
            move "action must be A, C or D" to ws-update-error
    end-evaluate
    if ws-update-error = spaces
        add 1 to ws-applied-count
        display "maintain_language_owners: " ou-action " " function trim(ou-language) " applied"
    else
        add 1 to ws-rejected-count
        display "maintain_language_owners: " ou-action " " function trim(ou-language) " rejected - " function trim(ws-update-error)
    end-if.

add-owner.
    evaluate true
        when ou-team = spaces
            move "no owning team given" to ws-update-error
        when ou-primary-contact = spaces
            move "no primary contact given" to ws-update-error
        when ou-tier < "1" or ou-tier > "3"
            move "tier must be 1, 2 or 3" to ws-update-error
        when other
            move spaces to language-owner-record
            move ou-language to ow-language
            move ou-team to ow-team
            move ou-primary-contact to ow-primary-contact
            move ou-backup-contact to ow-backup-contact
            move ou-tier to ow-tier
            move function current-date to ow-updated-ts
            write language-owner-record
                invalid key
                    move "already on file - use C to change it"
                        to ws-update-error
            end-write
    end-evaluate.

change-owner.
    move ou-language to ow-language
    read owner-master-file
        invalid key
            move "not on file - use A to add it" to ws-update-error
    end-read
    if ws-update-error = spaces
        and ou-tier not = space
        and (ou-tier < "1" or ou-tier > "3")
        move "tier must be 1, 2 or 3" to ws-update-error
    end-if
    if ws-update-error = spaces
        if ou-team not = spaces
            move ou-team to ow-team
        end-if
        if ou-primary-contact not = spaces
            move ou-primary-contact to ow-primary-contact
        end-if
        if ou-backup-contact not = spaces
            move ou-backup-contact to ow-backup-contact
        end-if
        if ou-tier not = space
            move ou-tier to ow-tier
        end-if
        move function current-date to ow-updated-ts
        rewrite language-owner-record
            invalid key
                move "rewrite failed" to ws-update-error
        end-rewrite
    end-if.

delete-owner.
    move ou-language to ow-language
    delete owner-master-file record
        invalid key
            move "not on file" to ws-update-error
    end-delete.

list-owner-master.
    display " "
    display "language         team                            tier  primary contact                 backup contact"
    display "---------------  ------------------------------  ----  ------------------------------  ------------------------------"
    move low-values to ow-language
    start owner-master-file key is greater than ow-language
        invalid key
            display "  no owners on file"
            move "Y" to ws-eof
        not invalid key
            move "N" to ws-eof
    end-start
    perform until ws-eof = "Y"
        read owner-master-file next
            at end
                move "Y" to ws-eof
            not at end
                perform list-one-owner
        end-read
    end-perform

    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-owned(ws-lang-idx) = "N"
            add 1 to ws-unowned-count
        end-if
    end-perform.

list-one-owner.
    add 1 to ws-owner-count
    move spaces to ws-owner-line
    move ow-language to ws-ol-language
    move ow-team to ws-ol-team
    move ow-tier to ws-ol-tier
    move ow-primary-contact to ws-ol-primary
    move ow-backup-contact to ws-ol-backup
    move 0 to ws-lang-found-idx
    perform varying ws-lang-idx from 1 by 1
            until ws-lang-idx > ws-lang-count
        if ws-lang-name(ws-lang-idx) = ow-language
            move ws-lang-idx to ws-lang-found-idx
        end-if
    end-perform
    if ws-lang-found-idx > 0
        move "Y" to ws-lang-owned(ws-lang-found-idx)
    else
        move "not on any roster" to ws-ol-note
    end-if
    display ws-owner-line.
