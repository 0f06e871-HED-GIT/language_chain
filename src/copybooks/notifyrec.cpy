01  chain-notify-record.
    05 nt-run-no          pic 9(6).
    05 nt-team            pic x(30).
    05 nt-primary-contact pic x(30).
    05 nt-backup-contact  pic x(30).
    05 nt-tier            pic 9.
    05 nt-severity        pic x(6).
    05 nt-event-count     pic 9(3).
    05 nt-languages       pic x(80).
    05 nt-event occurs 5 times.
        10 nt-ev-severity pic x(6).
        10 nt-ev-text     pic x(80).
    05 nt-timestamp       pic x(21).
