01  billing-header-record.
    05 bh-record-type     pic x.
    05 bh-period          pic 9(6).
    05 bh-run-date        pic 9(8).
    05 bh-source-system   pic x(20).
    05 bh-timestamp       pic x(21).
    05 filler             pic x(74).
01  billing-detail-record.
    05 bd-record-type     pic x.
    05 bd-period          pic 9(6).
    05 bd-language        pic x(15).
    05 bd-team            pic x(30).
    05 bd-messages        pic 9(9).
    05 bd-payload-bytes   pic 9(12).
    05 bd-calls           pic 9(7).
    05 bd-failed-calls    pic 9(7).
    05 bd-retried-calls   pic 9(7).
    05 bd-elapsed-hundredths pic 9(11).
    05 bd-amount          pic 9(9)v99.
    05 filler             pic x(14).
01  billing-trailer-record.
    05 bt-record-type     pic x.
    05 bt-period          pic 9(6).
    05 bt-detail-count    pic 9(5).
    05 bt-total-messages  pic 9(9).
    05 bt-master-count    pic 9(9).
    05 bt-total-amount    pic 9(11)v99.
    05 filler             pic x(87).
