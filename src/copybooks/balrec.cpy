01  chain-balance-record.
    05 cb-run-no          pic 9(6).
    05 filler             pic x.
    05 cb-batch-id        pic x(20).
    05 filler             pic x.
    05 cb-business-date   pic x(8).
    05 filler             pic x.
    05 cb-input-count     pic 9(7).
    05 filler             pic x.
    05 cb-dispatched-count pic 9(7).
    05 filler             pic x.
    05 cb-rejected-count  pic 9(7).
    05 filler             pic x.
    05 cb-leftover-count  pic 9(7).
    05 filler             pic x.
    05 cb-hash-total      pic 9(12).
    05 filler             pic x.
    05 cb-status          pic x(10).
    05 filler             pic x.
    05 cb-timestamp       pic x(21).
    05 filler             pic x.
    05 cb-note            pic x(60).
