01  route-trace-record.
    05 rt-run-no          pic 9(6).
    05 rt-route-seq       pic 9(6).
    05 rt-record-type     pic x.
    05 rt-route-name      pic x(15).
    05 rt-msg-key         pic x(20).
    05 rt-leg-no          pic 9(2).
    05 rt-seq-no          pic 9(6).
    05 rt-source-lang     pic x(15).
    05 rt-dest-lang       pic x(15).
    05 rt-return-code     pic -(4)9.
    05 rt-ack-code        pic x(4).
    05 rt-status          pic x(10).
    05 rt-hop-count       pic 9(2).
    05 rt-path            pic x(100).
    05 rt-timestamp       pic x(21).
