01  message-register-record.
    05 mr-msg-key         pic x(20).
    05 mr-dest-lang       pic x(15).
    05 mr-run-no          pic 9(6).
    05 mr-seq-no          pic 9(6).
    05 mr-processed-date  pic 9(8).
    05 mr-timestamp       pic x(21).
