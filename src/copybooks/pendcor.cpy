01  pending-correction-record.
    05 pc-correction-id   pic 9(6).
    05 pc-status          pic x(8).
    05 pc-run-no          pic 9(6).
    05 pc-seq-no          pic 9(6).
    05 pc-dest-lang       pic x(15).
    05 pc-maker-id        pic x(10).
    05 pc-maker-reason    pic x(60).
    05 pc-entered-ts      pic x(21).
    05 pc-checker-id      pic x(10).
    05 pc-checker-reason  pic x(60).
    05 pc-checked-ts      pic x(21).
    05 pc-applied-run-no  pic 9(6).
    05 pc-applied-ts      pic x(21).
    05 pc-payload         pic x(500).
