01  chain-interface-record.
    05 if-run-no          pic 9(6).
    05 if-language        pic x(15).
    05 if-status          pic x(9).
    05 if-timestamp       pic x(21).
