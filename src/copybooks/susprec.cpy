01  suspension-record.
    05 su-language        pic x(15).
    05 su-status          pic x(10).
    05 su-run-no          pic 9(6).
    05 su-streak          pic 9(3).
    05 su-operator        pic x(10).
    05 su-timestamp       pic x(21).
    05 su-reason          pic x(60).
