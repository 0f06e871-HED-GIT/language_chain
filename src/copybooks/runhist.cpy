    05 rh-elapsed-hundredths pic 9(7).
    05 rh-elapsed-valid   pic x.
    05 rh-timestamp       pic x(21).
    05 rh-attempts        pic 9(3).
