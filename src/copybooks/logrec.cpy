    05 cl-response-text   pic x(30).
    05 cl-processed-ts    pic x(21).
    05 cl-timestamp       pic x(21).
    05 cl-route-seq       pic 9(6).
    05 cl-route-leg       pic 9(2).
