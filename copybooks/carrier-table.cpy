               10  carr-cutoff-hhmm   pic 9(4).
               10  carr-daily-cap-count pic 9(5).
               10  carr-daily-cap-weight pic 9(7).
               10  carr-dim-divisor   pic 9(3).
               10  carr-track-from    pic 9(10).
               10  carr-track-to      pic 9(10).
