      *> ---------------------------------------------------------------
      *> CARRIER-ELIGIBILITY-TABLE
      *> Hazard classes each carrier accepts by destination country, by
      *> effective period, loaded from the CARRIER-ELIGIBILITY master.
      *> A lookup matches on class and carrier, the order's country or
      *> a spaces (any destination) row, AND the order date falling
      *> inside the row's effective period.
      *> ---------------------------------------------------------------
       01  eligibility-count              pic 9(3) value 0.

       01  eligibility-table.
           05  eligibility-entry occurs 1 to 300 times
                   depending on eligibility-count
                   indexed by eligibility-idx.
               10  elig-hazard-class      pic x(2).
               10  elig-carr-code         pic x(2).
               10  elig-dest-country      pic x(2).
               10  elig-eff-from          pic 9(8).
               10  elig-eff-to            pic 9(8).
