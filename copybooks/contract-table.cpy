      *> ---------------------------------------------------------------
      *> CONTRACT-TABLE
      *> Account contract pricing by account, carrier and destination
      *> zone, by effective period, loaded from the CONTRACT-RATE
      *> master. A lookup matches on all three keys AND the order date
      *> falling inside the row's effective period; with no match the
      *> order rates at list. Breaks work as in RATE-TABLE - the last
      *> (999) is the catch-all.
      *> ---------------------------------------------------------------
       01  contract-count                 pic 9(3) value 0.

       01  contract-table.
           05  contract-entry occurs 1 to 500 times
                   depending on contract-count
                   indexed by contract-idx.
               10  contr-account-number   pic x(8).
               10  contr-carr-code        pic x(2).
               10  contr-zone             pic 9(1).
               10  contr-eff-from         pic 9(8).
               10  contr-eff-to           pic 9(8).
               10  contr-contract-id      pic x(8).
               10  contr-pricing-type     pic x(1).
                   88  contr-replacement-breaks  value 'B'.
                   88  contr-percent-off-list    value 'P'.
               10  contr-weight-break occurs 3 times
                       indexed by contr-break-idx.
                   15  contr-weight-limit pic 9(3).
                   15  contr-charge       pic 9(2)v99.
               10  contr-discount-pct     pic 9(2)v99.
