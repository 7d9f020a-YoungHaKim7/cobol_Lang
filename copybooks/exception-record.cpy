           05  exc-account-number          pic x(8).
           05  exc-quote-id                pic x(10).
           05  exc-reason                  pic x(30).
      *> Carton dimensions from the order line, carried so a corrected
      *> order re-rates on the same billable weight.
           05  exc-carton-length           pic 9(3).
           05  exc-carton-width            pic 9(3).
           05  exc-carton-height           pic 9(3).
      *> Hazard class of the order (the order line's, else the first
      *> carton's), carried so a corrected order re-rates against the
      *> same carrier eligibility.
           05  exc-hazard-class            pic x(2).
