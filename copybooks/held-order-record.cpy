           05  held-account-number         pic x(8).
           05  held-quote-id               pic x(10).
           05  held-first-seen-date        pic 9(8).
      *> Carton dimensions from the order line, carried so a released
      *> order re-rates on the same billable weight.
           05  held-carton-length          pic 9(3).
           05  held-carton-width           pic 9(3).
           05  held-carton-height          pic 9(3).
      *> Hazard class of the order, carried so a released order
      *> re-rates against the same carrier eligibility.
           05  held-hazard-class           pic x(2).
