      *> The extract is a typed file: an 'O' line per order, followed
      *> by one 'P' line per carton for multi-carton orders (see
      *> order-package-record.cpy). A single-carton order has no 'P'
      *> lines and a piece count of 1. As sent by order entry the
      *> extract also has an 'H' header and 'T' trailer line (see
      *> orders-control-record.cpy), which SHIP-INTAKE strips.
      *> ---------------------------------------------------------------
       01  order-record.
           05  ord-record-type                pic x(1).
           05  ord-account-number             pic x(8).
      *> Saved quote this order was placed against; spaces when none.
           05  ord-quote-id                   pic x(10).
      *> Outside carton dimensions in whole inches for a single-carton
      *> order (multi-carton orders carry them on each 'P' line); used
      *> for dimensional-weight rating. Zeros or spaces when not taken.
           05  ord-carton-length              pic 9(3).
           05  ord-carton-width               pic 9(3).
           05  ord-carton-height              pic 9(3).
      *> Commodity/hazard class of the order's goods; spaces for
      *> general freight. Only carriers CARRIER-ELIGIBILITY says accept
      *> the class to the destination country may carry the order.
           05  ord-hazard-class               pic x(2).
