      *> ---------------------------------------------------------------
      *> VOID-RECORD
      *> One cancellation from customer service for an order TEST-SHIP
      *> has already rated but the carrier has not yet picked up: the
      *> order key it cancels, the void reference the credit is raised
      *> under (billing credits the customer against the same key, the
      *> way it does an RMA), and why. SHIP-VOID applies it.
      *> ---------------------------------------------------------------
       01  void-record.
           05  vd-order-key                pic x(10).
           05  vd-void-key                 pic x(10).
           05  vd-reason                   pic x(20).
