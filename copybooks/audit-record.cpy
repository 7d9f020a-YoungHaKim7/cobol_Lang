                                                sign leading separate.
           05  aud-reroute-flag             pic x(1).
           05  aud-rerouted-from            pic x(2).
      *> What the entry records: the rating of a shipped order (or
      *> spaces on entries written before the field existed), or its
      *> cancellation by SHIP-VOID, which repeats the charge that was
      *> voided.
           05  aud-entry-type               pic x(1).
               88  aud-shipment-entry          values 'S' ' '.
               88  aud-void-entry              value 'V'.
      *> Actual scale weight and the billable weight the charge was
      *> rated on.
           05  aud-order-weight             pic 9(3)v9(2).
           05  aud-billable-weight          pic 9(5)v9(2).
      *> Account contract the charge was priced under; spaces when the
      *> order rated at list (and on void entries).
           05  aud-contract-id              pic x(8).
      *> Consolidated shipment the order travelled in; the charge is
      *> then the order's weight share of the combined charge. Spaces
      *> when the order shipped on its own.
           05  aud-consol-id                pic x(12).
