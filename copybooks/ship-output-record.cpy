           05  shout-quote-id              pic x(10).
           05  shout-reroute-flag          pic x(1).
           05  shout-rerouted-from         pic x(2).
      *> Weight the carriers bill on: the sum over the cartons of the
      *> greater of actual and dimensional weight. Order weight above
      *> stays the actual scale weight.
           05  shout-billable-weight       pic 9(5)v9(2).
      *> Tracking numbers stamped by SHIP-TRACK: the cartons carry
      *> consecutive numbers from first to last, one per piece. Spaces
      *> until SHIP-TRACK has run, or when the carrier had no range.
           05  shout-tracking-first        pic x(12).
           05  shout-tracking-last         pic x(12).
      *> Account contract the charge was priced under; spaces when the
      *> order rated at list.
           05  shout-contract-id           pic x(8).
      *> Hazard class the shipment moves under; spaces for general
      *> freight. Carried onto the carrier manifests and the customs
      *> invoice.
           05  shout-hazard-class          pic x(2).
      *> Consolidated shipment the order travelled in (SHIP-CONSOL);
      *> the charge above is then its weight share of the combined
      *> charge. Spaces when the order shipped on its own.
           05  shout-consol-id             pic x(12).
