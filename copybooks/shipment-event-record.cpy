      *> ---------------------------------------------------------------
      *> SHIPMENT-EVENT-RECORD
      *> One thing that happened to a shipment tonight, for the advance
      *> ship notices: SHIP-SLA writes one to SLA-DELIVERED for each
      *> delivery confirmation it posts to the history master, and
      *> SHIP-CHASE one to CHASE-OVERDUE for each shipment it chases.
      *> The account and lane come from the history record, since the
      *> carriers' files do not carry them. SHIP-ASN turns them into
      *> delivered and overdue notices.
      *> ---------------------------------------------------------------
       01  shipment-event-record.
           05  sev-order-key               pic x(10).
           05  sev-account-number          pic x(8).
           05  sev-carr-code               pic x(2).
           05  sev-piece-count             pic 9(2).
           05  sev-expected-ship-date      pic 9(8).
      *> Delivered: the carrier's actual dates. Overdue: zero dates and
      *> the days past the expected ship date.
           05  sev-actual-ship-date        pic 9(8).
           05  sev-actual-delivery-date    pic 9(8).
           05  sev-days-overdue            pic 9(4).
