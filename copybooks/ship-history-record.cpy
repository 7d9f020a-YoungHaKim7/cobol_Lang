      *> pending (or spaces on records posted before the field
      *> existed) until the carrier confirms; SHIP-CHASE reports
      *> pending shipments past the expected date plus a grace period.
      *> SHIP-VOID sets voided when customer service cancels the order
      *> before pickup; the record is kept, not deleted, so inquiry
      *> still shows what happened to it.
           05  hist-ship-status            pic x(1).
               88  hist-conf-pending           value 'P'.
               88  hist-delivered              value 'D'.
               88  hist-voided                 value 'V'.
           05  hist-actual-ship-date       pic 9(8).
           05  hist-actual-delivery-date   pic 9(8).
           05  hist-dest-country           pic x(2).
           05  hist-account-number         pic x(8).
      *> Billable weight the order was rated on (greater of actual and
      *> dimensional, summed over the cartons); zero on records posted
      *> before the field existed, which rated on order weight.
           05  hist-billable-weight        pic 9(5)v9(2).
      *> Tracking numbers of the first and last carton (consecutive in
      *> between); spaces on records posted before the fields existed.
           05  hist-tracking-first         pic x(12).
           05  hist-tracking-last          pic x(12).
      *> Consolidated shipment the order travelled in; spaces when it
      *> shipped on its own or was posted before the field existed.
           05  hist-consol-id              pic x(12).
