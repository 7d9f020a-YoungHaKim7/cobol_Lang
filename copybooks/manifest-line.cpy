      *> ---------------------------------------------------------------
      *> MANIFEST-LINE
      *> The three 60-byte line layouts of a SHIP-MANIFEST-xx carrier
      *> extract: one 'H' header with the carrier and run date, a 'D'
      *> detail per shipment, and a 'T' trailer with the control totals
      *> the carrier's intake system verifies on receipt. Written by
      *> SHIP-MANIFEST; SHIP-VOID copies it back less voided orders and
      *> re-foots the trailer.
      *> ---------------------------------------------------------------
       01  header-line.
           05  hdr-record-type             pic x(1)  value 'H'.
           05  hdr-carr-code               pic x(2).
           05  hdr-run-date                pic 9(8).
           05  filler                      pic x(49) value spaces.

       01  detail-line.
           05  det-record-type             pic x(1)  value 'D'.
           05  det-order-key               pic x(10).
           05  det-expected-ship-date      pic 9(8).
           05  det-order-weight            pic 9(3)v9(2).
           05  det-shipping-charge         pic 9(3)v99.
           05  det-piece-count             pic 9(2).
           05  det-tracking-first          pic x(12).
           05  det-tracking-last           pic x(12).
           05  det-hazard-class            pic x(2).
           05  filler                      pic x(3)  value spaces.

       01  trailer-line.
           05  trl-record-type             pic x(1)  value 'T'.
           05  trl-carr-code               pic x(2).
           05  trl-record-count            pic 9(7).
           05  trl-total-weight            pic 9(7)v9(2).
           05  trl-total-charge            pic 9(7)v99.
           05  trl-total-pieces            pic 9(7).
           05  filler                      pic x(25) value spaces.
