      *> ---------------------------------------------------------------
      *> CARTON-LABEL-RECORD
      *> One carton to label and pick: the carrier, its order cut-off
      *> (the sort's major key, so the dock works the earliest truck
      *> first), the order and carton within it, and the tracking
      *> number stamped on it. SHIP-TRACK writes these to a work file,
      *> sorts them and prints the CARTON-LABELS pick list from them.
      *> ---------------------------------------------------------------
       01  carton-label-record.
           05  lbl-cutoff-hhmm             pic 9(4).
           05  lbl-carr-code               pic x(2).
           05  lbl-order-key               pic x(10).
           05  lbl-carton-seq              pic 9(2).
           05  lbl-piece-count             pic 9(2).
           05  lbl-tracking-number         pic x(12).
           05  lbl-account-number          pic x(8).
           05  lbl-dest-country            pic x(2).
           05  lbl-expected-ship-date      pic 9(8).
           05  lbl-order-weight            pic 9(3)v9(2).
