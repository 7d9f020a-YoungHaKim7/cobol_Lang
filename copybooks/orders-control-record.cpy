      *> ---------------------------------------------------------------
      *> ORDERS-CONTROL-RECORD
      *> The control lines order entry puts around the ORDERS extract:
      *> an 'H' header as the first line, naming the extract and where
      *> and when it was made, and a 'T' trailer as the last line with
      *> the counts the body must add up to. SHIP-INTAKE checks both
      *> and hands TEST-SHIP the body alone, so no other program ever
      *> sees these two lines.
      *> ---------------------------------------------------------------
       01  orders-header-record.
           05  ohd-record-type             pic x(1).
               88  ohd-header-line             value 'H'.
           05  ohd-extract-id              pic x(12).
           05  ohd-creation-date           pic 9(8).
           05  ohd-source-system           pic x(8).

      *> Order count is the 'O' lines, package count the 'P' lines, and
      *> the weight hash the sum of the order weights on the 'O' lines.
       01  orders-trailer-record.
           05  otr-record-type             pic x(1).
               88  otr-trailer-line            value 'T'.
           05  otr-order-count             pic 9(7).
           05  otr-package-count           pic 9(7).
           05  otr-weight-hash             pic 9(9)v99.
