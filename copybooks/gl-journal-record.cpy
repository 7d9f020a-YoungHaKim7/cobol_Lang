      *> ---------------------------------------------------------------
      *> GL-JOURNAL-RECORD
      *> The nightly shipping journal handed to the general ledger. One
      *> batch per run: an 'H' header carrying the run-id, one 'D' line
      *> per debit or credit, and a 'T' trailer with the line count and
      *> the debit and credit totals, which are always equal - the
      *> journal is never written out of balance. The trailer also
      *> carries how many shipments, credits and billing adjustments
      *> the batch was built from, so the ledger side can tie it back
      *> to the run-control ledger for the same run-id.
      *> ---------------------------------------------------------------
       01  gl-journal-header.
           05  gjh-record-type             pic x(1).
               88  gjh-header                  value 'H'.
           05  gjh-run-id                  pic x(8).
           05  gjh-run-date                pic 9(8).
           05  gjh-source                  pic x(8).
           05  filler                      pic x(46).

       01  gl-journal-detail.
           05  gjd-record-type             pic x(1).
               88  gjd-detail                  value 'D'.
           05  gjd-run-id                  pic x(8).
           05  gjd-gl-account              pic x(10).
           05  gjd-debit-credit            pic x(1).
               88  gjd-debit                   value 'D'.
               88  gjd-credit                  value 'C'.
           05  gjd-amount                  pic 9(7)v99.
      *> What the line came from: a shipment charge component, a return
      *> or void credit, or a billing adjustment out of recon; the
      *> reference is the order key, RMA / void key or adjusted order.
           05  gjd-entry-source            pic x(1).
               88  gjd-shipment                value 'S'.
               88  gjd-credit-entry            value 'C'.
               88  gjd-adjustment              value 'A'.
           05  gjd-reference               pic x(10).
           05  gjd-carr-code               pic x(2).
           05  gjd-cust-type               pic x(2).
           05  gjd-account-number          pic x(8).
           05  filler                      pic x(19).

       01  gl-journal-trailer.
           05  gjt-record-type             pic x(1).
               88  gjt-trailer                 value 'T'.
           05  gjt-run-id                  pic x(8).
           05  gjt-line-count              pic 9(7).
           05  gjt-total-debits            pic 9(9)v99.
           05  gjt-total-credits           pic 9(9)v99.
           05  gjt-shipment-count          pic 9(7).
           05  gjt-credit-count            pic 9(7).
           05  gjt-adjustment-count        pic 9(7).
           05  filler                      pic x(12).
