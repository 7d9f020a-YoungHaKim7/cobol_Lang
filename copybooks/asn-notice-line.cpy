      *> ---------------------------------------------------------------
      *> ASN-NOTICE-LINE
      *> The three 70-byte line layouts of an account's advance ship
      *> notice file: one 'H' header with the account, the notice date
      *> and the run-id, a 'D' detail per notice, and a 'T' trailer
      *> with the detail count and the count of each kind, so the
      *> customer's system can prove the file arrived complete. Written
      *> by SHIP-ASN as one header-to-trailer block per account; the
      *> nightly script splits the blocks into ASN-<account> files.
      *> ---------------------------------------------------------------
       01  asn-header-line.
           05  ahd-record-type             pic x(1)  value 'H'.
           05  ahd-account-number          pic x(8).
           05  ahd-account-name            pic x(20).
           05  ahd-notice-date             pic 9(8).
           05  ahd-run-id                  pic x(8).
           05  filler                      pic x(25) value spaces.

      *> Kind 'S' shipped, 'D' delivered, 'O' overdue. The quote id is
      *> on shipped notices only; the actual dates on delivered ones;
      *> the days overdue on overdue ones. Unused fields are zero or
      *> spaces.
       01  asn-detail-line.
           05  adt-record-type             pic x(1)  value 'D'.
           05  adt-notice-type             pic x(1).
           05  adt-order-key               pic x(10).
           05  adt-carr-code               pic x(2).
           05  adt-piece-count             pic 9(2).
           05  adt-expected-ship-date      pic 9(8).
           05  adt-quote-id                pic x(10).
           05  adt-actual-ship-date        pic 9(8).
           05  adt-actual-delivery-date    pic 9(8).
           05  adt-days-overdue            pic 9(4).
           05  filler                      pic x(16) value spaces.

       01  asn-trailer-line.
           05  atr-record-type             pic x(1)  value 'T'.
           05  atr-account-number          pic x(8).
           05  atr-record-count            pic 9(7).
           05  atr-shipped-count           pic 9(7).
           05  atr-delivered-count         pic 9(7).
           05  atr-overdue-count           pic 9(7).
           05  filler                      pic x(33) value spaces.
