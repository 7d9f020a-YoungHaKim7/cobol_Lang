      *> ---------------------------------------------------------------
      *> ASN-WORK-RECORD
      *> One notice SHIP-ASN has decided to send, before sorting: the
      *> account it goes to, the kind ('S' shipped, 'D' delivered, 'O'
      *> overdue) and the shipment details for the notice line. Sorted
      *> on account, kind and order key so each account's notices come
      *> together between one header and one trailer.
      *> ---------------------------------------------------------------
       01  asn-work-record.
           05  anw-account-number          pic x(8).
           05  anw-notice-type             pic x(1).
           05  anw-order-key               pic x(10).
           05  anw-carr-code               pic x(2).
           05  anw-piece-count             pic 9(2).
           05  anw-expected-ship-date      pic 9(8).
           05  anw-quote-id                pic x(10).
           05  anw-actual-ship-date        pic 9(8).
           05  anw-actual-delivery-date    pic 9(8).
           05  anw-days-overdue            pic 9(4).
