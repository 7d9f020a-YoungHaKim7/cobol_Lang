      *> ---------------------------------------------------------------
      *> CONTRACT-RATE-RECORD
      *> One effective-dated row of the CONTRACT-RATE master: the price
      *> negotiated with one account for one carrier and destination
      *> zone, and the period it is in force. The pricing type says how
      *> it applies - 'B' replaces the list weight breaks with the
      *> contract's own three breaks, 'P' takes a percentage off the
      *> list rate. Either way it stands in place of the cust-type
      *> discount. Periods for one account-carrier-zone must tile with
      *> no overlap and no gap; TABLE-MAINT enforces that as it does
      *> for RATE-MASTER.
      *> ---------------------------------------------------------------
       01  contract-rate-record.
           05  con-account-number          pic x(8).
           05  con-carr-code               pic x(2).
           05  con-zone                    pic 9(1).
           05  con-eff-from                pic 9(8).
           05  con-eff-to                  pic 9(8).
           05  con-contract-id             pic x(8).
           05  con-pricing-type            pic x(1).
               88  con-replacement-breaks      value 'B'.
               88  con-percent-off-list        value 'P'.
           05  con-weight-break occurs 3 times.
               10  con-weight-limit        pic 9(3).
               10  con-charge              pic 9(2)v99.
           05  con-discount-pct            pic 9(2)v99.
