               88  rating-no-zone              value 'Z'.
               88  rating-no-rate              value 'R'.
               88  rating-no-promise           value 'P'.
               88  rating-no-eligible-carrier  value 'H'.
      *> Per-carton detail. A caller with package-level weights sets
      *> the piece count and the first piece-count slots; each carton
      *> then rates against its own weight break and the charge is the
      *> once it has reloaded. Normal callers leave both alone.
           05  rating-table-set            pic x(1).
           05  rating-reload-flag          pic x(1).
      *> Dimensional weight. The caller passes outside carton
      *> dimensions in whole inches - the order-level fields for a
      *> single carton, the package slots alongside the package weights
      *> otherwise. Where the carrier in force has a dim divisor each
      *> carton rates on the greater of its actual weight and L x W x H
      *> over the divisor, rounded up to the next whole pound; zero
      *> dimensions rate on actual weight. The billable weight returned
      *> is the total over the cartons of the weight actually rated.
           05  rating-order-length         pic 9(3).
           05  rating-order-width          pic 9(3).
           05  rating-order-height         pic 9(3).
           05  rating-package-dim-detail.
               10  rating-package-dims     occurs 20 times.
                   15  rating-package-length  pic 9(3).
                   15  rating-package-width   pic 9(3).
                   15  rating-package-height  pic 9(3).
           05  rating-billable-weight      pic 9(5)v9(2).
      *> Contract pricing. The caller passes the order's account
      *> number (spaces = rate at list). Where CONTRACT-RATE has a row
      *> in force for the account, carrier and zone it prices the order
      *> instead of the list rate and cust-type discount - replacement
      *> breaks come back as the base charge with no discount, a
      *> percentage off list as the list base charge less the contract
      *> discount - and its contract id is returned; spaces when the
      *> order rated at list. LC selection compares carriers at the
      *> account's contract prices.
           05  rating-account-number       pic x(8).
           05  rating-contract-id          pic x(8).
      *> Hazard class. The caller passes the order's class and, for a
      *> multi-carton order, each carton's class alongside its weight
      *> (spaces = general freight). A carrier may carry the order only
      *> where CARRIER-ELIGIBILITY accepts every class on it to the
      *> destination country; LC selection, the VIP upgrade and the
      *> capacity reroute pass over carriers that do not, and status
      *> 'H' means no carrier in force could take the order.
           05  rating-hazard-class         pic x(2).
           05  rating-package-hazard-detail.
               10  rating-package-hazard   occurs 20 times
                                           pic x(2).
