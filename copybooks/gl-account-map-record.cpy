      *> ---------------------------------------------------------------
      *> GL-ACCOUNT-MAP-RECORD
      *> One row of the general-ledger account mapping master, keyed by
      *> carrier and customer type: the ledger accounts the nightly
      *> journal posts each charge component, credit and billing
      *> adjustment to. A row with a blank customer type is the
      *> carrier's default, used for any type without a row of its own
      *> and for billing adjustments, which carry no customer type.
      *> ---------------------------------------------------------------
       01  gl-account-map-record.
           05  glm-carr-code               pic x(2).
           05  glm-cust-type               pic x(2).
           05  glm-receivable-account      pic x(10).
           05  glm-revenue-account         pic x(10).
           05  glm-discount-account        pic x(10).
           05  glm-surcharge-account       pic x(10).
           05  glm-credit-account          pic x(10).
           05  glm-adjustment-account      pic x(10).
