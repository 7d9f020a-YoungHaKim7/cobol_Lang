      *> ---------------------------------------------------------------
      *> TABLE-MAINT-TRANS-RECORD
      *> One dated change from the rate desk against the CARRIER-MASTER,
      *> RATE-MASTER, CUSTTYPE-MASTER, SURCHARGE-MASTER or CONTRACT-RATE
      *> files: "this key has this new payload effective this date".
      *> TABLE-MAINT closes the key's open period the day before and
      *> opens a new one; a change that would overlap or leave a gap in
      *> the key's periods is rejected.
      *> ---------------------------------------------------------------
       01  table-maint-trans-record.
           05  tmt-table-id                pic x(2).
               88  tmt-rate-trans              value 'RA'.
               88  tmt-custtype-trans          value 'CT'.
               88  tmt-surcharge-trans         value 'SU'.
               88  tmt-contract-trans          value 'CN'.
           05  tmt-key                     pic x(3).
           05  tmt-key-breakout redefines tmt-key.
               10  tmt-key-code            pic x(2).
               10  tmt-key-zone            pic x(1).
           05  tmt-eff-from                pic 9(8).
           05  tmt-payload                 pic x(51).
           05  tmt-carrier-payload redefines tmt-payload.
               10  tmt-carr-name           pic x(10).
               10  tmt-carr-transit-days   pic 9(2).
               10  tmt-carr-cutoff-hhmm    pic 9(4).
               10  tmt-carr-cap-count      pic 9(5).
               10  tmt-carr-cap-weight     pic 9(7).
               10  tmt-carr-dim-divisor    pic 9(3).
      *> Tracking-number range; left blank, the new row keeps the
      *> range of the row it replaces.
               10  tmt-carr-track-from     pic 9(10).
               10  tmt-carr-track-to       pic 9(10).
           05  tmt-rate-payload redefines tmt-payload.
               10  tmt-rate-weight-break occurs 3 times.
                   15  tmt-rate-weight-limit  pic 9(3).
                   15  tmt-rate-charge        pic 9(2)v99.
               10  filler                  pic x(30).
           05  tmt-custtype-payload redefines tmt-payload.
               10  tmt-custtype-discount-pct  pic 9(3).
               10  filler                  pic x(48).
           05  tmt-surcharge-payload redefines tmt-payload.
               10  tmt-sur-fuel-pct        pic 9(2)v9(2).
               10  tmt-sur-accessorial-amt pic 9(3)v99.
               10  filler                  pic x(42).
      *> Account contract: the key is the carrier and zone as for a
      *> rate change, the account number leads the payload. Pricing
      *> type 'B' takes the three replacement breaks, 'P' the percent
      *> off list.
           05  tmt-contract-payload redefines tmt-payload.
               10  tmt-con-account-number  pic x(8).
               10  tmt-con-contract-id     pic x(8).
               10  tmt-con-pricing-type    pic x(1).
               10  tmt-con-weight-break occurs 3 times.
                   15  tmt-con-weight-limit   pic 9(3).
                   15  tmt-con-charge         pic 9(2)v99.
               10  tmt-con-discount-pct    pic 9(2)v99.
               10  filler                  pic x(9).
