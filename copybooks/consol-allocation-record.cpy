      *> ---------------------------------------------------------------
      *> CONSOL-ALLOCATION-RECORD
      *> One member order of a consolidated shipment, written by
      *> SHIP-CONSOL ahead of TEST-SHIP. Orders for the same account,
      *> customer type, destination ZIP/country, carrier and expected
      *> ship date travel as one shipment rated once on all their
      *> cartons; each member carries its share of the combined charge,
      *> split by order weight with the rounding left on the last
      *> member so the shares add back to the group charge to the
      *> penny. Carriers with a daily ceiling are never grouped, since
      *> a capacity reroute would split the shipment. TEST-SHIP checks
      *> every member before it rates any of them and prices members
      *> at their shares only when the whole group ships on the one
      *> carrier; otherwise every member of the group is rated alone.
      *> ---------------------------------------------------------------
       01  consol-allocation-record.
           05  cal-consol-id               pic x(12).
           05  cal-order-key               pic x(10).
           05  cal-shipping-method         pic x(2).
           05  cal-member-count            pic 9(2).
           05  cal-member-weight           pic 9(3)v9(2).
           05  cal-group-weight            pic 9(3)v9(2).
           05  cal-base-charge             pic 9(3)v99.
           05  cal-discount-amount         pic 9(3)v99.
           05  cal-surcharge-amount        pic 9(3)v99.
           05  cal-shipping-charge         pic 9(3)v99.
