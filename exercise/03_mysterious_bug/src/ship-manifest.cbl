        10 mft-total-charge       pic 9(7)v99.
        10 mft-total-pieces       pic 9(7).

copy "manifest-line.cpy".

procedure division.
    perform initialize-totals
    move shout-order-weight to det-order-weight
    move shout-shipping-charge to det-shipping-charge
    move shout-piece-count to det-piece-count
    move shout-tracking-first to det-tracking-first
    move shout-tracking-last to det-tracking-last
    move shout-hazard-class to det-hazard-class

    evaluate shout-shipping-method
        when 'US'
