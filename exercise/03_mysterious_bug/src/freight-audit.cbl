01 ws-tolerance               pic 9(1)v99 value 0.50.

01 ws-our-charge              pic 9(3)v99.
01 ws-billable-weight         pic 9(5)v9(2).
01 ws-overcharge              pic s9(3)v99.
01 ws-line-first-seen         pic 9(8).

reprice-shipment.
    move 'N' to ws-repriced-switch
    move 0 to ws-our-charge
    if hist-billable-weight numeric and hist-billable-weight > 0
        move hist-billable-weight to ws-billable-weight
    else
        move hist-order-weight to ws-billable-weight
    end-if
    if hist-piece-count > 1
        move hist-shipping-charge to ws-our-charge
        move 'Y' to ws-repriced-switch
    else
        move hist-shipping-method to rating-shipping-method
        move hist-cust-type to rating-cust-type
        move spaces to rating-account-number
        move hist-order-date to rating-order-date
        move hist-entry-time to rating-entry-time
        if ws-billable-weight > 999.99
            move 999.99 to rating-order-weight
        else
            move ws-billable-weight to rating-order-weight
        end-if
        move 0 to rating-order-length
        move 0 to rating-order-width
        move 0 to rating-order-height
        move spaces to rating-dest-zip
        move hist-dest-country to rating-dest-country
        move spaces to rating-hazard-class
        move hist-dest-zone to rating-dest-zone
        move 0 to rating-piece-count
        move 'N' to rating-assign-flag
            evaluate true
                when cin-billed-zone not = hist-dest-zone
                    move 'WRONG ZONE' to fdp-reason
                when cin-billed-weight not = ws-billable-weight
                    move 'WRONG WEIGHT' to fdp-reason
                when other
                    move 'CHARGE ABOVE RATE' to fdp-reason
