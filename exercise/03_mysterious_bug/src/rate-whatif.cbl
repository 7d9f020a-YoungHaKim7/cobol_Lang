01 ws-promise-moved-count     pic 9(7) value 0.

01 ws-delta                   pic s9(7)v99.
01 ws-billable-weight         pic 9(5)v9(2).

01 carrier-delta-count        pic 9(2) value 0.
01 carrier-delta-table.
    perform read-history-record.

rerate-shipment.
    if hist-billable-weight numeric and hist-billable-weight > 0
        move hist-billable-weight to ws-billable-weight
    else
        move hist-order-weight to ws-billable-weight
    end-if
    move hist-shipping-method to rating-shipping-method
    move hist-cust-type to rating-cust-type
    move hist-account-number to rating-account-number
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
    move 0 to rating-promise-days
