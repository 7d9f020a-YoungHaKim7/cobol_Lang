
01 ws-method-in               pic x(2).
01 ws-cust-type-in            pic x(2).
01 ws-account-in              pic x(8).
01 ws-order-date-in           pic x(8).
01 ws-entry-time-in           pic x(4).
01 ws-weight-in               pic x(6).
01 ws-zip-in                  pic x(5).
01 ws-country-in              pic x(2).
01 ws-promise-in              pic x(2).
01 ws-length-in               pic x(3).
01 ws-width-in                pic x(3).
01 ws-height-in               pic x(3).
01 ws-hazard-in               pic x(2).

01 ws-done-switch             pic x value 'N'.
    88 ws-done                       value 'Y'.
01 ws-display-base            pic zz9.99.
01 ws-display-discount        pic zz9.99.
01 ws-display-surcharge       pic zz9.99.
01 ws-display-billable        pic zzzz9.99.

procedure division.
    display 'SHIP-QUOTE - shipping quotes from the live rating rules'
accept-quote-fields.
    display 'Customer type EM/WH/VI/RT       : ' with no advancing
    accept ws-cust-type-in
    display 'Account (blank = list rates)    : ' with no advancing
    accept ws-account-in
    display 'Order date yyyymmdd             : ' with no advancing
    accept ws-order-date-in
    display 'Entry time hhmm (blank = 0000)  : ' with no advancing
    accept ws-zip-in
    display 'Country (blank = domestic)      : ' with no advancing
    accept ws-country-in
    display 'Carton length in (blank = none) : ' with no advancing
    accept ws-length-in
    if ws-length-in = spaces
        move spaces to ws-width-in
        move spaces to ws-height-in
    else
        display 'Carton width in                 : ' with no advancing
        accept ws-width-in
        display 'Carton height in                : ' with no advancing
        accept ws-height-in
    end-if
    display 'Hazard class (blank = none)     : ' with no advancing
    accept ws-hazard-in
    if ws-method-in = 'LC'
        display 'Promise days (blank = any)      : ' with no advancing
        accept ws-promise-in
        when other
            move ws-method-in to rating-shipping-method
            move ws-cust-type-in to rating-cust-type
            move ws-account-in to rating-account-number
            move function numval (ws-order-date-in) to rating-order-date
            if ws-entry-time-in = spaces
                move 0 to rating-entry-time
            move function numval (ws-weight-in) to rating-order-weight
            move ws-zip-in to rating-dest-zip
            move ws-country-in to rating-dest-country
            move ws-hazard-in to rating-hazard-class
            move 0 to rating-dest-zone
            move 0 to rating-piece-count
            perform load-quote-dimensions
            move 'N' to rating-assign-flag
            if ws-promise-in numeric
                move ws-promise-in to rating-promise-days
            perform display-quote
    end-evaluate.

load-quote-dimensions.
    move 0 to rating-order-length
    move 0 to rating-order-width
    move 0 to rating-order-height
    if function test-numval (ws-length-in) = 0
       and function test-numval (ws-width-in) = 0
       and function test-numval (ws-height-in) = 0
        move function numval (ws-length-in) to rating-order-length
        move function numval (ws-width-in) to rating-order-width
        move function numval (ws-height-in) to rating-order-height
    end-if.

locate-last-quote-seq.
    move 'N' to ws-quote-eof-switch
    open input quote-file
            display '  BASE RATE        ' ws-display-base
            display '  DISCOUNT         ' ws-display-discount
            display '  SURCHARGE        ' ws-display-surcharge
            move rating-billable-weight to ws-display-billable
            display 'BILLABLE WEIGHT    ' ws-display-billable
            display 'ZONE               ' rating-dest-zone
            if rating-contract-id not = spaces
                display 'CONTRACT           ' rating-contract-id
            end-if
            if rating-select-flag = 'Y'
                display 'CHEAPEST CARRIER   ' rating-shipping-method
            end-if
            display 'NO ZONE FOR THAT ZIP OR COUNTRY'
        when rating-no-promise
            display 'NO CARRIER MEETS THAT PROMISE'
        when rating-no-eligible-carrier
            display 'NO CARRIER ACCEPTS THAT HAZARD CLASS THERE'
        when rating-no-rate
            display 'NO RATE IN EFFECT FOR THAT CARRIER/ZONE/DATE'
    end-evaluate.
