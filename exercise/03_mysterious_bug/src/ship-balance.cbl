01 ws-exception-count         pic 9(7) value 0.
01 ws-duplicate-count         pic 9(7) value 0.
01 ws-held-count              pic 9(7) value 0.
01 ws-consolidated-count      pic 9(7) value 0.
01 ws-accounted-count         pic 9(7) value 0.

01 ws-run-id                  pic x(8) value spaces.
        ' EXCEPTIONS ' ws-exception-count
        ' DUPLICATES ' ws-duplicate-count
        ' HELD ' ws-held-count
    if ws-consolidated-count > 0
        display 'SHIP-BALANCE: SHIPPED INCLUDES ' ws-consolidated-count
            ' ORDERS IN CONSOLIDATED SHIPMENTS'
    end-if

    if ws-step-found
       and ws-step-in-count not = ws-orders-count
            move 'Y' to ws-file-eof-switch
        not at end
            add 1 to ws-shipped-count
            if shout-consol-id not = spaces
                add 1 to ws-consolidated-count
            end-if
    end-read.

count-exceptions.
