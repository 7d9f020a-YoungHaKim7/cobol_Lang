        organization is line sequential
        file status is ws-quote-file-status.

    select allocation-file assign to "CONSOL-ALLOCATION"
        organization is line sequential
        file status is ws-allocation-status.

    select carrier-master-file assign to "CARRIER-MASTER"
        organization is line sequential
        file status is ws-carrier-master-status.

data division.
file section.
fd  orders-file.
fd  quote-file.
    copy "quote-record.cpy".

fd  allocation-file.
    copy "consol-allocation-record.cpy".

fd  carrier-master-file.
    copy "carrier-master-record.cpy".

fd  history-file.
    copy "ship-history-record.cpy".

copy "month-days-table.cpy".
copy "rating-area.cpy".
copy "account-table.cpy".
copy "carrier-table.cpy".

01 shipping-method            pic x(2).
01 cust-type                  pic x(2).
01 order-reship-override      pic x(1).
    88 order-reship-approved         value 'Y'.
01 order-quote-id             pic x(10).
01 order-carton-length        pic 9(3).
01 order-carton-width         pic 9(3).
01 order-carton-height        pic 9(3).
01 order-hazard-class         pic x(2).

01 ws-collected-pieces        pic 9(2).

01 ws-piece-sub               pic 9(2).
01 ws-package-weights.
    05 ws-package-weight      occurs 20 times pic 9(3)v9(2).
01 ws-package-dimensions.
    05 ws-package-dims        occurs 20 times.
        10 ws-package-length  pic 9(3).
        10 ws-package-width   pic 9(3).
        10 ws-package-height  pic 9(3).
01 ws-package-hazards.
    05 ws-package-hazard      occurs 20 times pic x(2).

01 ws-days-in-month           pic 9(2).


01 ws-quote-difference        pic s9(3)v99 value 0.

01 ws-allocation-status       pic xx.

01 ws-allocation-eof-switch   pic x value 'N'.
    88 ws-allocation-eof             value 'Y'.

01 consol-count               pic 9(3) value 0.
01 consol-table.
    05 consol-entry occurs 1 to 500 times
            depending on consol-count
            indexed by consol-idx.
        10 cns-order-key          pic x(10).
        10 cns-consol-id          pic x(12).
        10 cns-shipping-method    pic x(2).
        10 cns-base-charge        pic 9(3)v99.
        10 cns-discount-amount    pic 9(3)v99.
        10 cns-surcharge-amount   pic 9(3)v99.
        10 cns-shipping-charge    pic 9(3)v99.
        10 cns-present-switch     pic x.
            88 cns-present               value 'Y'.
        10 cns-broken-switch      pic x.
            88 cns-group-broken          value 'Y'.

01 ws-consol-id               pic x(12).
01 ws-broken-consol-id        pic x(12).
01 ws-broken-group-count      pic 9(3) value 0.

01 ws-screen-sub              pic 9(3).
01 ws-rating-assign-flag      pic x value 'Y'.

01 ws-carrier-master-status   pic xx.

01 ws-carrier-eof-switch      pic x value 'N'.
    88 ws-carrier-eof                value 'Y'.

01 ws-carrier-capped-switch   pic x.
    88 ws-carrier-capped             value 'Y'.

01 ws-consol-member-switch    pic x.
    88 ws-consol-member              value 'Y'.

01 ws-duplicate-switch        pic x.
    88 ws-duplicate-order            value 'Y'.

    perform locate-run-id
    perform load-account-master
    perform load-quote-file
    perform load-consol-allocation
    perform open-history-file
    if consol-count > 0
        perform screen-consol-groups
    end-if.

close-files.
    if ws-total-processed-count > 0
    end-if.

process-one-order.
    perform load-order-fields

    perform collect-package-records
    if ws-collected-pieces > 0
        when other
            perform rate-order
            if ws-valid-order
                perform apply-consolidation
                perform honor-quote
                perform write-ship-output
                perform write-audit-record
                perform post-shipment-history
            else
                perform drop-consol-member
                perform write-exception
            end-if
    end-evaluate

    perform write-checkpoint-if-due.

load-order-fields.
    move ord-order-key to ws-last-processed-key
    move ord-shipping-method to shipping-method
    move ord-cust-type to cust-type
    move ord-order-date-yyyymmdd to order-date-yyyymmdd
    move ord-order-weight to order-weight
    move ord-dest-zip to dest-zip
    move ord-entry-time to entry-time-hhmm
    move ord-piece-count to order-piece-count
    move ord-promise-days to order-promise-days
    move ord-dest-country to order-dest-country
    move ord-account-number to order-account-number
    move ord-quote-id to order-quote-id
    move ord-reship-override to order-reship-override
    move ord-carton-length to order-carton-length
    move ord-carton-width to order-carton-width
    move ord-carton-height to order-carton-height
    if order-carton-length not numeric
       or order-carton-width not numeric
       or order-carton-height not numeric
        move 0 to order-carton-length
        move 0 to order-carton-width
        move 0 to order-carton-height
    end-if
    move ord-hazard-class to order-hazard-class.

collect-package-records.
    move 0 to ws-collected-pieces
    move 'N' to ws-package-overflow-switch
    if ws-collected-pieces < 20
        add 1 to ws-collected-pieces
        move opk-package-weight to ws-package-weight (ws-collected-pieces)
        perform store-package-dims
        move opk-hazard-class to ws-package-hazard (ws-collected-pieces)
        if order-hazard-class = spaces
            move opk-hazard-class to order-hazard-class
        end-if
    else
        move 'Y' to ws-package-overflow-switch
    end-if
    perform read-orders-file.

store-package-dims.
    if opk-carton-length numeric
       and opk-carton-width numeric
       and opk-carton-height numeric
        move opk-carton-length to ws-package-length (ws-collected-pieces)
        move opk-carton-width to ws-package-width (ws-collected-pieces)
        move opk-carton-height to ws-package-height (ws-collected-pieces)
    else
        move 0 to ws-package-length (ws-collected-pieces)
        move 0 to ws-package-width (ws-collected-pieces)
        move 0 to ws-package-height (ws-collected-pieces)
    end-if.

validate-order.
    move 'Y' to ws-valid-order-switch
    move spaces to ws-exception-reason
    perform validate-order-date
    if ws-valid-order
        perform validate-order-account
    end-if.

validate-order-account.
    if account-count > 0 and order-account-number not = spaces
        set account-idx to 1
        search account-entry
            at end
                continue
            when acct-number (account-idx) = order-account-number
                if acct-closed (account-idx)
                    move 'N' to ws-valid-order-switch
                    move 'ACCOUNT CLOSED' to ws-exception-reason
                end-if
        end-search
    end-if.

validate-order-date.
    if order-date-mm < 1 or order-date-mm > 12
rate-order.
    move shipping-method to rating-shipping-method
    move cust-type to rating-cust-type
    move order-account-number to rating-account-number
    move order-date-yyyymmdd to rating-order-date
    move entry-time-hhmm to rating-entry-time
    move order-weight to rating-order-weight
    move dest-zip to rating-dest-zip
    move 0 to rating-dest-zone
    move order-carton-length to rating-order-length
    move order-carton-width to rating-order-width
    move order-carton-height to rating-order-height
    move ws-collected-pieces to rating-piece-count
    perform load-rating-package
        varying ws-piece-sub from 1 by 1
        until ws-piece-sub > ws-collected-pieces
    move order-promise-days to rating-promise-days
    move order-dest-country to rating-dest-country
    move order-hazard-class to rating-hazard-class
    move ws-rating-assign-flag to rating-assign-flag

    call 'ship-rate' using rating-area

                move 'NO ZONE FOR DEST-ZIP' to ws-exception-reason
            when rating-no-promise
                move 'NO CARRIER MEETS PROMISE' to ws-exception-reason
            when rating-no-eligible-carrier
                move 'NO CARRIER ELIGIBLE FOR HAZARD'
                    to ws-exception-reason
            when other
                move 'NO RATE IN EFFECT' to ws-exception-reason
        end-evaluate

load-rating-package.
    move ws-package-weight (ws-piece-sub)
        to rating-package-weight (ws-piece-sub)
    move ws-package-dims (ws-piece-sub)
        to rating-package-dims (ws-piece-sub)
    move ws-package-hazard (ws-piece-sub)
        to rating-package-hazard (ws-piece-sub).

load-account-master.
    open input account-master-file
    move order-account-number to held-account-number
    move order-quote-id to held-quote-id
    move ws-run-date to held-first-seen-date
    move order-carton-length to held-carton-length
    move order-carton-width to held-carton-width
    move order-carton-height to held-carton-height
    move order-hazard-class to held-hazard-class
    write held-order-record
    add 1 to ws-held-count.

        end-search
    end-if.

load-consol-allocation.
    open input allocation-file
    if ws-allocation-status = '00'
        perform read-allocation-record
        perform store-consol-entry until ws-allocation-eof
        close allocation-file
    end-if.

read-allocation-record.
    read allocation-file
        at end
            move 'Y' to ws-allocation-eof-switch
    end-read.

store-consol-entry.
    if consol-count >= 500
        display 'TEST-SHIP: CONSOLIDATION TABLE FULL, DROPPING '
            cal-order-key
    else
        add 1 to consol-count
        set consol-idx to consol-count
        move cal-order-key to cns-order-key (consol-idx)
        move cal-consol-id to cns-consol-id (consol-idx)
        move cal-shipping-method to cns-shipping-method (consol-idx)
        move cal-base-charge to cns-base-charge (consol-idx)
        move cal-discount-amount to cns-discount-amount (consol-idx)
        move cal-surcharge-amount to cns-surcharge-amount (consol-idx)
        move cal-shipping-charge to cns-shipping-charge (consol-idx)
        move 'N' to cns-present-switch (consol-idx)
        move 'N' to cns-broken-switch (consol-idx)
    end-if
    perform read-allocation-record.

apply-consolidation.
    move spaces to ws-consol-id
    perform find-consol-member
    if ws-consol-member and not cns-group-broken (consol-idx)
        if cns-shipping-method (consol-idx) = rating-shipping-method
           and rating-reroute-flag = 'N'
            move cns-consol-id (consol-idx) to ws-consol-id
            move cns-base-charge (consol-idx) to rating-base-charge
            move cns-discount-amount (consol-idx)
                to rating-discount-amount
            move cns-surcharge-amount (consol-idx)
                to rating-surcharge-amount
            move cns-shipping-charge (consol-idx)
                to rating-shipping-charge
        else
            perform drop-consol-member
        end-if
    end-if.

find-consol-member.
    move 'N' to ws-consol-member-switch
    if consol-count > 0
        set consol-idx to 1
        search consol-entry
            at end
                continue
            when cns-order-key (consol-idx) = ws-last-processed-key
                move 'Y' to ws-consol-member-switch
        end-search
    end-if.

drop-consol-member.
    perform find-consol-member
    if ws-consol-member and not cns-group-broken (consol-idx)
        move cns-consol-id (consol-idx) to ws-broken-consol-id
        perform break-consol-group
        display 'TEST-SHIP: CONSOLIDATION ' ws-broken-consol-id
            ' BROKEN AT ' ws-last-processed-key
            ' - REMAINING MEMBERS RATED ALONE'
    end-if.

break-consol-group.
    add 1 to ws-broken-group-count
    perform mark-consol-entry-broken
        varying consol-idx from 1 by 1
        until consol-idx > consol-count.

mark-consol-entry-broken.
    if cns-consol-id (consol-idx) = ws-broken-consol-id
        move 'Y' to cns-broken-switch (consol-idx)
    end-if.

screen-consol-groups.
    perform load-carrier-master
    perform read-orders-file
    perform screen-consol-order until ws-eof
    close orders-file
    open input orders-file
    move 'N' to ws-eof-switch

    perform screen-consol-presence
        varying ws-screen-sub from 1 by 1
        until ws-screen-sub > consol-count
    if ws-broken-group-count > 0
        display 'TEST-SHIP: CONSOLIDATIONS BROKEN BEFORE RATING '
            ws-broken-group-count ' - THEIR MEMBERS RATED ALONE'
    end-if.

screen-consol-order.
    if ord-order-line
        move ord-order-key to ws-last-processed-key
        perform find-consol-member
        if ws-consol-member
            move 'Y' to cns-present-switch (consol-idx)
            perform screen-consol-member
        else
            perform read-orders-file
        end-if
    else
        perform read-orders-file
    end-if.

screen-consol-member.
    perform load-order-fields
    perform collect-package-records
    perform validate-order
    if ws-valid-order and ws-package-overflow
        move 'N' to ws-valid-order-switch
    end-if
    move 'N' to ws-credit-hold-switch
    move 'N' to ws-duplicate-switch
    if ws-valid-order
        perform check-credit-hold
        if not ws-credit-hold
            perform check-duplicate-shipment
        end-if
    end-if
    move 'N' to ws-carrier-capped-switch
    if ws-valid-order and not ws-credit-hold and not ws-duplicate-order
        perform check-carrier-capped
        if not ws-carrier-capped
            move 'N' to ws-rating-assign-flag
            perform rate-order
            move 'Y' to ws-rating-assign-flag
        end-if
    end-if
    if not ws-valid-order or ws-credit-hold or ws-duplicate-order
       or ws-carrier-capped
       or rating-shipping-method not = cns-shipping-method (consol-idx)
        if not cns-group-broken (consol-idx)
            move cns-consol-id (consol-idx) to ws-broken-consol-id
            perform break-consol-group
        end-if
    end-if.

check-carrier-capped.
    if carrier-count > 0
        set carrier-idx to 1
        search carrier-entry
            at end
                continue
            when carr-code (carrier-idx) = shipping-method
                 and order-date-yyyymmdd >= carr-eff-from (carrier-idx)
                 and order-date-yyyymmdd <= carr-eff-to (carrier-idx)
                if carr-daily-cap-count (carrier-idx) > 0
                   or carr-daily-cap-weight (carrier-idx) > 0
                    move 'Y' to ws-carrier-capped-switch
                end-if
        end-search
    end-if.

load-carrier-master.
    open input carrier-master-file
    if ws-carrier-master-status = '00'
        perform read-carrier-master-record
        perform store-carrier-entry until ws-carrier-eof
        close carrier-master-file
    end-if.

read-carrier-master-record.
    read carrier-master-file
        at end
            move 'Y' to ws-carrier-eof-switch
    end-read.

store-carrier-entry.
    if carrier-count >= 50
        display 'TEST-SHIP: CARRIER TABLE FULL, DROPPING ' cam-code
    else
        add 1 to carrier-count
        set carrier-idx to carrier-count
        move cam-code to carr-code (carrier-idx)
        move cam-eff-from to carr-eff-from (carrier-idx)
        move cam-eff-to to carr-eff-to (carrier-idx)
        if cam-daily-cap-count numeric
            move cam-daily-cap-count
                to carr-daily-cap-count (carrier-idx)
        else
            move 0 to carr-daily-cap-count (carrier-idx)
        end-if
        if cam-daily-cap-weight numeric
            move cam-daily-cap-weight
                to carr-daily-cap-weight (carrier-idx)
        else
            move 0 to carr-daily-cap-weight (carrier-idx)
        end-if
    end-if
    perform read-carrier-master-record.

screen-consol-presence.
    if not cns-present (ws-screen-sub)
       and not cns-group-broken (ws-screen-sub)
        move cns-consol-id (ws-screen-sub) to ws-broken-consol-id
        perform break-consol-group
    end-if.

fold-quote-into-components.
    if ws-quote-difference > 0
        add ws-quote-difference to rating-discount-amount
            invalid key
                continue
            not invalid key
                if not hist-voided
                    move 'Y' to ws-duplicate-switch
                end-if
        end-read
    end-if.

    move order-account-number to exc-account-number
    move order-quote-id to exc-quote-id
    move ws-exception-reason to exc-reason
    move order-carton-length to exc-carton-length
    move order-carton-width to exc-carton-width
    move order-carton-height to exc-carton-height
    move order-hazard-class to exc-hazard-class
    write exception-record
    add 1 to ws-exception-count.

    move order-quote-id to shout-quote-id
    move rating-reroute-flag to shout-reroute-flag
    move rating-rerouted-from to shout-rerouted-from
    move rating-billable-weight to shout-billable-weight
    move spaces to shout-tracking-first
    move spaces to shout-tracking-last
    move rating-contract-id to shout-contract-id
    move order-hazard-class to shout-hazard-class
    move ws-consol-id to shout-consol-id
    write ship-output-record
    add 1 to ws-shipped-count.

    move 'P' to post-ship-status
    move 0 to post-actual-ship-date
    move 0 to post-actual-delivery-date
    move rating-billable-weight to post-billable-weight
    move spaces to post-tracking-first
    move spaces to post-tracking-last
    move ws-consol-id to post-consol-id
    write history-posting-record.

write-audit-record.
    move ws-quote-difference to aud-quote-difference
    move rating-reroute-flag to aud-reroute-flag
    move rating-rerouted-from to aud-rerouted-from
    move 'S' to aud-entry-type
    move order-weight to aud-order-weight
    move rating-billable-weight to aud-billable-weight
    move rating-contract-id to aud-contract-id
    move ws-consol-id to aud-consol-id
    write audit-record.
