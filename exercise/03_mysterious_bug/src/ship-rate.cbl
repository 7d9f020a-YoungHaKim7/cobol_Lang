        organization is line sequential
        file status is ws-carrier-calendar-status.

    select contract-rate-file assign to "CONTRACT-RATE"
        organization is line sequential
        file status is ws-contract-rate-status.

    select carrier-eligibility-file assign to "CARRIER-ELIGIBILITY"
        organization is line sequential
        file status is ws-eligibility-status.

    select new-carrier-master-file assign to "CARRIER-MASTER-NEW"
        organization is line sequential.

fd  carrier-calendar-file.
    copy "carrier-calendar-record.cpy".

fd  contract-rate-file.
    copy "contract-rate-record.cpy".

fd  carrier-eligibility-file.
    copy "carrier-eligibility-record.cpy".

fd  new-carrier-master-file.
    copy "carrier-master-record.cpy"
        replacing leading ==carrier-master-record== by ==new-carrier-master-record==
copy "zone-chart-table.cpy".
copy "country-zone-table.cpy".
copy "carrier-calendar-table.cpy".
copy "contract-table.cpy".
copy "carrier-eligibility-table.cpy".

01 ws-tables-loaded-switch    pic x value 'N'.
    88 ws-tables-loaded              value 'Y'.

01 shipping-method            pic x(2).
01 cust-type                  pic x(2).
01 account-number             pic x(8).
01 order-date-yyyymmdd        pic 9(8).
01 order-weight               pic 9(3)v9(2).
01 dest-zip                   pic x(5).
01 dest-country               pic x(2).
    88 domestic-dest                 values spaces, 'US'.
01 hazard-class               pic x(2).
01 ws-dest-zone               pic 9(1).
01 entry-time-hhmm            pic 9(4).
01 piece-count                pic 9(2).
01 shipping-charge            pic 9(3)v99.

01 ws-piece-sub               pic 9(2).
01 ws-piece-weight            pic 9(5)v9(2).

01 ws-dim-divisor             pic 9(3).
01 ws-carton-length           pic 9(3).
01 ws-carton-width            pic 9(3).
01 ws-carton-height           pic 9(3).
01 ws-carton-cube             pic 9(9).
01 ws-dim-weight              pic 9(7).
01 ws-billable-weight         pic 9(5)v9(2).

01 ws-transit-days            pic 9(2).
01 ws-cutoff-hhmm             pic 9(4).

01 ws-break-sub               pic 9(2).

01 ws-contract-rate-status    pic xx.

01 ws-contract-eof-switch     pic x value 'N'.
    88 ws-contract-eof                value 'Y'.

01 ws-contract-found-switch   pic x.
    88 ws-contract-found             value 'Y'.

01 ws-contract-method         pic x(2).
01 ws-contract-id             pic x(8).
01 ws-contract-pct            pic 9(2)v99.
01 ws-contract-pricing-type   pic x(1).
    88 ws-contract-breaks            value 'B'.
    88 ws-contract-percent           value 'P'.

01 ws-eligibility-status      pic xx.

01 ws-eligibility-eof-switch  pic x value 'N'.
    88 ws-eligibility-eof             value 'Y'.

01 ws-hazard-ok-switch        pic x.
    88 ws-hazard-ok                  value 'Y'.

01 ws-elig-method             pic x(2).
01 ws-elig-country            pic x(2).
01 ws-check-class             pic x(2).
01 ws-hazard-sub              pic 9(2).
01 ws-hazard-skips            pic 9(3).

01 ws-business-day-switch     pic x.
    88 ws-is-business-day           value 'Y'.

        perform load-zone-chart
        perform load-country-zone-chart
        perform load-carrier-calendar
        perform load-contract-rate
        perform load-carrier-eligibility
        move 'Y' to ws-tables-loaded-switch
    end-if

    move rating-shipping-method to shipping-method
    move rating-cust-type to cust-type
    move rating-account-number to account-number
    move rating-order-date to order-date-yyyymmdd
    move rating-entry-time to entry-time-hhmm
    move rating-order-weight to order-weight
    move rating-dest-zip to dest-zip
    move rating-dest-country to dest-country
    if domestic-dest
        move 'US' to ws-elig-country
    else
        move dest-country to ws-elig-country
    end-if
    move rating-hazard-class to hazard-class
    move 0 to ws-hazard-skips
    move rating-dest-zone to ws-dest-zone
    move rating-piece-count to piece-count
    move rating-promise-days to promise-days
    move 0 to ws-base-charge
    move 0 to ws-discount-applied
    move 0 to ws-surcharge-amount
    move 0 to ws-billable-weight
    move spaces to ws-contract-id
    move space to ws-contract-pricing-type

    perform validate-rating-inputs
    if rating-ok
    move ws-base-charge to rating-base-charge
    move ws-discount-applied to rating-discount-amount
    move ws-surcharge-amount to rating-surcharge-amount
    move ws-billable-weight to rating-billable-weight
    move ws-contract-id to rating-contract-id
    goback.

validate-rating-inputs.
        set rate-carrier-idx to 1
        search rate-carrier-entry
            at end
                move shipping-method to ws-contract-method
                perform check-contract-only-rate
            when rate-carrier-code (rate-carrier-idx) = shipping-method
                 and rate-zone (rate-carrier-idx) = ws-dest-zone
                 and order-date-yyyymmdd >= rate-eff-from (rate-carrier-idx)
                 and order-date-yyyymmdd <= rate-eff-to (rate-carrier-idx)
                continue
        end-search
    end-if

    if rating-ok and shipping-method not = 'LC'
        move shipping-method to ws-elig-method
        perform check-hazard-eligibility
        if not ws-hazard-ok
            move 'H' to rating-status
        end-if
    end-if.

check-contract-only-rate.
    perform find-contract-rate
    if ws-contract-found
        if not contr-replacement-breaks (contract-idx)
            move 'R' to rating-status
        end-if
    else
        move 'R' to rating-status
    end-if.

lookup-dest-zone.
        at end
            move 3 to ws-transit-days
            move 2359 to ws-cutoff-hhmm
            move 0 to ws-dim-divisor
        when carr-code (carrier-idx) = shipping-method
             and order-date-yyyymmdd >= carr-eff-from (carrier-idx)
             and order-date-yyyymmdd <= carr-eff-to (carrier-idx)
            move carr-transit-days (carrier-idx) to ws-transit-days
            move carr-cutoff-hhmm (carrier-idx) to ws-cutoff-hhmm
            move carr-dim-divisor (carrier-idx) to ws-dim-divisor
    end-search.

compute-expected-ship-date.
        if ws-lc-candidates > 0
            move 'P' to rating-status
        else
            if ws-hazard-skips > 0
                move 'H' to rating-status
            else
                move 'R' to rating-status
            end-if
        end-if
    end-if.

    set rate-carrier-idx to 1
    search rate-carrier-entry
        at end
            move ws-next-method to ws-contract-method
            perform find-contract-rate
            if ws-contract-found
                if contr-replacement-breaks (contract-idx)
                    move 'Y' to ws-candidate-ok-switch
                end-if
            end-if
        when rate-carrier-code (rate-carrier-idx) = ws-next-method
             and rate-zone (rate-carrier-idx) = ws-dest-zone
             and order-date-yyyymmdd >= rate-eff-from (rate-carrier-idx)
             and order-date-yyyymmdd <= rate-eff-to (rate-carrier-idx)
            move 'Y' to ws-candidate-ok-switch
    end-search

    if ws-candidate-ok
        move ws-next-method to ws-elig-method
        perform check-hazard-eligibility
        if not ws-hazard-ok
            move 'N' to ws-candidate-ok-switch
            add 1 to ws-hazard-skips
        end-if
    end-if.

check-hazard-eligibility.
    move 'Y' to ws-hazard-ok-switch
    if hazard-class not = spaces
        move hazard-class to ws-check-class
        perform check-class-eligibility
    end-if
    if piece-count > 1
        perform check-package-hazard
            varying ws-hazard-sub from 1 by 1
            until ws-hazard-sub > piece-count or not ws-hazard-ok
    end-if.

check-package-hazard.
    if rating-package-hazard (ws-hazard-sub) not = spaces
        move rating-package-hazard (ws-hazard-sub) to ws-check-class
        perform check-class-eligibility
    end-if.

check-class-eligibility.
    move 'N' to ws-hazard-ok-switch
    if eligibility-count > 0
        set eligibility-idx to 1
        search eligibility-entry
            at end
                continue
            when elig-hazard-class (eligibility-idx) = ws-check-class
                 and elig-carr-code (eligibility-idx) = ws-elig-method
                 and (elig-dest-country (eligibility-idx) = ws-elig-country
                      or elig-dest-country (eligibility-idx) = spaces)
                 and order-date-yyyymmdd >= elig-eff-from (eligibility-idx)
                 and order-date-yyyymmdd <= elig-eff-to (eligibility-idx)
                move 'Y' to ws-hazard-ok-switch
        end-search
    end-if.

roll-to-business-day.
    move 'N' to ws-business-day-switch

compute-shipping-charge.
    move 0 to shipping-charge
    move 0 to ws-billable-weight
    move spaces to ws-contract-id
    move space to ws-contract-pricing-type
    move 0 to ws-contract-pct
    move shipping-method to ws-contract-method
    perform find-contract-rate
    if ws-contract-found
        move contr-contract-id (contract-idx) to ws-contract-id
        move contr-pricing-type (contract-idx)
            to ws-contract-pricing-type
        move contr-discount-pct (contract-idx) to ws-contract-pct
    end-if

    if ws-contract-breaks
        perform rate-order-pieces
    else
        set rate-carrier-idx to 1
        search rate-carrier-entry
            at end
                continue
            when rate-carrier-code (rate-carrier-idx) = shipping-method
                 and rate-zone (rate-carrier-idx) = ws-dest-zone
                 and order-date-yyyymmdd >= rate-eff-from (rate-carrier-idx)
                 and order-date-yyyymmdd <= rate-eff-to (rate-carrier-idx)
                perform rate-order-pieces
        end-search
    end-if.

find-contract-rate.
    move 'N' to ws-contract-found-switch
    if contract-count > 0 and account-number not = spaces
        set contract-idx to 1
        search contract-entry
            at end
                continue
            when contr-account-number (contract-idx) = account-number
                 and contr-carr-code (contract-idx) = ws-contract-method
                 and contr-zone (contract-idx) = ws-dest-zone
                 and order-date-yyyymmdd >= contr-eff-from (contract-idx)
                 and order-date-yyyymmdd <= contr-eff-to (contract-idx)
                move 'Y' to ws-contract-found-switch
        end-search
    end-if.

rate-order-pieces.
    if piece-count < 2
        move order-weight to ws-piece-weight
        move rating-order-length to ws-carton-length
        move rating-order-width to ws-carton-width
        move rating-order-height to ws-carton-height
        perform apply-dim-weight
        perform lookup-rate-weight-break
    else
        perform rate-one-piece

rate-one-piece.
    move rating-package-weight (ws-piece-sub) to ws-piece-weight
    move rating-package-length (ws-piece-sub) to ws-carton-length
    move rating-package-width (ws-piece-sub) to ws-carton-width
    move rating-package-height (ws-piece-sub) to ws-carton-height
    perform apply-dim-weight
    perform lookup-rate-weight-break.

apply-dim-weight.
    if ws-dim-divisor numeric and ws-dim-divisor > 0
       and ws-carton-length numeric and ws-carton-length > 0
       and ws-carton-width numeric and ws-carton-width > 0
       and ws-carton-height numeric and ws-carton-height > 0
        compute ws-carton-cube =
            ws-carton-length * ws-carton-width * ws-carton-height
        compute ws-dim-weight = ws-carton-cube / ws-dim-divisor
        if ws-dim-weight * ws-dim-divisor < ws-carton-cube
            add 1 to ws-dim-weight
        end-if
        if ws-dim-weight > ws-piece-weight
            move ws-dim-weight to ws-piece-weight
        end-if
    end-if
    add ws-piece-weight to ws-billable-weight.

lookup-rate-weight-break.
    if ws-contract-breaks
        perform lookup-contract-weight-break
    else
        set rate-break-idx to 1
        search rate-weight-break
            at end
                set rate-break-idx to 3
            when ws-piece-weight <= rate-weight-limit (rate-carrier-idx rate-break-idx)
                continue
        end-search

        add rate-charge (rate-carrier-idx rate-break-idx) to shipping-charge
    end-if.

lookup-contract-weight-break.
    set contr-break-idx to 1
    search contr-weight-break
        at end
            set contr-break-idx to 3
        when ws-piece-weight <= contr-weight-limit (contract-idx contr-break-idx)
            continue
    end-search

    add contr-charge (contract-idx contr-break-idx) to shipping-charge.

apply-customer-discount.
    move shipping-charge to ws-base-charge
    move 0 to ws-discount-amount
    evaluate true
        when ws-contract-breaks
            continue
        when ws-contract-percent
            compute ws-discount-amount =
                shipping-charge * ws-contract-pct / 100
        when other
            set custtype-idx to 1
            search custtype-entry
                at end
                    continue
                when custtype-code (custtype-idx) = cust-type
                     and order-date-yyyymmdd >= custtype-eff-from (custtype-idx)
                     and order-date-yyyymmdd <= custtype-eff-to (custtype-idx)
                    compute ws-discount-amount =
                        shipping-charge * custtype-discount-pct (custtype-idx) / 100
            end-search
    end-evaluate

    compute shipping-charge rounded = shipping-charge - ws-discount-amount
    compute ws-discount-applied = ws-base-charge - shipping-charge.
            to carr-daily-cap-weight (carrier-idx)
    else
        move 0 to carr-daily-cap-weight (carrier-idx)
    end-if
    if cam-dim-divisor numeric
        move cam-dim-divisor to carr-dim-divisor (carrier-idx)
    else
        move 0 to carr-dim-divisor (carrier-idx)
    end-if
    if cam-track-from numeric and cam-track-to numeric
        move cam-track-from to carr-track-from (carrier-idx)
        move cam-track-to to carr-track-to (carrier-idx)
    else
        move 0 to carr-track-from (carrier-idx)
        move 0 to carr-track-to (carrier-idx)
    end-if.

load-rate-master.
    move czc-country to country-code (country-zone-idx)
    move czc-zone to country-zone (country-zone-idx)
    perform read-country-zone-record.

load-contract-rate.
    open input contract-rate-file
    if ws-contract-rate-status = '00'
        perform read-contract-rate-record
        perform store-contract-entry until ws-contract-eof
        close contract-rate-file
    end-if.

read-contract-rate-record.
    read contract-rate-file
        at end
            move 'Y' to ws-contract-eof-switch
    end-read.

store-contract-entry.
    if contract-count >= 500
        display 'SHIP-RATE: CONTRACT TABLE FULL, DROPPING '
            con-account-number ' ' con-carr-code
    else
        add 1 to contract-count
        set contract-idx to contract-count
        move con-account-number to contr-account-number (contract-idx)
        move con-carr-code to contr-carr-code (contract-idx)
        move con-zone to contr-zone (contract-idx)
        move con-eff-from to contr-eff-from (contract-idx)
        move con-eff-to to contr-eff-to (contract-idx)
        move con-contract-id to contr-contract-id (contract-idx)
        move con-pricing-type to contr-pricing-type (contract-idx)
        perform store-contract-break
            varying ws-break-sub from 1 by 1
            until ws-break-sub > 3
        if con-discount-pct numeric
            move con-discount-pct to contr-discount-pct (contract-idx)
        else
            move 0 to contr-discount-pct (contract-idx)
        end-if
    end-if
    perform read-contract-rate-record.

store-contract-break.
    if con-weight-limit (ws-break-sub) numeric
       and con-charge (ws-break-sub) numeric
        move con-weight-limit (ws-break-sub)
            to contr-weight-limit (contract-count ws-break-sub)
        move con-charge (ws-break-sub)
            to contr-charge (contract-count ws-break-sub)
    else
        move 999 to contr-weight-limit (contract-count ws-break-sub)
        move 0 to contr-charge (contract-count ws-break-sub)
    end-if.

load-carrier-eligibility.
    open input carrier-eligibility-file
    if ws-eligibility-status = '00'
        perform read-eligibility-record
        perform store-eligibility-entry until ws-eligibility-eof
        close carrier-eligibility-file
    end-if.

read-eligibility-record.
    read carrier-eligibility-file
        at end
            move 'Y' to ws-eligibility-eof-switch
    end-read.

store-eligibility-entry.
    if eligibility-count >= 300
        display 'SHIP-RATE: ELIGIBILITY TABLE FULL, DROPPING '
            cel-hazard-class ' ' cel-carr-code
    else
        add 1 to eligibility-count
        set eligibility-idx to eligibility-count
        move cel-hazard-class to elig-hazard-class (eligibility-idx)
        move cel-carr-code to elig-carr-code (eligibility-idx)
        move cel-dest-country to elig-dest-country (eligibility-idx)
        move cel-eff-from to elig-eff-from (eligibility-idx)
        move cel-eff-to to elig-eff-to (eligibility-idx)
    end-if
    perform read-eligibility-record.
