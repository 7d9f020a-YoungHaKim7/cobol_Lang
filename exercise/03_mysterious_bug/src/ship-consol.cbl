identification division.
program-id.
     ship-consol.

environment division.
input-output section.
file-control.
    select orders-file assign to "ORDERS"
        organization is line sequential
        file status is ws-orders-status.

    select account-master-file assign to "ACCOUNT-MASTER"
        organization is line sequential
        file status is ws-account-master-status.

    select carrier-master-file assign to "CARRIER-MASTER"
        organization is line sequential
        file status is ws-carrier-master-status.

    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is random
        record key is hist-order-key
        file status is ws-history-status.

    select allocation-file assign to "CONSOL-ALLOCATION"
        organization is line sequential.

    select consol-report-file assign to "CONSOL-RPT"
        organization is line sequential.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

data division.
file section.
fd  orders-file.
    copy "order-record.cpy".
    copy "order-package-record.cpy".

fd  account-master-file.
    copy "account-master-record.cpy".

fd  carrier-master-file.
    copy "carrier-master-record.cpy".

fd  history-file.
    copy "ship-history-record.cpy".

fd  allocation-file.
    copy "consol-allocation-record.cpy".

fd  consol-report-file.
01  consol-report-record           pic x(80).

fd  run-control-file.
    copy "run-control-record.cpy".

working-storage section.
copy "month-days-table.cpy".
copy "rating-area.cpy".
copy "account-table.cpy".
copy "carrier-table.cpy".

01 ws-orders-status           pic xx.
01 ws-account-master-status   pic xx.
01 ws-carrier-master-status   pic xx.
01 ws-history-status          pic xx.
01 ws-run-control-status      pic xx.

01 ws-eof-switch              pic x value 'N'.
    88 ws-eof                        value 'Y'.

01 ws-account-eof-switch      pic x value 'N'.
    88 ws-account-eof                value 'Y'.

01 ws-carrier-eof-switch      pic x value 'N'.
    88 ws-carrier-eof                value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-eligible-switch         pic x.
    88 ws-eligible-order             value 'Y'.

01 ws-credit-hold-switch      pic x.
    88 ws-credit-hold                value 'Y'.

01 ws-table-full-switch       pic x value 'N'.
    88 ws-table-full                 value 'Y'.

01 ws-history-active-switch   pic x value 'N'.
    88 ws-history-active             value 'Y'.

01 ws-order-date              pic 9(8).
01 ws-order-date-breakout redefines ws-order-date.
    05 ws-order-date-yyyy     pic 9(4).
    05 ws-order-date-mm       pic 9(2).
    05 ws-order-date-dd       pic 9(2).
01 ws-days-in-month           pic 9(2).

01 cand-count                 pic 9(3) value 0.
01 cand-table.
    05 cand-entry occurs 1 to 500 times
            depending on cand-count
            indexed by cand-idx.
        10 cnd-order-key          pic x(10).
        10 cnd-account-number     pic x(8).
        10 cnd-cust-type          pic x(2).
        10 cnd-dest-zip           pic x(5).
        10 cnd-dest-country       pic x(2).
        10 cnd-shipping-method    pic x(2).
        10 cnd-expected-ship-date pic 9(8).
        10 cnd-order-date         pic 9(8).
        10 cnd-entry-time         pic 9(4).
        10 cnd-order-weight       pic 9(3)v9(2).
        10 cnd-hazard-class       pic x(2).
        10 cnd-single-charge      pic 9(3)v99.
        10 cnd-group-no           pic 9(4).
        10 cnd-piece-count        pic 9(2).
        10 cnd-carton occurs 20 times.
            15 cnd-carton-weight  pic 9(3)v9(2).
            15 cnd-carton-length  pic 9(3).
            15 cnd-carton-width   pic 9(3).
            15 cnd-carton-height  pic 9(3).
            15 cnd-carton-hazard  pic x(2).

01 ws-order-hazard-class      pic x(2).
01 ws-collected-pieces        pic 9(2).

01 ws-package-overflow-switch pic x.
    88 ws-package-overflow           value 'Y'.

01 ws-order-cartons.
    05 ws-order-carton occurs 20 times.
        10 ws-oc-weight           pic 9(3)v9(2).
        10 ws-oc-length           pic 9(3).
        10 ws-oc-width            pic 9(3).
        10 ws-oc-height           pic 9(3).
        10 ws-oc-hazard           pic x(2).

01 ws-order-length            pic 9(3).
01 ws-order-width             pic 9(3).
01 ws-order-height            pic 9(3).

01 ws-piece-sub               pic 9(2).
01 ws-lead-sub                pic 9(3).
01 ws-join-sub                pic 9(3).
01 ws-member-sub              pic 9(2).
01 ws-carton-sub              pic 9(2).
01 ws-slot-sub                pic 9(2).

01 ws-member-count            pic 9(2).
01 ws-member-list.
    05 ws-member              occurs 20 times pic 9(3).

01 ws-group-pieces            pic 9(3).
01 ws-group-weight            pic 9(4)v9(2).
01 ws-separate-charge         pic 9(5)v99.
01 ws-group-no                pic 9(4) value 0.

01 ws-consol-id               pic x(12).
01 ws-consol-breakout redefines ws-consol-id.
    05 ws-consol-run-id       pic x(8).
    05 ws-consol-seq          pic 9(4).

01 ws-share-base              pic 9(3)v99.
01 ws-share-discount          pic 9(3)v99.
01 ws-share-surcharge         pic 9(3)v99.
01 ws-alloc-base              pic 9(5)v99.
01 ws-alloc-discount          pic 9(5)v99.
01 ws-alloc-surcharge         pic 9(5)v99.

01 ws-current-date-time       pic x(21).
01 ws-run-date                pic 9(8).
01 ws-run-id                  pic x(8) value spaces.
01 ws-start-timestamp         pic x(14).

01 ws-orders-read             pic 9(7) value 0.
01 ws-candidate-count         pic 9(7) value 0.
01 ws-groups-formed           pic 9(7) value 0.
01 ws-consolidated-count      pic 9(7) value 0.
01 ws-total-saving            pic 9(7)v99 value 0.

01 group-line.
    05 filler                 pic x(2)  value spaces.
    05 gl-consol-id            pic x(12).
    05 filler                 pic x(2)  value spaces.
    05 gl-account-number       pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 gl-shipping-method      pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 gl-expected-ship-date   pic 9(8).
    05 filler                 pic x(2)  value spaces.
    05 gl-member-count         pic z9.
    05 filler                 pic x(2)  value spaces.
    05 gl-group-weight         pic zz9.99.
    05 filler                 pic x(2)  value spaces.
    05 gl-group-charge         pic zz9.99.
    05 filler                 pic x(2)  value spaces.
    05 gl-separate-charge      pic zz,zz9.99.
    05 filler                 pic x(11) value spaces.

01 member-line.
    05 filler                 pic x(16) value spaces.
    05 ml-order-key            pic x(10).
    05 filler                 pic x(16) value spaces.
    05 ml-order-weight         pic zz9.99.
    05 filler                 pic x(2)  value spaces.
    05 ml-shipping-charge      pic zz9.99.
    05 filler                 pic x(24) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(20).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(51) value spaces.

01 saving-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(20) value 'CHARGE SAVED'.
    05 sv-total-saving         pic z,zzz,zz9.99.
    05 filler                 pic x(46) value spaces.

01 heading-line-1             pic x(80)
    value 'CONSOLIDATED SHIPMENTS'.

01 heading-line-2             pic x(80)
    value '  CONSOL-ID     ACCOUNT   CC  SHIP-DATE  MBR  WEIGHT  CHARGE   SEPARATE'.

procedure division.
    perform locate-run-id
    perform load-account-master
    perform load-carrier-master
    perform open-history-file

    open input orders-file
    if ws-orders-status not = '00'
        display 'SHIP-CONSOL: ORDERS UNAVAILABLE, STATUS '
            ws-orders-status
        move 8 to return-code
        stop run
    end-if
    open output allocation-file
    open output consol-report-file
    write consol-report-record from heading-line-1
    write consol-report-record from heading-line-2

    perform read-orders-file
    perform scan-orders until ws-eof
    close orders-file
    if ws-history-active
        close history-file
    end-if

    perform form-group
        varying ws-lead-sub from 1 by 1
        until ws-lead-sub > cand-count

    perform write-report-totals
    close allocation-file
    close consol-report-file
    perform append-run-step

    display 'SHIP-CONSOL: ORDERS ' ws-orders-read
        ' CANDIDATES ' ws-candidate-count
        ' CONSOLIDATED ' ws-consolidated-count
        ' IN ' ws-groups-formed ' SHIPMENTS'
    move 0 to return-code
    stop run.

locate-run-id.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to ws-run-date
    move ws-current-date-time (1:14) to ws-start-timestamp
    open input run-control-file
    if ws-run-control-status = '00'
        perform read-ledger-record
        perform remember-run-id until ws-ledger-eof
        close run-control-file
    end-if.

read-ledger-record.
    read run-control-file
        at end
            move 'Y' to ws-ledger-eof-switch
    end-read.

remember-run-id.
    if rc-header
        move rc-run-id to ws-run-id
    end-if
    perform read-ledger-record.

append-run-step.
    open extend run-control-file
    if ws-run-control-status not = '00'
        open output run-control-file
    end-if
    move spaces to run-control-record
    move 'RS' to rc-record-type
    move ws-run-id to rc-run-id
    move 'SHIP-CONSOL' to rc-step-name
    move ws-start-timestamp to rc-start-timestamp
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to rc-end-timestamp
    move ws-orders-read to rc-in-count
    move ws-consolidated-count to rc-out-count
    move 0 to rc-exception-count
    move 0 to rc-duplicate-count
    move spaces to rc-operator
    write run-control-record
    close run-control-file.

open-history-file.
    open input history-file
    evaluate ws-history-status
        when '00'
            move 'Y' to ws-history-active-switch
        when '35'
            continue
        when other
            display 'SHIP-CONSOL: SHIP-HISTORY UNAVAILABLE, STATUS '
                ws-history-status ' - DUPLICATE CHECK SKIPPED'
    end-evaluate.

load-account-master.
    open input account-master-file
    if ws-account-master-status = '00'
        perform read-account-master-record
        perform store-account-entry until ws-account-eof
        close account-master-file
    end-if.

read-account-master-record.
    read account-master-file
        at end
            move 'Y' to ws-account-eof-switch
    end-read.

store-account-entry.
    add 1 to account-count
    set account-idx to account-count
    move acm-account-number to acct-number (account-idx)
    move acm-account-name to acct-name (account-idx)
    move acm-status to acct-status (account-idx)
    perform read-account-master-record.

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
        display 'SHIP-CONSOL: CARRIER TABLE FULL, DROPPING ' cam-code
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

read-orders-file.
    read orders-file
        at end
            move 'Y' to ws-eof-switch
    end-read.

scan-orders.
    if ord-order-line
        perform take-order
    else
        perform read-orders-file
    end-if.

take-order.
    add 1 to ws-orders-read
    move ord-hazard-class to ws-order-hazard-class
    perform check-order-eligible
    if ws-eligible-order
        perform load-order-fields
    end-if

    perform collect-package-records
    if ws-eligible-order and ws-package-overflow
        move 'N' to ws-eligible-switch
        subtract 1 from cand-count
    end-if
    if ws-eligible-order
        perform rate-order-alone
    end-if.

check-order-eligible.
    move 'Y' to ws-eligible-switch
    if ord-account-number = spaces
       or ord-shop-cheapest
       or ord-quote-id not = spaces
       or ord-order-weight not numeric
        move 'N' to ws-eligible-switch
    end-if
    if ws-eligible-order
        perform check-order-date
    end-if
    if ws-eligible-order
        perform check-carrier-capped
    end-if
    if ws-eligible-order
        perform check-credit-hold
        if ws-credit-hold
            move 'N' to ws-eligible-switch
        end-if
    end-if
    if ws-eligible-order
        perform check-already-shipped
    end-if
    if ws-eligible-order and cand-count >= 500
        if not ws-table-full
            display 'SHIP-CONSOL: CANDIDATE TABLE FULL AT ' ord-order-key
                ' - LATER ORDERS SHIP ON THEIR OWN'
            move 'Y' to ws-table-full-switch
        end-if
        move 'N' to ws-eligible-switch
    end-if.

check-order-date.
    move ord-order-date-yyyymmdd to ws-order-date
    if ws-order-date-mm < 1 or ws-order-date-mm > 12
        move 'N' to ws-eligible-switch
    else
        set month-days-idx to ws-order-date-mm
        move month-days (month-days-idx) to ws-days-in-month
        if ws-order-date-mm = 2
            and function mod (ws-order-date-yyyy, 4) = 0
            and (function mod (ws-order-date-yyyy, 100) <> 0
                 or function mod (ws-order-date-yyyy, 400) = 0)
            add 1 to ws-days-in-month
        end-if
        if ws-order-date-dd < 1 or ws-order-date-dd > ws-days-in-month
            move 'N' to ws-eligible-switch
        end-if
    end-if.

check-carrier-capped.
    if carrier-count > 0
        set carrier-idx to 1
        search carrier-entry
            at end
                continue
            when carr-code (carrier-idx) = ord-shipping-method
                 and ord-order-date-yyyymmdd >= carr-eff-from (carrier-idx)
                 and ord-order-date-yyyymmdd <= carr-eff-to (carrier-idx)
                if carr-daily-cap-count (carrier-idx) > 0
                   or carr-daily-cap-weight (carrier-idx) > 0
                    move 'N' to ws-eligible-switch
                end-if
        end-search
    end-if.

check-already-shipped.
    if ws-history-active and not ord-reship-approved
        move ord-order-key to hist-order-key
        read history-file
            invalid key
                continue
            not invalid key
                if not hist-voided
                    move 'N' to ws-eligible-switch
                end-if
        end-read
    end-if.

check-credit-hold.
    move 'N' to ws-credit-hold-switch
    if account-count > 0
        set account-idx to 1
        search account-entry
            at end
                continue
            when acct-number (account-idx) = ord-account-number
                if acct-credit-hold (account-idx)
                   or acct-closed (account-idx)
                    move 'Y' to ws-credit-hold-switch
                end-if
        end-search
    end-if.

load-order-fields.
    add 1 to cand-count
    set cand-idx to cand-count
    move ord-order-key to cnd-order-key (cand-idx)
    move ord-account-number to cnd-account-number (cand-idx)
    move ord-cust-type to cnd-cust-type (cand-idx)
    move ord-dest-zip to cnd-dest-zip (cand-idx)
    move ord-dest-country to cnd-dest-country (cand-idx)
    move ord-shipping-method to cnd-shipping-method (cand-idx)
    move ord-order-date-yyyymmdd to cnd-order-date (cand-idx)
    move ord-entry-time to cnd-entry-time (cand-idx)
    move ord-order-weight to cnd-order-weight (cand-idx)
    move ord-hazard-class to cnd-hazard-class (cand-idx)
    move 0 to cnd-group-no (cand-idx)
    move ord-order-weight to ws-oc-weight (1)
    move ord-hazard-class to ws-oc-hazard (1)
    if ord-carton-length numeric
       and ord-carton-width numeric
       and ord-carton-height numeric
        move ord-carton-length to ws-order-length
        move ord-carton-width to ws-order-width
        move ord-carton-height to ws-order-height
    else
        move 0 to ws-order-length
        move 0 to ws-order-width
        move 0 to ws-order-height
    end-if
    move ws-order-length to ws-oc-length (1)
    move ws-order-width to ws-oc-width (1)
    move ws-order-height to ws-oc-height (1).

collect-package-records.
    move 0 to ws-collected-pieces
    move 'N' to ws-package-overflow-switch
    perform read-orders-file
    perform store-package-carton
        until ws-eof or not ord-package-line.

store-package-carton.
    if ws-collected-pieces < 20
        add 1 to ws-collected-pieces
        move opk-package-weight to ws-oc-weight (ws-collected-pieces)
        if opk-hazard-class = spaces
            move ws-order-hazard-class
                to ws-oc-hazard (ws-collected-pieces)
        else
            move opk-hazard-class to ws-oc-hazard (ws-collected-pieces)
        end-if
        if opk-carton-length numeric
           and opk-carton-width numeric
           and opk-carton-height numeric
            move opk-carton-length to ws-oc-length (ws-collected-pieces)
            move opk-carton-width to ws-oc-width (ws-collected-pieces)
            move opk-carton-height to ws-oc-height (ws-collected-pieces)
        else
            move 0 to ws-oc-length (ws-collected-pieces)
            move 0 to ws-oc-width (ws-collected-pieces)
            move 0 to ws-oc-height (ws-collected-pieces)
        end-if
    else
        move 'Y' to ws-package-overflow-switch
    end-if
    perform read-orders-file.

rate-order-alone.
    move cnd-shipping-method (cand-idx) to rating-shipping-method
    move cnd-cust-type (cand-idx) to rating-cust-type
    move cnd-account-number (cand-idx) to rating-account-number
    move cnd-order-date (cand-idx) to rating-order-date
    move cnd-entry-time (cand-idx) to rating-entry-time
    move cnd-order-weight (cand-idx) to rating-order-weight
    move cnd-dest-zip (cand-idx) to rating-dest-zip
    move 0 to rating-dest-zone
    move cnd-dest-country (cand-idx) to rating-dest-country
    move cnd-hazard-class (cand-idx) to rating-hazard-class
    move ws-order-length to rating-order-length
    move ws-order-width to rating-order-width
    move ws-order-height to rating-order-height
    move ws-collected-pieces to rating-piece-count
    perform load-rating-carton
        varying ws-piece-sub from 1 by 1
        until ws-piece-sub > ws-collected-pieces
    move 0 to rating-promise-days
    move 'N' to rating-assign-flag

    call 'ship-rate' using rating-area

    if not rating-ok
       or rating-shipping-method not = cnd-shipping-method (cand-idx)
        subtract 1 from cand-count
    else
        add 1 to ws-candidate-count
        move rating-expected-ship-date
            to cnd-expected-ship-date (cand-idx)
        move rating-shipping-charge to cnd-single-charge (cand-idx)
        if ws-collected-pieces > 0
            move ws-collected-pieces to cnd-piece-count (cand-idx)
        else
            move 1 to cnd-piece-count (cand-idx)
        end-if
        perform store-candidate-carton
            varying ws-piece-sub from 1 by 1
            until ws-piece-sub > cnd-piece-count (cand-idx)
    end-if.

load-rating-carton.
    move ws-oc-weight (ws-piece-sub)
        to rating-package-weight (ws-piece-sub)
    move ws-oc-length (ws-piece-sub)
        to rating-package-length (ws-piece-sub)
    move ws-oc-width (ws-piece-sub)
        to rating-package-width (ws-piece-sub)
    move ws-oc-height (ws-piece-sub)
        to rating-package-height (ws-piece-sub)
    move ws-oc-hazard (ws-piece-sub)
        to rating-package-hazard (ws-piece-sub).

store-candidate-carton.
    move ws-order-carton (ws-piece-sub)
        to cnd-carton (cand-idx ws-piece-sub).

form-group.
    if cnd-group-no (ws-lead-sub) = 0
        move 1 to ws-member-count
        move ws-lead-sub to ws-member (1)
        move cnd-piece-count (ws-lead-sub) to ws-group-pieces
        move cnd-order-weight (ws-lead-sub) to ws-group-weight
        move cnd-single-charge (ws-lead-sub) to ws-separate-charge
        perform try-join-group
            varying ws-join-sub from ws-lead-sub by 1
            until ws-join-sub > cand-count
        if ws-member-count > 1
            perform rate-group
        end-if
    end-if.

try-join-group.
    if ws-join-sub not = ws-lead-sub
       and cnd-group-no (ws-join-sub) = 0
       and ws-member-count < 20
       and cnd-account-number (ws-join-sub)
           = cnd-account-number (ws-lead-sub)
       and cnd-cust-type (ws-join-sub) = cnd-cust-type (ws-lead-sub)
       and cnd-dest-zip (ws-join-sub) = cnd-dest-zip (ws-lead-sub)
       and cnd-dest-country (ws-join-sub)
           = cnd-dest-country (ws-lead-sub)
       and cnd-shipping-method (ws-join-sub)
           = cnd-shipping-method (ws-lead-sub)
       and cnd-expected-ship-date (ws-join-sub)
           = cnd-expected-ship-date (ws-lead-sub)
       and ws-group-pieces + cnd-piece-count (ws-join-sub) <= 20
       and ws-group-weight + cnd-order-weight (ws-join-sub) <= 999.99
        add 1 to ws-member-count
        move ws-join-sub to ws-member (ws-member-count)
        add cnd-piece-count (ws-join-sub) to ws-group-pieces
        add cnd-order-weight (ws-join-sub) to ws-group-weight
        add cnd-single-charge (ws-join-sub) to ws-separate-charge
    end-if.

rate-group.
    move ws-lead-sub to ws-join-sub
    move cnd-shipping-method (ws-join-sub) to rating-shipping-method
    move cnd-cust-type (ws-join-sub) to rating-cust-type
    move cnd-account-number (ws-join-sub) to rating-account-number
    move cnd-order-date (ws-join-sub) to rating-order-date
    move cnd-entry-time (ws-join-sub) to rating-entry-time
    move ws-group-weight to rating-order-weight
    move cnd-dest-zip (ws-join-sub) to rating-dest-zip
    move 0 to rating-dest-zone
    move cnd-dest-country (ws-join-sub) to rating-dest-country
    move cnd-hazard-class (ws-join-sub) to rating-hazard-class
    move 0 to rating-order-length
    move 0 to rating-order-width
    move 0 to rating-order-height
    move 0 to ws-slot-sub
    perform load-member-cartons
        varying ws-member-sub from 1 by 1
        until ws-member-sub > ws-member-count
    move ws-group-pieces to rating-piece-count
    move 0 to rating-promise-days
    move 'N' to rating-assign-flag

    call 'ship-rate' using rating-area

    if rating-ok
       and rating-shipping-method = cnd-shipping-method (ws-lead-sub)
       and rating-shipping-charge < ws-separate-charge
        add 1 to ws-group-no
        add 1 to ws-groups-formed
        move ws-run-id to ws-consol-run-id
        move ws-group-no to ws-consol-seq
        compute ws-total-saving =
            ws-total-saving + ws-separate-charge - rating-shipping-charge
        perform write-group-line
        move 0 to ws-alloc-base
        move 0 to ws-alloc-discount
        move 0 to ws-alloc-surcharge
        perform allocate-member
            varying ws-member-sub from 1 by 1
            until ws-member-sub > ws-member-count
    end-if.

load-member-cartons.
    move ws-member (ws-member-sub) to ws-join-sub
    perform load-group-carton
        varying ws-carton-sub from 1 by 1
        until ws-carton-sub > cnd-piece-count (ws-join-sub).

load-group-carton.
    add 1 to ws-slot-sub
    move cnd-carton-weight (ws-join-sub ws-carton-sub)
        to rating-package-weight (ws-slot-sub)
    move cnd-carton-length (ws-join-sub ws-carton-sub)
        to rating-package-length (ws-slot-sub)
    move cnd-carton-width (ws-join-sub ws-carton-sub)
        to rating-package-width (ws-slot-sub)
    move cnd-carton-height (ws-join-sub ws-carton-sub)
        to rating-package-height (ws-slot-sub)
    move cnd-carton-hazard (ws-join-sub ws-carton-sub)
        to rating-package-hazard (ws-slot-sub).

allocate-member.
    move ws-member (ws-member-sub) to ws-join-sub
    move ws-group-no to cnd-group-no (ws-join-sub)
    if ws-member-sub = ws-member-count
        compute ws-share-base = rating-base-charge - ws-alloc-base
        compute ws-share-discount =
            rating-discount-amount - ws-alloc-discount
        compute ws-share-surcharge =
            rating-surcharge-amount - ws-alloc-surcharge
    else
        compute ws-share-base =
            rating-base-charge * cnd-order-weight (ws-join-sub)
            / ws-group-weight
        compute ws-share-discount =
            rating-discount-amount * cnd-order-weight (ws-join-sub)
            / ws-group-weight
        compute ws-share-surcharge =
            rating-surcharge-amount * cnd-order-weight (ws-join-sub)
            / ws-group-weight
        add ws-share-base to ws-alloc-base
        add ws-share-discount to ws-alloc-discount
        add ws-share-surcharge to ws-alloc-surcharge
    end-if

    move ws-consol-id to cal-consol-id
    move cnd-order-key (ws-join-sub) to cal-order-key
    move rating-shipping-method to cal-shipping-method
    move ws-member-count to cal-member-count
    move cnd-order-weight (ws-join-sub) to cal-member-weight
    move ws-group-weight to cal-group-weight
    move ws-share-base to cal-base-charge
    move ws-share-discount to cal-discount-amount
    move ws-share-surcharge to cal-surcharge-amount
    compute cal-shipping-charge =
        ws-share-base - ws-share-discount + ws-share-surcharge
    write consol-allocation-record
    add 1 to ws-consolidated-count

    move cal-order-key to ml-order-key
    move cal-member-weight to ml-order-weight
    move cal-shipping-charge to ml-shipping-charge
    write consol-report-record from member-line.

write-group-line.
    move ws-consol-id to gl-consol-id
    move cnd-account-number (ws-lead-sub) to gl-account-number
    move rating-shipping-method to gl-shipping-method
    move cnd-expected-ship-date (ws-lead-sub) to gl-expected-ship-date
    move ws-member-count to gl-member-count
    move ws-group-weight to gl-group-weight
    move rating-shipping-charge to gl-group-charge
    move ws-separate-charge to gl-separate-charge
    write consol-report-record from group-line.

write-report-totals.
    move spaces to consol-report-record
    write consol-report-record
    move 'ORDERS READ' to ct-label
    move ws-orders-read to ct-count
    write consol-report-record from count-line
    move 'ELIGIBLE ORDERS' to ct-label
    move ws-candidate-count to ct-count
    write consol-report-record from count-line
    move 'SHIPMENTS FORMED' to ct-label
    move ws-groups-formed to ct-count
    write consol-report-record from count-line
    move 'ORDERS CONSOLIDATED' to ct-label
    move ws-consolidated-count to ct-count
    write consol-report-record from count-line
    move ws-total-saving to sv-total-saving
    write consol-report-record from saving-line.
