identification division.
program-id.
     ship-profit.

environment division.
input-output section.
file-control.
    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is dynamic
        record key is hist-order-key
        file status is ws-history-status.

    select returns-output-file assign to "RETURNS-OUTPUT"
        organization is line sequential
        file status is ws-returns-output-status.

    select adjustments-file assign to "BILLING-ADJUSTMENTS"
        organization is line sequential
        file status is ws-adjustments-status.

    select invoice-history-file assign to "CARRIER-INVOICE-HIST"
        organization is line sequential
        file status is ws-invoice-history-status.

    select profit-work-file assign to "PROFIT-WORK"
        organization is line sequential.

    select sorted-profit-file assign to "PROFIT-SRT"
        organization is line sequential.

    select profit-sort-work-file assign to "PROFIT-SORTWK".

    select profit-report-file assign to "PROFIT-RPT"
        organization is line sequential.

data division.
file section.
fd  history-file.
    copy "ship-history-record.cpy".

fd  returns-output-file.
    copy "credit-record.cpy".

fd  adjustments-file.
    copy "billing-adjustment-record.cpy".

fd  invoice-history-file.
    copy "carrier-invoice-record.cpy".

fd  profit-work-file.
    copy "profit-work-record.cpy".

sd  profit-sort-work-file.
    copy "profit-work-record.cpy"
        replacing leading ==profit-work-record== by ==profit-sort-work-record==
                  leading ==pwk==                by ==wpwk==.

fd  sorted-profit-file.
    copy "profit-work-record.cpy"
        replacing leading ==profit-work-record== by ==sorted-profit-record==
                  leading ==pwk==                by ==spwk==.

fd  profit-report-file.
01  profit-report-record           pic x(80).

working-storage section.
copy "rating-area.cpy".

01 ws-history-status          pic xx.
01 ws-returns-output-status   pic xx.
01 ws-adjustments-status      pic xx.
01 ws-invoice-history-status  pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-sorted-eof-switch       pic x value 'N'.
    88 ws-sorted-eof                 value 'Y'.

01 ws-month-in                pic x(6).
01 ws-profit-month            pic 9(6).

01 ws-current-date-time       pic x(21).

01 account-profit-count       pic 9(4) value 0.
01 account-profit-table.
    05 account-profit-entry occurs 1 to 2000 times
           depending on account-profit-count
           indexed by account-profit-idx.
        10 apf-account-number     pic x(8).
        10 apf-shipments          pic 9(5).
        10 apf-revenue            pic s9(7)v99.
        10 apf-cost               pic 9(7)v99.

01 carrier-profit-count       pic 9(2) value 0.
01 carrier-profit-table.
    05 carrier-profit-entry occurs 1 to 50 times
           depending on carrier-profit-count
           indexed by carrier-profit-idx.
        10 cpf-carr-code          pic x(2).
        10 cpf-shipments          pic 9(5).
        10 cpf-revenue            pic s9(7)v99.
        10 cpf-cost               pic 9(7)v99.

01 lane-profit-count          pic 9(3) value 0.
01 lane-profit-table.
    05 lane-profit-entry occurs 1 to 500 times
           depending on lane-profit-count
           indexed by lane-profit-idx.
        10 lpf-lane.
            15 lpf-dest-country   pic x(2).
            15 lpf-dest-zone      pic 9(1).
        10 lpf-shipments          pic 9(5).
        10 lpf-revenue            pic s9(7)v99.
        10 lpf-cost               pic 9(7)v99.

01 ws-slot                    pic 9(4).
01 ws-entry-found-switch      pic x.
    88 ws-entry-found                value 'Y'.
01 ws-slot-settled-switch     pic x.
    88 ws-slot-settled               value 'Y'.

01 ws-current-key             pic x(10).
01 ws-shipped-switch          pic x.
    88 ws-shipped-in-month           value 'Y'.
01 ws-invoiced-switch         pic x.
    88 ws-invoiced                   value 'Y'.
01 ws-adjusted-switch         pic x.
    88 ws-has-credit-or-adjustment   value 'Y'.
01 ws-hist-found-switch       pic x.
    88 ws-hist-found                 value 'Y'.
01 ws-repriced-switch         pic x.
    88 ws-repriced                   value 'Y'.

01 ws-order-account           pic x(8).
01 ws-order-carrier           pic x(2).
01 ws-order-lane.
    05 ws-order-country       pic x(2).
    05 ws-order-zone          pic 9(1).
01 ws-order-status            pic x(1).
01 ws-order-run-date          pic 9(8).
01 ws-ship-charge             pic s9(5)v99.
01 ws-other-revenue           pic s9(5)v99.
01 ws-invoice-cost            pic 9(5)v99.
01 ws-order-revenue           pic s9(5)v99.
01 ws-order-cost              pic 9(5)v99.
01 ws-order-shipments         pic 9(1).
01 ws-billable-weight         pic 9(5)v9(2).

01 ws-line-revenue            pic s9(7)v99.
01 ws-line-cost               pic 9(7)v99.
01 ws-line-margin             pic s9(7)v99.
01 ws-line-margin-pct         pic s9(5)v9.

01 ws-shipment-count          pic 9(7) value 0.
01 ws-no-invoice-count        pic 9(7) value 0.
01 ws-item-count              pic 9(7) value 0.
01 ws-total-revenue           pic s9(7)v99 value 0.
01 ws-total-cost              pic 9(7)v99 value 0.
01 ws-estimated-cost          pic 9(7)v99 value 0.
01 ws-unpriced-count          pic 9(7) value 0.
01 ws-unpriced-revenue        pic s9(7)v99 value 0.
01 ws-loss-count              pic 9(5).

01 profit-line.
    05 filler                 pic x(2)  value spaces.
    05 pl-key                  pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 pl-shipments            pic zz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 pl-revenue              pic +z,zzz,zz9.99.
    05 filler                 pic x(1)  value spaces.
    05 pl-cost                 pic z,zzz,zz9.99.
    05 filler                 pic x(1)  value spaces.
    05 pl-margin               pic +z,zzz,zz9.99.
    05 filler                 pic x(1)  value spaces.
    05 pl-margin-pct           pic +zzz9.9.
    05 filler                 pic x(1)  value spaces.
    05 pl-flag                 pic x(4).
    05 filler                 pic x(5)  value spaces.

01 lane-key.
    05 lk-dest-country         pic x(2).
    05 filler                 pic x(6)  value ' ZONE '.
    05 lk-dest-zone            pic 9(1).
    05 filler                 pic x(1)  value spaces.

01 no-invoice-line.
    05 filler                 pic x(2)  value spaces.
    05 nl-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 nl-account-number       pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 nl-carr-code            pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 nl-run-date             pic 9(8).
    05 filler                 pic x(2)  value spaces.
    05 nl-charge               pic zz9.99.
    05 filler                 pic x(4)  value spaces.
    05 nl-estimated-cost       pic zz9.99.
    05 filler                 pic x(2)  value spaces.
    05 nl-note                 pic x(12).
    05 filler                 pic x(12) value spaces.

01 total-line.
    05 filler                 pic x(2)  value spaces.
    05 tl-label                pic x(20).
    05 tl-amount               pic +z,zzz,zz9.99.
    05 filler                 pic x(45) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(20).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(51) value spaces.

01 heading-line-1.
    05 filler                 pic x(36)
        value 'ACCOUNT AND LANE PROFITABILITY'.
    05 filler                 pic x(6)  value 'MONTH '.
    05 hl-month                pic 9(6).
    05 filler                 pic x(32) value spaces.

01 section-line.
    05 filler                 pic x(2)  value spaces.
    05 sl-title                pic x(40).
    05 filler                 pic x(38) value spaces.

01 heading-line-2.
    05 filler                 pic x(2)  value spaces.
    05 hl-key-title            pic x(10).
    05 filler                 pic x(68)
        value '   SHIPS        REVENUE         COST        MARGIN MARGIN%'.

01 heading-line-3             pic x(80)
    value '  ORDER-KEY   ACCOUNT   CC  RUN-DATE  CHARGE  EST-COST'.

01 blank-line                 pic x(80) value spaces.

procedure division.
    perform accept-profit-month

    open input history-file
    if ws-history-status not = '00'
        display 'SHIP-PROFIT: SHIP-HISTORY UNAVAILABLE, STATUS '
            ws-history-status
        move 8 to return-code
        stop run
    end-if

    open output profit-work-file
    perform extract-month-shipments
    perform extract-return-credits
    perform extract-billing-adjustments
    perform extract-carrier-invoices
    close profit-work-file

    perform sort-profit-items

    open output profit-report-file
    move ws-profit-month to hl-month
    write profit-report-record from heading-line-1
    write profit-report-record from blank-line
    move 'SHIPMENTS WITHOUT A CARRIER INVOICE' to sl-title
    write profit-report-record from section-line
    write profit-report-record from heading-line-3

    open input sorted-profit-file
    perform read-sorted-item
    perform profit-one-order until ws-sorted-eof
    close sorted-profit-file
    close history-file

    perform write-account-section
    perform write-carrier-section
    perform write-lane-section
    perform write-loss-section
    perform write-report-totals
    close profit-report-file

    display 'SHIP-PROFIT: MONTH ' ws-profit-month
        ' SHIPMENTS ' ws-shipment-count
        ' NO INVOICE ' ws-no-invoice-count
        ' ACCOUNTS ' account-profit-count
    move 0 to return-code
    stop run.

accept-profit-month.
    display 'Profit month yyyymm (blank = current) : '
        with no advancing
    accept ws-month-in
    if ws-month-in not = spaces and ws-month-in numeric
        move ws-month-in to ws-profit-month
    else
        move function current-date to ws-current-date-time
        move ws-current-date-time (1:6) to ws-profit-month
    end-if.

extract-month-shipments.
    move 'N' to ws-file-eof-switch
    move low-values to hist-order-key
    start history-file key is >= hist-order-key
        invalid key
            move 'Y' to ws-file-eof-switch
    end-start
    perform read-next-history until ws-file-eof.

read-next-history.
    read history-file next record
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if hist-run-date (1:6) = ws-profit-month
                move spaces to profit-work-record
                move hist-order-key to pwk-order-key
                move 'S' to pwk-source
                move hist-shipping-charge to pwk-amount
                move hist-account-number to pwk-account-number
                move hist-shipping-method to pwk-carr-code
                move hist-dest-country to pwk-dest-country
                move hist-dest-zone to pwk-dest-zone
                move hist-ship-status to pwk-ship-status
                move hist-run-date to pwk-run-date
                write profit-work-record
                add 1 to ws-item-count
            end-if
    end-read.

extract-return-credits.
    move 'N' to ws-file-eof-switch
    open input returns-output-file
    if ws-returns-output-status = '00'
        perform read-credit-record until ws-file-eof
        close returns-output-file
    end-if.

read-credit-record.
    read returns-output-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if cr-run-date (1:6) = ws-profit-month
                move spaces to profit-work-record
                move cr-orig-order-key to pwk-order-key
                move 'C' to pwk-source
                move cr-credit-amount to pwk-amount
                move cr-account-number to pwk-account-number
                move cr-shipping-method to pwk-carr-code
                move 0 to pwk-dest-zone
                move cr-run-date to pwk-run-date
                write profit-work-record
                add 1 to ws-item-count
            end-if
    end-read.

extract-billing-adjustments.
    move 'N' to ws-file-eof-switch
    open input adjustments-file
    if ws-adjustments-status = '00'
        perform read-adjustment-record until ws-file-eof
        close adjustments-file
    end-if.

read-adjustment-record.
    read adjustments-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if adj-run-date (1:6) = ws-profit-month
                move spaces to profit-work-record
                move adj-order-key to pwk-order-key
                move 'A' to pwk-source
                move adj-difference to pwk-amount
                move adj-account-number to pwk-account-number
                move adj-our-method to pwk-carr-code
                move 0 to pwk-dest-zone
                move adj-run-date to pwk-run-date
                write profit-work-record
                add 1 to ws-item-count
            end-if
    end-read.

extract-carrier-invoices.
    move 'N' to ws-file-eof-switch
    open input invoice-history-file
    if ws-invoice-history-status = '00'
        perform read-invoice-record until ws-file-eof
        close invoice-history-file
    else
        display 'SHIP-PROFIT: CARRIER-INVOICE-HIST UNAVAILABLE, STATUS '
            ws-invoice-history-status ' - ALL COSTS ESTIMATED'
    end-if.

read-invoice-record.
    read invoice-history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            move spaces to profit-work-record
            move cin-order-key to pwk-order-key
            move 'I' to pwk-source
            move cin-billed-charge to pwk-amount
            move cin-carr-code to pwk-carr-code
            move 0 to pwk-dest-zone
            move cin-invoice-date to pwk-run-date
            write profit-work-record
            add 1 to ws-item-count
    end-read.

sort-profit-items.
    sort profit-sort-work-file
        on ascending key wpwk-order-key
                         wpwk-source
        using profit-work-file
        giving sorted-profit-file.

read-sorted-item.
    read sorted-profit-file
        at end
            move 'Y' to ws-sorted-eof-switch
    end-read.

profit-one-order.
    move spwk-order-key to ws-current-key
    move 'N' to ws-shipped-switch
    move 'N' to ws-invoiced-switch
    move 'N' to ws-adjusted-switch
    move 0 to ws-ship-charge
    move 0 to ws-other-revenue
    move 0 to ws-invoice-cost
    move spaces to ws-order-account
    move spaces to ws-order-carrier
    move spaces to ws-order-country
    move 0 to ws-order-zone
    perform absorb-profit-item
        until ws-sorted-eof
           or spwk-order-key not = ws-current-key

    if ws-shipped-in-month or ws-has-credit-or-adjustment
        perform price-order
        if ws-repriced
            perform post-to-account
            perform post-to-carrier
            perform post-to-lane
            add ws-order-revenue to ws-total-revenue
            add ws-order-cost to ws-total-cost
        else
            add 1 to ws-unpriced-count
            add ws-order-revenue to ws-unpriced-revenue
        end-if
    end-if.

absorb-profit-item.
    evaluate true
        when spwk-shipment
            move 'Y' to ws-shipped-switch
            move spwk-amount to ws-ship-charge
            move spwk-account-number to ws-order-account
            move spwk-carr-code to ws-order-carrier
            move spwk-dest-country to ws-order-country
            move spwk-dest-zone to ws-order-zone
            move spwk-ship-status to ws-order-status
            move spwk-run-date to ws-order-run-date
        when spwk-invoice
            move 'Y' to ws-invoiced-switch
            add spwk-amount to ws-invoice-cost
        when other
            move 'Y' to ws-adjusted-switch
            add spwk-amount to ws-other-revenue
            if ws-order-account = spaces
                move spwk-account-number to ws-order-account
                move spwk-carr-code to ws-order-carrier
            end-if
    end-evaluate
    perform read-sorted-item.

price-order.
    compute ws-order-revenue = ws-ship-charge + ws-other-revenue
    move 0 to ws-order-cost
    move 0 to ws-order-shipments
    move 'Y' to ws-repriced-switch
    if ws-shipped-in-month
        move 1 to ws-order-shipments
        add 1 to ws-shipment-count
        if ws-invoiced
            move ws-invoice-cost to ws-order-cost
        else
            if ws-order-status not = 'V'
                perform estimate-carrier-cost
            end-if
        end-if
    else
        perform find-credit-lane
    end-if.

find-credit-lane.
    move ws-current-key to hist-order-key
    read history-file
        invalid key
            continue
        not invalid key
            move hist-account-number to ws-order-account
            move hist-shipping-method to ws-order-carrier
            move hist-dest-country to ws-order-country
            move hist-dest-zone to ws-order-zone
    end-read.

estimate-carrier-cost.
    move 'N' to ws-hist-found-switch
    move 'N' to ws-repriced-switch
    move ws-current-key to hist-order-key
    read history-file
        invalid key
            continue
        not invalid key
            move 'Y' to ws-hist-found-switch
    end-read

    if ws-hist-found
        if hist-billable-weight numeric and hist-billable-weight > 0
            move hist-billable-weight to ws-billable-weight
        else
            move hist-order-weight to ws-billable-weight
        end-if
        if hist-piece-count not > 1
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
            move 0 to rating-promise-days

            call 'ship-rate' using rating-area

            if rating-ok
                move rating-shipping-charge to ws-order-cost
                move 'Y' to ws-repriced-switch
            end-if
        end-if
    end-if

    if ws-repriced
        add ws-order-cost to ws-estimated-cost
    end-if
    add 1 to ws-no-invoice-count
    move ws-current-key to nl-order-key
    move ws-order-account to nl-account-number
    move ws-order-carrier to nl-carr-code
    move ws-order-run-date to nl-run-date
    move ws-ship-charge to nl-charge
    move ws-order-cost to nl-estimated-cost
    if ws-repriced
        move spaces to nl-note
    else
        move 'NOT REPRICED' to nl-note
    end-if
    write profit-report-record from no-invoice-line.

post-to-account.
    move 'N' to ws-entry-found-switch
    if account-profit-count > 0
        set account-profit-idx to 1
        search account-profit-entry
            when apf-account-number (account-profit-idx)
                     = ws-order-account
                move 'Y' to ws-entry-found-switch
        end-search
    end-if
    if not ws-entry-found
        if account-profit-count < 2000
            add 1 to account-profit-count
            move account-profit-count to ws-slot
            move 'N' to ws-slot-settled-switch
            perform open-account-slot until ws-slot-settled
            set account-profit-idx to ws-slot
            move ws-order-account
                to apf-account-number (account-profit-idx)
            move 0 to apf-shipments (account-profit-idx)
            move 0 to apf-revenue (account-profit-idx)
            move 0 to apf-cost (account-profit-idx)
            move 'Y' to ws-entry-found-switch
        else
            display 'SHIP-PROFIT: ACCOUNT TABLE FULL, DROPPING '
                ws-order-account
        end-if
    end-if
    if ws-entry-found
        add ws-order-shipments to apf-shipments (account-profit-idx)
        add ws-order-revenue to apf-revenue (account-profit-idx)
        add ws-order-cost to apf-cost (account-profit-idx)
    end-if.

open-account-slot.
    if ws-slot = 1
        move 'Y' to ws-slot-settled-switch
    else
        if apf-account-number (ws-slot - 1) < ws-order-account
            move 'Y' to ws-slot-settled-switch
        else
            move account-profit-entry (ws-slot - 1)
                to account-profit-entry (ws-slot)
            subtract 1 from ws-slot
        end-if
    end-if.

post-to-carrier.
    move 'N' to ws-entry-found-switch
    if carrier-profit-count > 0
        set carrier-profit-idx to 1
        search carrier-profit-entry
            when cpf-carr-code (carrier-profit-idx) = ws-order-carrier
                move 'Y' to ws-entry-found-switch
        end-search
    end-if
    if not ws-entry-found
        if carrier-profit-count < 50
            add 1 to carrier-profit-count
            move carrier-profit-count to ws-slot
            move 'N' to ws-slot-settled-switch
            perform open-carrier-slot until ws-slot-settled
            set carrier-profit-idx to ws-slot
            move ws-order-carrier to cpf-carr-code (carrier-profit-idx)
            move 0 to cpf-shipments (carrier-profit-idx)
            move 0 to cpf-revenue (carrier-profit-idx)
            move 0 to cpf-cost (carrier-profit-idx)
            move 'Y' to ws-entry-found-switch
        else
            display 'SHIP-PROFIT: CARRIER TABLE FULL, DROPPING '
                ws-order-carrier
        end-if
    end-if
    if ws-entry-found
        add ws-order-shipments to cpf-shipments (carrier-profit-idx)
        add ws-order-revenue to cpf-revenue (carrier-profit-idx)
        add ws-order-cost to cpf-cost (carrier-profit-idx)
    end-if.

open-carrier-slot.
    if ws-slot = 1
        move 'Y' to ws-slot-settled-switch
    else
        if cpf-carr-code (ws-slot - 1) < ws-order-carrier
            move 'Y' to ws-slot-settled-switch
        else
            move carrier-profit-entry (ws-slot - 1)
                to carrier-profit-entry (ws-slot)
            subtract 1 from ws-slot
        end-if
    end-if.

post-to-lane.
    move 'N' to ws-entry-found-switch
    if lane-profit-count > 0
        set lane-profit-idx to 1
        search lane-profit-entry
            when lpf-lane (lane-profit-idx) = ws-order-lane
                move 'Y' to ws-entry-found-switch
        end-search
    end-if
    if not ws-entry-found
        if lane-profit-count < 500
            add 1 to lane-profit-count
            move lane-profit-count to ws-slot
            move 'N' to ws-slot-settled-switch
            perform open-lane-slot until ws-slot-settled
            set lane-profit-idx to ws-slot
            move ws-order-lane to lpf-lane (lane-profit-idx)
            move 0 to lpf-shipments (lane-profit-idx)
            move 0 to lpf-revenue (lane-profit-idx)
            move 0 to lpf-cost (lane-profit-idx)
            move 'Y' to ws-entry-found-switch
        else
            display 'SHIP-PROFIT: LANE TABLE FULL, DROPPING '
                ws-order-lane
        end-if
    end-if
    if ws-entry-found
        add ws-order-shipments to lpf-shipments (lane-profit-idx)
        add ws-order-revenue to lpf-revenue (lane-profit-idx)
        add ws-order-cost to lpf-cost (lane-profit-idx)
    end-if.

open-lane-slot.
    if ws-slot = 1
        move 'Y' to ws-slot-settled-switch
    else
        if lpf-lane (ws-slot - 1) < ws-order-lane
            move 'Y' to ws-slot-settled-switch
        else
            move lane-profit-entry (ws-slot - 1)
                to lane-profit-entry (ws-slot)
            subtract 1 from ws-slot
        end-if
    end-if.

write-account-section.
    write profit-report-record from blank-line
    move 'BY ACCOUNT' to sl-title
    write profit-report-record from section-line
    move 'ACCOUNT' to hl-key-title
    write profit-report-record from heading-line-2
    perform write-account-line
        varying account-profit-idx from 1 by 1
        until account-profit-idx > account-profit-count.

write-account-line.
    move apf-account-number (account-profit-idx) to pl-key
    move apf-shipments (account-profit-idx) to pl-shipments
    move apf-revenue (account-profit-idx) to ws-line-revenue
    move apf-cost (account-profit-idx) to ws-line-cost
    perform write-profit-line.

write-carrier-section.
    write profit-report-record from blank-line
    move 'BY CARRIER' to sl-title
    write profit-report-record from section-line
    move 'CARRIER' to hl-key-title
    write profit-report-record from heading-line-2
    perform write-carrier-line
        varying carrier-profit-idx from 1 by 1
        until carrier-profit-idx > carrier-profit-count.

write-carrier-line.
    move cpf-carr-code (carrier-profit-idx) to pl-key
    move cpf-shipments (carrier-profit-idx) to pl-shipments
    move cpf-revenue (carrier-profit-idx) to ws-line-revenue
    move cpf-cost (carrier-profit-idx) to ws-line-cost
    perform write-profit-line.

write-lane-section.
    write profit-report-record from blank-line
    move 'BY DESTINATION COUNTRY AND ZONE' to sl-title
    write profit-report-record from section-line
    move 'LANE' to hl-key-title
    write profit-report-record from heading-line-2
    perform write-lane-line
        varying lane-profit-idx from 1 by 1
        until lane-profit-idx > lane-profit-count.

write-lane-line.
    move lpf-dest-country (lane-profit-idx) to lk-dest-country
    move lpf-dest-zone (lane-profit-idx) to lk-dest-zone
    move lane-key to pl-key
    move lpf-shipments (lane-profit-idx) to pl-shipments
    move lpf-revenue (lane-profit-idx) to ws-line-revenue
    move lpf-cost (lane-profit-idx) to ws-line-cost
    perform write-profit-line.

write-profit-line.
    compute ws-line-margin = ws-line-revenue - ws-line-cost
    if ws-line-revenue > 0
        compute ws-line-margin-pct rounded =
            ws-line-margin * 100 / ws-line-revenue
            on size error
                move 0 to ws-line-margin-pct
        end-compute
    else
        move 0 to ws-line-margin-pct
    end-if
    move ws-line-revenue to pl-revenue
    move ws-line-cost to pl-cost
    move ws-line-margin to pl-margin
    move ws-line-margin-pct to pl-margin-pct
    if ws-line-margin < 0
        move 'LOSS' to pl-flag
    else
        move spaces to pl-flag
    end-if
    write profit-report-record from profit-line.

write-loss-section.
    write profit-report-record from blank-line
    move 'ACCOUNTS RUNNING AT A LOSS' to sl-title
    write profit-report-record from section-line
    move 'ACCOUNT' to hl-key-title
    write profit-report-record from heading-line-2
    move 0 to ws-loss-count
    perform write-account-loss
        varying account-profit-idx from 1 by 1
        until account-profit-idx > account-profit-count
    write profit-report-record from blank-line
    move 'LANES RUNNING AT A LOSS' to sl-title
    write profit-report-record from section-line
    move 'LANE' to hl-key-title
    write profit-report-record from heading-line-2
    perform write-lane-loss
        varying lane-profit-idx from 1 by 1
        until lane-profit-idx > lane-profit-count.

write-account-loss.
    if apf-revenue (account-profit-idx) < apf-cost (account-profit-idx)
        perform write-account-line
        add 1 to ws-loss-count
    end-if.

write-lane-loss.
    if lpf-revenue (lane-profit-idx) < lpf-cost (lane-profit-idx)
        perform write-lane-line
        add 1 to ws-loss-count
    end-if.

write-report-totals.
    write profit-report-record from blank-line
    move 'SHIPMENTS' to ct-label
    move ws-shipment-count to ct-count
    write profit-report-record from count-line
    move 'NO CARRIER INVOICE' to ct-label
    move ws-no-invoice-count to ct-count
    write profit-report-record from count-line
    move 'LOSS-MAKERS LISTED' to ct-label
    move ws-loss-count to ct-count
    write profit-report-record from count-line
    move 'REVENUE' to tl-label
    move ws-total-revenue to tl-amount
    write profit-report-record from total-line
    move 'CARRIER COST' to tl-label
    move ws-total-cost to tl-amount
    write profit-report-record from total-line
    move '  OF WHICH ESTIMATED' to tl-label
    move ws-estimated-cost to tl-amount
    write profit-report-record from total-line
    move 'MARGIN' to tl-label
    compute tl-amount = ws-total-revenue - ws-total-cost
    write profit-report-record from total-line
    move 'NOT REPRICED' to ct-label
    move ws-unpriced-count to ct-count
    write profit-report-record from count-line
    move '  REVENUE LEFT OUT' to tl-label
    move ws-unpriced-revenue to tl-amount
    write profit-report-record from total-line.
