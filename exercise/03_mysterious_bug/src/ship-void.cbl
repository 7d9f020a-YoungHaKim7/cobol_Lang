identification division.
program-id.
     ship-void.

environment division.
input-output section.
file-control.
    select void-file assign to "SHIP-VOIDS"
        organization is line sequential
        file status is ws-void-status.

    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is random
        record key is hist-order-key
        file status is ws-history-status.

    select transmit-log-file assign to "MANIFEST-TRANSMITTED"
        organization is line sequential
        file status is ws-transmit-log-status.

    select manifest-us-file assign to "SHIP-MANIFEST-US"
        organization is line sequential
        file status is ws-manifest-status.

    select manifest-fx-file assign to "SHIP-MANIFEST-FX"
        organization is line sequential
        file status is ws-manifest-status.

    select manifest-ug-file assign to "SHIP-MANIFEST-UG"
        organization is line sequential
        file status is ws-manifest-status.

    select manifest-u2-file assign to "SHIP-MANIFEST-U2"
        organization is line sequential
        file status is ws-manifest-status.

    select new-manifest-us-file assign to "SHIP-MANIFEST-US-NEW"
        organization is line sequential.

    select new-manifest-fx-file assign to "SHIP-MANIFEST-FX-NEW"
        organization is line sequential.

    select new-manifest-ug-file assign to "SHIP-MANIFEST-UG-NEW"
        organization is line sequential.

    select new-manifest-u2-file assign to "SHIP-MANIFEST-U2-NEW"
        organization is line sequential.

    select audit-file assign to "SHIP-AUDIT-LOG"
        organization is line sequential
        file status is ws-audit-status.

    select credit-file assign to "RETURNS-OUTPUT"
        organization is line sequential
        file status is ws-credit-status.

    select void-report-file assign to "VOID-EXCEPTIONS"
        organization is line sequential.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

data division.
file section.
fd  void-file.
    copy "void-record.cpy".

fd  history-file.
    copy "ship-history-record.cpy".

fd  transmit-log-file.
    copy "manifest-transmit-record.cpy".

fd  manifest-us-file.
01  manifest-us-record            pic x(60).

fd  manifest-fx-file.
01  manifest-fx-record            pic x(60).

fd  manifest-ug-file.
01  manifest-ug-record            pic x(60).

fd  manifest-u2-file.
01  manifest-u2-record            pic x(60).

fd  new-manifest-us-file.
01  new-manifest-us-record        pic x(60).

fd  new-manifest-fx-file.
01  new-manifest-fx-record        pic x(60).

fd  new-manifest-ug-file.
01  new-manifest-ug-record        pic x(60).

fd  new-manifest-u2-file.
01  new-manifest-u2-record        pic x(60).

fd  audit-file.
    copy "audit-record.cpy".

fd  credit-file.
    copy "credit-record.cpy".

fd  void-report-file.
01  void-report-record             pic x(80).

fd  run-control-file.
    copy "run-control-record.cpy".

working-storage section.
copy "manifest-line.cpy".

01 ws-void-status             pic xx.
01 ws-history-status          pic xx.
01 ws-transmit-log-status     pic xx.
01 ws-manifest-status         pic xx.
01 ws-audit-status            pic xx.
01 ws-credit-status           pic xx.
01 ws-run-control-status      pic xx.

01 ws-void-eof-switch         pic x value 'N'.
    88 ws-void-eof                   value 'Y'.

01 ws-transmit-eof-switch     pic x value 'N'.
    88 ws-transmit-eof               value 'Y'.

01 ws-manifest-eof-switch     pic x.
    88 ws-manifest-eof               value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-hist-found-switch       pic x.
    88 ws-hist-found                 value 'Y'.

01 ws-voided-line-switch      pic x.
    88 ws-voided-line                value 'Y'.

01 ws-manifest-line           pic x(60).
01 ws-manifest-line-type redefines ws-manifest-line.
    05 ws-manifest-record-type pic x(1).
        88 ws-manifest-header         value 'H'.
        88 ws-manifest-detail         value 'D'.
        88 ws-manifest-trailer        value 'T'.
    05 filler                 pic x(59).

01 void-count                 pic 9(3) value 0.
01 void-table.
    05 void-entry occurs 1 to 500 times
            depending on void-count
            indexed by void-idx.
        10 vdt-order-key          pic x(10).
        10 vdt-void-key           pic x(10).
        10 vdt-reason             pic x(20).
        10 vdt-carrier-sub        pic 9(1).
        10 vdt-manifest-switch    pic x.
            88 vdt-on-manifest          value 'Y'.
        10 vdt-applied-switch     pic x.
            88 vdt-applied              value 'Y'.

01 transmit-count             pic 9(3) value 0.
01 transmit-table.
    05 transmit-entry occurs 1 to 500 times
            depending on transmit-count
            indexed by transmit-idx.
        10 tx-carr-code           pic x(2).
        10 tx-run-date            pic 9(8).

01 manifest-status-table.
    05 manifest-carrier occurs 4 times.
        10 mst-carr-code          pic x(2).
        10 mst-present-switch     pic x.
            88 mst-present              value 'Y'.
        10 mst-sent-switch        pic x.
            88 mst-sent                 value 'Y'.
        10 mst-run-date           pic 9(8).
        10 mst-record-count       pic 9(7).
        10 mst-total-weight       pic 9(7)v9(2).
        10 mst-total-charge       pic 9(7)v99.
        10 mst-total-pieces       pic 9(7).
        10 mst-removed-count      pic 9(7).

01 ws-carrier-sub             pic 9(1).
01 ws-void-sub                pic 9(3).
01 ws-reject-reason           pic x(30).

01 ws-current-date-time       pic x(21).
01 ws-run-date                pic 9(8).
01 ws-run-id                  pic x(8) value spaces.
01 ws-start-timestamp         pic x(14).

01 ws-read-count              pic 9(7) value 0.
01 ws-applied-count           pic 9(7) value 0.
01 ws-rejected-count          pic 9(7) value 0.
01 ws-credit-total            pic 9(7)v99 value 0.

01 reject-line.
    05 filler                 pic x(2)  value spaces.
    05 rl-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 rl-void-key             pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 rl-method               pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 rl-reason               pic x(30).
    05 filler                 pic x(20) value spaces.

01 removed-line.
    05 filler                 pic x(2)  value spaces.
    05 rm-carr-code            pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(17) value 'ORDERS REMOVED   '.
    05 rm-removed-count        pic zzz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(11) value 'NEW COUNT  '.
    05 rm-record-count         pic zzz,zz9.
    05 filler                 pic x(30) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(12).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(59) value spaces.

01 amount-line.
    05 filler                 pic x(2)  value spaces.
    05 am-label                pic x(12).
    05 am-amount               pic zzz,zz9.99.
    05 filler                 pic x(56) value spaces.

01 heading-line-1             pic x(80)
    value 'ORDER-KEY     VOID-KEY    CR  REASON REJECTED'.

procedure division.
    perform locate-run-id
    perform load-void-trans
    perform load-transmit-log
    perform locate-voids-on-manifests
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > 4
    perform apply-void-trans
    perform rewrite-manifest
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > 4
    perform write-report-totals
    perform append-run-step
    display 'SHIP-VOID: READ ' ws-read-count
        ' VOIDED ' ws-applied-count
        ' REJECTED ' ws-rejected-count
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
    move 'SHIP-VOID' to rc-step-name
    move ws-start-timestamp to rc-start-timestamp
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to rc-end-timestamp
    move ws-read-count to rc-in-count
    move ws-applied-count to rc-out-count
    move ws-rejected-count to rc-exception-count
    move 0 to rc-duplicate-count
    move spaces to rc-operator
    write run-control-record
    close run-control-file.

load-void-trans.
    open input void-file
    if ws-void-status not = '00'
        display 'SHIP-VOID: SHIP-VOIDS UNAVAILABLE, STATUS '
            ws-void-status
        move 8 to return-code
        stop run
    end-if
    perform read-void-record
    perform store-void-entry until ws-void-eof
    close void-file.

read-void-record.
    read void-file
        at end
            move 'Y' to ws-void-eof-switch
    end-read.

store-void-entry.
    add 1 to ws-read-count
    if void-count >= 500
        display 'SHIP-VOID: VOID TABLE FULL, DROPPING ' vd-order-key
    else
        add 1 to void-count
        set void-idx to void-count
        move vd-order-key to vdt-order-key (void-idx)
        move vd-void-key to vdt-void-key (void-idx)
        move vd-reason to vdt-reason (void-idx)
        move 0 to vdt-carrier-sub (void-idx)
        move 'N' to vdt-manifest-switch (void-idx)
        move 'N' to vdt-applied-switch (void-idx)
    end-if
    perform read-void-record.

load-transmit-log.
    open input transmit-log-file
    if ws-transmit-log-status = '00'
        perform read-transmit-record
        perform store-transmit-entry until ws-transmit-eof
        close transmit-log-file
    end-if.

read-transmit-record.
    read transmit-log-file
        at end
            move 'Y' to ws-transmit-eof-switch
    end-read.

store-transmit-entry.
    if transmit-count >= 500
        display 'SHIP-VOID: TRANSMIT LOG TABLE FULL, DROPPING '
            mtx-carr-code ' ' mtx-run-date
    else
        add 1 to transmit-count
        set transmit-idx to transmit-count
        move mtx-carr-code to tx-carr-code (transmit-idx)
        move mtx-run-date to tx-run-date (transmit-idx)
    end-if
    perform read-transmit-record.

locate-voids-on-manifests.
    evaluate ws-carrier-sub
        when 1
            move 'US' to mst-carr-code (ws-carrier-sub)
        when 2
            move 'FX' to mst-carr-code (ws-carrier-sub)
        when 3
            move 'UG' to mst-carr-code (ws-carrier-sub)
        when other
            move 'U2' to mst-carr-code (ws-carrier-sub)
    end-evaluate
    move 'N' to mst-present-switch (ws-carrier-sub)
    move 'N' to mst-sent-switch (ws-carrier-sub)
    move 0 to mst-run-date (ws-carrier-sub)
    move 0 to mst-removed-count (ws-carrier-sub)

    perform open-manifest-input
    if ws-manifest-status = '00'
        move 'Y' to mst-present-switch (ws-carrier-sub)
        move 'N' to ws-manifest-eof-switch
        perform read-manifest-line
        perform scan-manifest-line until ws-manifest-eof
        perform close-manifest-input
    end-if.

open-manifest-input.
    evaluate ws-carrier-sub
        when 1
            open input manifest-us-file
        when 2
            open input manifest-fx-file
        when 3
            open input manifest-ug-file
        when other
            open input manifest-u2-file
    end-evaluate.

close-manifest-input.
    evaluate ws-carrier-sub
        when 1
            close manifest-us-file
        when 2
            close manifest-fx-file
        when 3
            close manifest-ug-file
        when other
            close manifest-u2-file
    end-evaluate.

read-manifest-line.
    evaluate ws-carrier-sub
        when 1
            read manifest-us-file into ws-manifest-line
                at end
                    move 'Y' to ws-manifest-eof-switch
            end-read
        when 2
            read manifest-fx-file into ws-manifest-line
                at end
                    move 'Y' to ws-manifest-eof-switch
            end-read
        when 3
            read manifest-ug-file into ws-manifest-line
                at end
                    move 'Y' to ws-manifest-eof-switch
            end-read
        when other
            read manifest-u2-file into ws-manifest-line
                at end
                    move 'Y' to ws-manifest-eof-switch
            end-read
    end-evaluate.

write-manifest-line.
    evaluate ws-carrier-sub
        when 1
            write new-manifest-us-record from ws-manifest-line
        when 2
            write new-manifest-fx-record from ws-manifest-line
        when 3
            write new-manifest-ug-record from ws-manifest-line
        when other
            write new-manifest-u2-record from ws-manifest-line
    end-evaluate.

scan-manifest-line.
    evaluate true
        when ws-manifest-header
            move ws-manifest-line to header-line
            move hdr-run-date to mst-run-date (ws-carrier-sub)
            perform check-manifest-transmitted
        when ws-manifest-detail
            move ws-manifest-line to detail-line
            perform mark-void-on-manifest
        when other
            continue
    end-evaluate
    perform read-manifest-line.

check-manifest-transmitted.
    if transmit-count > 0
        set transmit-idx to 1
        search transmit-entry
            at end
                continue
            when tx-carr-code (transmit-idx)
                     = mst-carr-code (ws-carrier-sub)
                 and tx-run-date (transmit-idx)
                     = mst-run-date (ws-carrier-sub)
                move 'Y' to mst-sent-switch (ws-carrier-sub)
        end-search
    end-if.

mark-void-on-manifest.
    if void-count > 0
        perform mark-one-void-on-manifest
            varying ws-void-sub from 1 by 1
            until ws-void-sub > void-count
    end-if.

mark-one-void-on-manifest.
    if vdt-order-key (ws-void-sub) = det-order-key
        move ws-carrier-sub to vdt-carrier-sub (ws-void-sub)
        move 'Y' to vdt-manifest-switch (ws-void-sub)
    end-if.

apply-void-trans.
    open i-o history-file
    if ws-history-status not = '00'
        display 'SHIP-VOID: SHIP-HISTORY UNAVAILABLE, STATUS '
            ws-history-status
        move 8 to return-code
        stop run
    end-if

    open extend audit-file
    if ws-audit-status not = '00'
        open output audit-file
    end-if
    open extend credit-file
    if ws-credit-status not = '00'
        open output credit-file
    end-if
    open output void-report-file
    write void-report-record from heading-line-1

    perform apply-one-void
        varying ws-void-sub from 1 by 1
        until ws-void-sub > void-count

    close history-file
    close audit-file
    close credit-file.

apply-one-void.
    move 'N' to ws-hist-found-switch
    move vdt-order-key (ws-void-sub) to hist-order-key
    read history-file
        invalid key
            continue
        not invalid key
            move 'Y' to ws-hist-found-switch
    end-read

    move spaces to ws-reject-reason
    evaluate true
        when vdt-void-key (ws-void-sub) = spaces
            move 'NO VOID REFERENCE' to ws-reject-reason
        when not ws-hist-found
            move 'NO SHIPMENT ON HISTORY' to ws-reject-reason
        when hist-voided
            move 'ALREADY VOIDED' to ws-reject-reason
        when hist-delivered
            move 'ALREADY DELIVERED' to ws-reject-reason
        when other
            perform check-void-manifest
    end-evaluate

    if ws-reject-reason = spaces
        perform post-void-to-history
    else
        perform write-void-reject
    end-if.

check-void-manifest.
    evaluate hist-shipping-method
        when 'US'
        when 'FX'
        when 'UG'
        when 'U2'
            if not vdt-on-manifest (ws-void-sub)
                move 'NOT ON CURRENT MANIFEST' to ws-reject-reason
            else
                move vdt-carrier-sub (ws-void-sub) to ws-carrier-sub
                if mst-sent (ws-carrier-sub)
                    move 'MANIFEST ALREADY TRANSMITTED'
                        to ws-reject-reason
                end-if
            end-if
        when other
            continue
    end-evaluate.

post-void-to-history.
    move 'V' to hist-ship-status
    rewrite ship-history-record
    if ws-history-status not = '00'
        move 'HISTORY REWRITE FAILED' to ws-reject-reason
        perform write-void-reject
    else
        move 'Y' to vdt-applied-switch (ws-void-sub)
        add 1 to ws-applied-count
        add hist-shipping-charge to ws-credit-total
        perform write-void-audit
        perform write-void-credit
    end-if.

write-void-audit.
    move spaces to audit-record
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to aud-timestamp
    move hist-order-key to aud-order-key
    move hist-shipping-method to aud-shipping-method
    move hist-cust-type to aud-cust-type
    move hist-order-date to aud-order-date-yyyymmdd
    move hist-expected-ship-date to aud-expected-ship-date
    move hist-shipping-charge to aud-shipping-charge
    move 'N' to aud-upgrade-flag
    move ws-run-id to aud-run-id
    move hist-piece-count to aud-piece-count
    move 0 to aud-base-charge
    move 0 to aud-discount-amount
    move 0 to aud-surcharge-amount
    move hist-dest-country to aud-dest-country
    move hist-account-number to aud-account-number
    move 0 to aud-quote-difference
    move 'N' to aud-reroute-flag
    move 'V' to aud-entry-type
    move hist-order-weight to aud-order-weight
    move hist-billable-weight to aud-billable-weight
    move hist-consol-id to aud-consol-id
    write audit-record.

write-void-credit.
    move vdt-void-key (ws-void-sub) to cr-rma-key
    move hist-order-key to cr-orig-order-key
    move hist-shipping-method to cr-shipping-method
    move hist-cust-type to cr-cust-type
    compute cr-credit-amount = 0 - hist-shipping-charge
    move ws-run-date to cr-run-date
    move hist-account-number to cr-account-number
    move 'V' to cr-credit-source
    write credit-record.

write-void-reject.
    add 1 to ws-rejected-count
    move vdt-order-key (ws-void-sub) to rl-order-key
    move vdt-void-key (ws-void-sub) to rl-void-key
    if ws-hist-found
        move hist-shipping-method to rl-method
    else
        move spaces to rl-method
    end-if
    move ws-reject-reason to rl-reason
    write void-report-record from reject-line.

rewrite-manifest.
    if mst-present (ws-carrier-sub)
        move 0 to mst-record-count (ws-carrier-sub)
        move 0 to mst-total-weight (ws-carrier-sub)
        move 0 to mst-total-charge (ws-carrier-sub)
        move 0 to mst-total-pieces (ws-carrier-sub)
        perform open-manifest-input
        perform open-manifest-output
        move 'N' to ws-manifest-eof-switch
        perform read-manifest-line
        perform copy-manifest-line until ws-manifest-eof
        perform close-manifest-input
        perform close-manifest-output
    end-if.

open-manifest-output.
    evaluate ws-carrier-sub
        when 1
            open output new-manifest-us-file
        when 2
            open output new-manifest-fx-file
        when 3
            open output new-manifest-ug-file
        when other
            open output new-manifest-u2-file
    end-evaluate.

close-manifest-output.
    evaluate ws-carrier-sub
        when 1
            close new-manifest-us-file
        when 2
            close new-manifest-fx-file
        when 3
            close new-manifest-ug-file
        when other
            close new-manifest-u2-file
    end-evaluate.

copy-manifest-line.
    evaluate true
        when ws-manifest-detail
            move ws-manifest-line to detail-line
            perform copy-manifest-detail
        when ws-manifest-trailer
            perform refoot-manifest-trailer
        when other
            perform write-manifest-line
    end-evaluate
    perform read-manifest-line.

copy-manifest-detail.
    move 'N' to ws-voided-line-switch
    if void-count > 0
        set void-idx to 1
        search void-entry
            at end
                continue
            when vdt-order-key (void-idx) = det-order-key
                 and vdt-applied (void-idx)
                move 'Y' to ws-voided-line-switch
        end-search
    end-if

    if ws-voided-line
        add 1 to mst-removed-count (ws-carrier-sub)
    else
        perform write-manifest-line
        add 1 to mst-record-count (ws-carrier-sub)
        add det-order-weight to mst-total-weight (ws-carrier-sub)
        add det-shipping-charge to mst-total-charge (ws-carrier-sub)
        add det-piece-count to mst-total-pieces (ws-carrier-sub)
    end-if.

refoot-manifest-trailer.
    move ws-manifest-line to trailer-line
    move mst-record-count (ws-carrier-sub) to trl-record-count
    move mst-total-weight (ws-carrier-sub) to trl-total-weight
    move mst-total-charge (ws-carrier-sub) to trl-total-charge
    move mst-total-pieces (ws-carrier-sub) to trl-total-pieces
    move trailer-line to ws-manifest-line
    perform write-manifest-line.

write-report-totals.
    perform write-removed-line
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > 4

    move 'VOIDS READ  ' to ct-label
    move ws-read-count to ct-count
    write void-report-record from count-line

    move 'VOIDED      ' to ct-label
    move ws-applied-count to ct-count
    write void-report-record from count-line

    move 'REJECTED    ' to ct-label
    move ws-rejected-count to ct-count
    write void-report-record from count-line

    move 'CREDITED    ' to am-label
    move ws-credit-total to am-amount
    write void-report-record from amount-line

    close void-report-file.

write-removed-line.
    if mst-present (ws-carrier-sub)
        move mst-carr-code (ws-carrier-sub) to rm-carr-code
        move mst-removed-count (ws-carrier-sub) to rm-removed-count
        move mst-record-count (ws-carrier-sub) to rm-record-count
        write void-report-record from removed-line
    end-if.
