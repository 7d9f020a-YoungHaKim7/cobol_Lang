identification division.
program-id.
     ship-asn.

environment division.
input-output section.
file-control.
    select notify-file assign to "ACCOUNT-NOTIFY"
        organization is line sequential
        file status is ws-notify-status.

    select account-master-file assign to "ACCOUNT-MASTER"
        organization is line sequential
        file status is ws-account-master-status.

    select ship-output-file assign to "SHIP-OUTPUT"
        organization is line sequential
        file status is ws-ship-output-status.

    select returns-output-file assign to "RETURNS-OUTPUT"
        organization is line sequential
        file status is ws-returns-output-status.

    select delivered-file assign to "SLA-DELIVERED"
        organization is line sequential
        file status is ws-delivered-status.

    select overdue-file assign to "CHASE-OVERDUE"
        organization is line sequential
        file status is ws-overdue-status.

    select overdue-sent-file assign to "ASN-OVERDUE-SENT"
        organization is line sequential
        file status is ws-overdue-sent-status.

    select new-overdue-sent-file assign to "ASN-OVERDUE-SENT-NEW"
        organization is line sequential.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

    select asn-work-file assign to "ASN-WORK"
        organization is line sequential.

    select sorted-asn-file assign to "ASN-SRT"
        organization is line sequential.

    select asn-sort-work-file assign to "ASN-SORTWK".

    select notice-file assign to "ASN-NOTICES"
        organization is line sequential.

data division.
file section.
fd  notify-file.
    copy "account-notify-record.cpy".

fd  account-master-file.
    copy "account-master-record.cpy".

fd  ship-output-file.
    copy "ship-output-record.cpy".

fd  returns-output-file.
    copy "credit-record.cpy".

fd  delivered-file.
    copy "shipment-event-record.cpy".

fd  overdue-file.
    copy "shipment-event-record.cpy"
        replacing leading ==shipment-event-record== by ==overdue-event-record==
                  leading ==sev==                   by ==oev==.

fd  overdue-sent-file.
01  overdue-sent-record.
    05  ovs-order-key             pic x(10).
    05  ovs-first-notice-date     pic 9(8).

fd  new-overdue-sent-file.
01  new-overdue-sent-record.
    05  novs-order-key            pic x(10).
    05  novs-first-notice-date    pic 9(8).

fd  run-control-file.
    copy "run-control-record.cpy".

fd  asn-work-file.
    copy "asn-work-record.cpy".

sd  asn-sort-work-file.
    copy "asn-work-record.cpy"
        replacing leading ==asn-work-record== by ==asn-sort-work-record==
                  leading ==anw==             by ==wanw==.

fd  sorted-asn-file.
    copy "asn-work-record.cpy"
        replacing leading ==asn-work-record== by ==sorted-asn-record==
                  leading ==anw==             by ==sanw==.

fd  notice-file.
01  notice-record                  pic x(70).

working-storage section.
copy "account-table.cpy".
copy "asn-notice-line.cpy".

01 ws-notify-status           pic xx.
01 ws-account-master-status   pic xx.
01 ws-ship-output-status      pic xx.
01 ws-returns-output-status   pic xx.
01 ws-delivered-status        pic xx.
01 ws-overdue-status          pic xx.
01 ws-overdue-sent-status     pic xx.
01 ws-run-control-status      pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-sorted-eof-switch       pic x value 'N'.
    88 ws-sorted-eof                 value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-run-date                pic 9(8).
01 ws-run-id                  pic x(8) value spaces.
01 ws-start-timestamp         pic x(14).

01 ws-notify-found-switch     pic x.
    88 ws-notify-found               value 'Y'.
01 ws-voided-switch           pic x.
    88 ws-order-voided               value 'Y'.
01 ws-sent-found-switch       pic x.
    88 ws-already-sent               value 'Y'.

01 ws-event-account           pic x(8).
01 ws-current-account         pic x(8).

01 notify-count               pic 9(4) value 0.
01 notify-table.
    05 notify-entry occurs 1 to 2000 times
           depending on notify-count
           indexed by notify-idx.
        10 ntf-account-number     pic x(8).
        10 ntf-shipped-flag       pic x(1).
            88 ntf-wants-shipped         value 'Y'.
        10 ntf-delivered-flag     pic x(1).
            88 ntf-wants-delivered       value 'Y'.
        10 ntf-overdue-flag       pic x(1).
            88 ntf-wants-overdue         value 'Y'.

01 void-count                 pic 9(4) value 0.
01 void-table.
    05 void-entry occurs 1 to 2000 times
           depending on void-count
           indexed by void-idx.
        10 vod-order-key          pic x(10).

01 sent-count                 pic 9(4) value 0.
01 sent-table.
    05 sent-entry occurs 1 to 5000 times
           depending on sent-count
           indexed by sent-idx.
        10 snt-order-key          pic x(10).
        10 snt-first-notice-date  pic 9(8).
        10 snt-still-overdue      pic x(1).

01 ws-write-sub               pic 9(4).

01 ws-read-count              pic 9(7) value 0.
01 ws-notice-count            pic 9(7) value 0.
01 ws-account-file-count      pic 9(7) value 0.
01 ws-block-count             pic 9(7).
01 ws-block-shipped           pic 9(7).
01 ws-block-delivered         pic 9(7).
01 ws-block-overdue           pic 9(7).

procedure division.
    perform locate-run-id
    perform load-notify-master
    perform load-account-master
    perform load-void-credits
    perform load-overdue-sent

    open output asn-work-file
    if notify-count > 0
        perform extract-shipped-notices
        perform extract-delivered-notices
    end-if
    perform extract-overdue-notices
    close asn-work-file

    sort asn-sort-work-file
        on ascending key wanw-account-number
                         wanw-notice-type
                         wanw-order-key
        using asn-work-file
        giving sorted-asn-file

    open output notice-file
    open input sorted-asn-file
    perform read-sorted-notice
    perform write-account-block until ws-sorted-eof
    close sorted-asn-file
    close notice-file

    perform write-new-overdue-sent
    perform append-run-step
    display 'SHIP-ASN: EVENTS READ ' ws-read-count
        ' NOTICES ' ws-notice-count
        ' ACCOUNT FILES ' ws-account-file-count
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

load-notify-master.
    move 'N' to ws-file-eof-switch
    open input notify-file
    if ws-notify-status = '00'
        perform read-notify-record
        perform store-notify-entry until ws-file-eof
        close notify-file
    else
        display 'SHIP-ASN: ACCOUNT-NOTIFY UNAVAILABLE, STATUS '
            ws-notify-status ' - NO NOTICES SENT'
    end-if.

read-notify-record.
    read notify-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

store-notify-entry.
    if notify-count >= 2000
        display 'SHIP-ASN: NOTIFY TABLE FULL, DROPPING '
            anm-account-number
    else
        add 1 to notify-count
        set notify-idx to notify-count
        move anm-account-number to ntf-account-number (notify-idx)
        move anm-shipped-flag to ntf-shipped-flag (notify-idx)
        move anm-delivered-flag to ntf-delivered-flag (notify-idx)
        move anm-overdue-flag to ntf-overdue-flag (notify-idx)
    end-if
    perform read-notify-record.

load-account-master.
    move 'N' to ws-file-eof-switch
    open input account-master-file
    if ws-account-master-status = '00'
        perform read-account-master-record
        perform store-account-entry until ws-file-eof
        close account-master-file
    end-if.

read-account-master-record.
    read account-master-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

store-account-entry.
    if account-count < 1000
        add 1 to account-count
        set account-idx to account-count
        move acm-account-number to acct-number (account-idx)
        move acm-account-name to acct-name (account-idx)
        move acm-status to acct-status (account-idx)
    end-if
    perform read-account-master-record.

load-void-credits.
    move 'N' to ws-file-eof-switch
    open input returns-output-file
    if ws-returns-output-status = '00'
        perform read-credit-record
        perform store-void-entry until ws-file-eof
        close returns-output-file
    end-if.

read-credit-record.
    read returns-output-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

store-void-entry.
    if cr-void-credit
        if void-count >= 2000
            display 'SHIP-ASN: VOID TABLE FULL, DROPPING '
                cr-orig-order-key
        else
            add 1 to void-count
            set void-idx to void-count
            move cr-orig-order-key to vod-order-key (void-idx)
        end-if
    end-if
    perform read-credit-record.

load-overdue-sent.
    move 'N' to ws-file-eof-switch
    open input overdue-sent-file
    if ws-overdue-sent-status = '00'
        perform read-overdue-sent-record
        perform store-sent-entry until ws-file-eof
        close overdue-sent-file
    end-if.

read-overdue-sent-record.
    read overdue-sent-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

store-sent-entry.
    if sent-count >= 5000
        display 'SHIP-ASN: OVERDUE-SENT TABLE FULL, DROPPING '
            ovs-order-key
    else
        add 1 to sent-count
        set sent-idx to sent-count
        move ovs-order-key to snt-order-key (sent-idx)
        move ovs-first-notice-date to snt-first-notice-date (sent-idx)
        move 'N' to snt-still-overdue (sent-idx)
    end-if
    perform read-overdue-sent-record.

find-notify-entry.
    move 'N' to ws-notify-found-switch
    if notify-count > 0 and ws-event-account not = spaces
        set notify-idx to 1
        search notify-entry
            when ntf-account-number (notify-idx) = ws-event-account
                move 'Y' to ws-notify-found-switch
        end-search
    end-if.

extract-shipped-notices.
    move 'N' to ws-file-eof-switch
    open input ship-output-file
    if ws-ship-output-status = '00'
        perform read-ship-output-record
        perform note-shipped-order until ws-file-eof
        close ship-output-file
    end-if.

read-ship-output-record.
    read ship-output-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

note-shipped-order.
    add 1 to ws-read-count
    move shout-account-number to ws-event-account
    perform find-notify-entry
    if ws-notify-found and ntf-wants-shipped (notify-idx)
        perform check-order-voided
        if not ws-order-voided
            move spaces to asn-work-record
            move shout-account-number to anw-account-number
            move 'S' to anw-notice-type
            move shout-order-key to anw-order-key
            move shout-shipping-method to anw-carr-code
            move shout-piece-count to anw-piece-count
            move shout-expected-ship-date to anw-expected-ship-date
            move shout-quote-id to anw-quote-id
            move 0 to anw-actual-ship-date
            move 0 to anw-actual-delivery-date
            move 0 to anw-days-overdue
            write asn-work-record
        end-if
    end-if
    perform read-ship-output-record.

check-order-voided.
    move 'N' to ws-voided-switch
    if void-count > 0
        set void-idx to 1
        search void-entry
            when vod-order-key (void-idx) = shout-order-key
                move 'Y' to ws-voided-switch
        end-search
    end-if.

extract-delivered-notices.
    move 'N' to ws-file-eof-switch
    open input delivered-file
    if ws-delivered-status = '00'
        perform read-delivered-record
        perform note-delivered-order until ws-file-eof
        close delivered-file
    end-if.

read-delivered-record.
    read delivered-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

note-delivered-order.
    add 1 to ws-read-count
    move sev-account-number to ws-event-account
    perform find-notify-entry
    if ws-notify-found and ntf-wants-delivered (notify-idx)
        move spaces to asn-work-record
        move sev-account-number to anw-account-number
        move 'D' to anw-notice-type
        move sev-order-key to anw-order-key
        move sev-carr-code to anw-carr-code
        move sev-piece-count to anw-piece-count
        move sev-expected-ship-date to anw-expected-ship-date
        move sev-actual-ship-date to anw-actual-ship-date
        move sev-actual-delivery-date to anw-actual-delivery-date
        move 0 to anw-days-overdue
        write asn-work-record
    end-if
    perform read-delivered-record.

extract-overdue-notices.
    move 'N' to ws-file-eof-switch
    open input overdue-file
    if ws-overdue-status = '00'
        perform read-overdue-record
        perform note-overdue-order until ws-file-eof
        close overdue-file
    end-if.

read-overdue-record.
    read overdue-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

note-overdue-order.
    add 1 to ws-read-count
    move 'N' to ws-sent-found-switch
    if sent-count > 0
        set sent-idx to 1
        search sent-entry
            when snt-order-key (sent-idx) = oev-order-key
                move 'Y' to ws-sent-found-switch
                move 'Y' to snt-still-overdue (sent-idx)
        end-search
    end-if
    if not ws-already-sent
        if sent-count < 5000
            add 1 to sent-count
            set sent-idx to sent-count
            move oev-order-key to snt-order-key (sent-idx)
            move ws-run-date to snt-first-notice-date (sent-idx)
            move 'Y' to snt-still-overdue (sent-idx)
        else
            display 'SHIP-ASN: OVERDUE-SENT TABLE FULL, DROPPING '
                oev-order-key
        end-if
        move oev-account-number to ws-event-account
        perform find-notify-entry
        if ws-notify-found and ntf-wants-overdue (notify-idx)
            move spaces to asn-work-record
            move oev-account-number to anw-account-number
            move 'O' to anw-notice-type
            move oev-order-key to anw-order-key
            move oev-carr-code to anw-carr-code
            move oev-piece-count to anw-piece-count
            move oev-expected-ship-date to anw-expected-ship-date
            move 0 to anw-actual-ship-date
            move 0 to anw-actual-delivery-date
            move oev-days-overdue to anw-days-overdue
            write asn-work-record
        end-if
    end-if
    perform read-overdue-record.

read-sorted-notice.
    read sorted-asn-file
        at end
            move 'Y' to ws-sorted-eof-switch
    end-read.

write-account-block.
    move sanw-account-number to ws-current-account
    move 0 to ws-block-count
    move 0 to ws-block-shipped
    move 0 to ws-block-delivered
    move 0 to ws-block-overdue

    move ws-current-account to ahd-account-number
    move spaces to ahd-account-name
    if account-count > 0
        set account-idx to 1
        search account-entry
            when acct-number (account-idx) = ws-current-account
                move acct-name (account-idx) to ahd-account-name
        end-search
    end-if
    move ws-run-date to ahd-notice-date
    move ws-run-id to ahd-run-id
    write notice-record from asn-header-line

    perform write-notice-detail
        until ws-sorted-eof
           or sanw-account-number not = ws-current-account

    move ws-current-account to atr-account-number
    move ws-block-count to atr-record-count
    move ws-block-shipped to atr-shipped-count
    move ws-block-delivered to atr-delivered-count
    move ws-block-overdue to atr-overdue-count
    write notice-record from asn-trailer-line
    add 1 to ws-account-file-count.

write-notice-detail.
    move sanw-notice-type to adt-notice-type
    move sanw-order-key to adt-order-key
    move sanw-carr-code to adt-carr-code
    move sanw-piece-count to adt-piece-count
    move sanw-expected-ship-date to adt-expected-ship-date
    move sanw-quote-id to adt-quote-id
    move sanw-actual-ship-date to adt-actual-ship-date
    move sanw-actual-delivery-date to adt-actual-delivery-date
    move sanw-days-overdue to adt-days-overdue
    write notice-record from asn-detail-line
    add 1 to ws-block-count
    add 1 to ws-notice-count
    evaluate sanw-notice-type
        when 'S'
            add 1 to ws-block-shipped
        when 'D'
            add 1 to ws-block-delivered
        when other
            add 1 to ws-block-overdue
    end-evaluate
    perform read-sorted-notice.

write-new-overdue-sent.
    open output new-overdue-sent-file
    perform write-sent-entry
        varying ws-write-sub from 1 by 1
        until ws-write-sub > sent-count
    close new-overdue-sent-file.

write-sent-entry.
    if snt-still-overdue (ws-write-sub) = 'Y'
        move snt-order-key (ws-write-sub) to novs-order-key
        move snt-first-notice-date (ws-write-sub)
            to novs-first-notice-date
        write new-overdue-sent-record
    end-if.

append-run-step.
    open extend run-control-file
    if ws-run-control-status not = '00'
        open output run-control-file
    end-if
    move spaces to run-control-record
    move 'RS' to rc-record-type
    move ws-run-id to rc-run-id
    move 'SHIP-ASN' to rc-step-name
    move ws-start-timestamp to rc-start-timestamp
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to rc-end-timestamp
    move ws-read-count to rc-in-count
    move ws-notice-count to rc-out-count
    move 0 to rc-exception-count
    move 0 to rc-duplicate-count
    move spaces to rc-operator
    write run-control-record
    close run-control-file.
