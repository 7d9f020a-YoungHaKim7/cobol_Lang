file-control.
    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is dynamic
        record key is hist-order-key
        file status is ws-history-status.

01 ws-archive-found-switch    pic x.
    88 ws-archive-found              value 'Y'.

01 ws-inquiry-input           pic x(12).
01 ws-inquiry-tracking redefines ws-inquiry-input.
    05 ws-inquiry-carrier     pic x(2).
        88 ws-inquiry-carrier-alpha  values 'AA' thru 'ZZ'.
    05 ws-inquiry-serial      pic 9(10).

01 ws-inquiry-key             pic x(10).

01 ws-history-eof-switch      pic x.
    88 ws-history-eof                value 'Y'.

01 ws-tracking-found-switch   pic x.
    88 ws-tracking-found             value 'Y'.

01 ws-match-tracking          pic x(12).
01 ws-match-breakout redefines ws-match-tracking.
    05 ws-match-carrier       pic x(2).
    05 ws-match-serial        pic 9(10).

01 ws-first-serial            pic 9(10).
01 ws-last-serial             pic 9(10).
01 ws-carton-number           pic 9(10).
01 ws-display-carton          pic z9.

01 ws-done-switch             pic x value 'N'.
    88 ws-done                       value 'Y'.

    stop run.

accept-inquiry-key.
    display 'Order key or tracking no (blank to quit) : '
        with no advancing
    accept ws-inquiry-input
    evaluate true
        when ws-inquiry-input = spaces
            move 'Y' to ws-done-switch
        when ws-inquiry-carrier-alpha and ws-inquiry-serial numeric
            perform lookup-tracking-number
        when other
            move ws-inquiry-input (1:10) to ws-inquiry-key
            perform normalize-inquiry-key
            perform lookup-order
    end-evaluate.

normalize-inquiry-key.
    move 'Y' to ws-key-all-digits-switch
        display 'NO SHIPMENT ON FILE FOR ' ws-inquiry-key
    end-if.

lookup-tracking-number.
    move 'N' to ws-tracking-found-switch
    move 'N' to ws-history-eof-switch
    move low-values to hist-order-key
    start history-file key is >= hist-order-key
        invalid key
            move 'Y' to ws-history-eof-switch
    end-start
    if not ws-history-eof
        perform read-next-history
        perform scan-history-tracking
            until ws-history-eof or ws-tracking-found
    end-if
    if ws-tracking-found
        perform display-tracked-carton
    else
        perform lookup-archived-tracking
    end-if.

read-next-history.
    read history-file next record
        at end
            move 'Y' to ws-history-eof-switch
    end-read.

scan-history-tracking.
    move hist-tracking-first to ws-match-tracking
    move ws-match-serial to ws-first-serial
    move hist-tracking-last to ws-match-tracking
    move ws-match-serial to ws-last-serial
    if hist-tracking-first not = spaces
       and ws-match-carrier = ws-inquiry-carrier
       and ws-inquiry-serial >= ws-first-serial
       and ws-inquiry-serial <= ws-last-serial
        move 'Y' to ws-tracking-found-switch
    else
        perform read-next-history
    end-if.

lookup-archived-tracking.
    move 'N' to ws-archive-eof-switch
    open input archive-file
    if ws-archive-status = '00'
        perform read-archive-record
        perform scan-archive-tracking
            until ws-archive-eof or ws-tracking-found
        close archive-file
    end-if
    if ws-tracking-found
        move archive-history-record to ship-history-record
        display '(ARCHIVED SHIPMENT)'
        perform display-tracked-carton
    else
        display 'NO SHIPMENT ON FILE FOR TRACKING NO ' ws-inquiry-input
    end-if.

scan-archive-tracking.
    move arch-tracking-first to ws-match-tracking
    move ws-match-serial to ws-first-serial
    move arch-tracking-last to ws-match-tracking
    move ws-match-serial to ws-last-serial
    if arch-tracking-first not = spaces
       and ws-match-carrier = ws-inquiry-carrier
       and ws-inquiry-serial >= ws-first-serial
       and ws-inquiry-serial <= ws-last-serial
        move 'Y' to ws-tracking-found-switch
    else
        perform read-archive-record
    end-if.

display-tracked-carton.
    compute ws-carton-number = ws-inquiry-serial - ws-first-serial + 1
    move ws-carton-number to ws-display-carton
    display 'TRACKING NO    ' ws-inquiry-input
        ' IS CARTON ' ws-display-carton
    perform display-shipment.

read-archive-record.
    read archive-file
        at end
    display 'CHARGE         ' ws-display-charge
    display 'PIECES         ' hist-piece-count
    display 'RUN DATE       ' hist-run-date
    if hist-tracking-first not = spaces
        display 'TRACKING       ' hist-tracking-first
            ' THRU ' hist-tracking-last
    end-if
    if hist-consol-id not = spaces
        display 'CONSOLIDATION  ' hist-consol-id
    end-if
    evaluate true
        when hist-delivered
            display 'STATUS         DELIVERED'
            display 'ACTUAL SHIP    ' hist-actual-ship-date
            display 'DELIVERED      ' hist-actual-delivery-date
        when hist-voided
            display 'STATUS         VOIDED BEFORE PICKUP'
        when other
            display 'STATUS         NOT CONFIRMED'
    end-evaluate.
