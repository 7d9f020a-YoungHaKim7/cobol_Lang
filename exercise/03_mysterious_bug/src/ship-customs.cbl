    select ship-output-file assign to "SHIP-OUTPUT"
        organization is line sequential.

    select returns-output-file assign to "RETURNS-OUTPUT"
        organization is line sequential
        file status is ws-returns-output-status.

    select customs-file assign to "CUSTOMS-INVOICE"
        organization is line sequential.

fd  ship-output-file.
    copy "ship-output-record.cpy".

fd  returns-output-file.
    copy "credit-record.cpy".

fd  customs-file.
    copy "customs-invoice-record.cpy".

working-storage section.
01 ws-returns-output-status   pic xx.

01 ws-eof-switch              pic x value 'N'.
    88 ws-eof                        value 'Y'.

01 ws-file-eof-switch         pic x value 'N'.
    88 ws-file-eof                   value 'Y'.

01 ws-voided-switch           pic x.
    88 ws-order-voided               value 'Y'.

01 void-count                 pic 9(4) value 0.
01 void-table.
    05 void-entry occurs 1 to 2000 times
           depending on void-count
           indexed by void-idx.
        10 vod-order-key          pic x(10).

01 ws-scanned-count           pic 9(7) value 0.
01 ws-extracted-count         pic 9(7) value 0.
01 ws-voided-count            pic 9(7) value 0.

procedure division.
    perform load-void-credits

    open input ship-output-file
    open output customs-file

    close customs-file
    display 'SHIP-CUSTOMS: SCANNED ' ws-scanned-count
        ' INTERNATIONAL ' ws-extracted-count
        ' VOIDED ' ws-voided-count
    move 0 to return-code
    stop run.

    add 1 to ws-scanned-count
    if shout-dest-country not = spaces
       and shout-dest-country not = 'US'
        perform check-order-voided
        if ws-order-voided
            add 1 to ws-voided-count
        else
            perform write-customs-record
        end-if
    end-if
    perform read-ship-output.

load-void-credits.
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
            display 'SHIP-CUSTOMS: VOID TABLE FULL, DROPPING '
                cr-orig-order-key
        else
            add 1 to void-count
            set void-idx to void-count
            move cr-orig-order-key to vod-order-key (void-idx)
        end-if
    end-if
    perform read-credit-record.

check-order-voided.
    move 'N' to ws-voided-switch
    if void-count > 0
        set void-idx to 1
        search void-entry
            when vod-order-key (void-idx) = shout-order-key
                move 'Y' to ws-voided-switch
        end-search
    end-if.

write-customs-record.
    move shout-order-key to cus-order-key
    move shout-dest-country to cus-dest-country
    move shout-order-weight to cus-order-weight
    move shout-shipping-charge to cus-shipping-charge
    move shout-run-id to cus-run-id
    move shout-hazard-class to cus-hazard-class
    write customs-invoice-record
    add 1 to ws-extracted-count.
