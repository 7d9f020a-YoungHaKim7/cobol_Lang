        organization is line sequential
        file status is ws-auth-reject-status.

    select correction-history-file assign to "CORRECTION-HISTORY"
        organization is line sequential
        file status is ws-correction-history-status.

data division.
file section.
fd  exceptions-file.
fd  auth-reject-file.
    copy "auth-reject-record.cpy".

fd  correction-history-file.
    copy "correction-history-record.cpy".

working-storage section.
copy "month-days-table.cpy".
copy "rating-area.cpy".
        10 ent-quote-id           pic x(10).
        10 ent-reason             pic x(30).
        10 ent-first-seen         pic 9(8).
        10 ent-carton-length      pic 9(3).
        10 ent-carton-width       pic 9(3).
        10 ent-carton-height      pic 9(3).
        10 ent-hazard-class       pic x(2).
        10 ent-cleared-switch     pic x.
            88 ent-cleared              value 'Y'.

01 ws-sign-on-status          pic xx.
01 ws-operator-master-status  pic xx.
01 ws-auth-reject-status      pic xx.
01 ws-correction-history-status pic xx.

01 ws-sign-on-eof-switch      pic x value 'N'.
    88 ws-sign-on-eof                value 'Y'.
    88 ws-correction-found           value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-run-timestamp           pic x(14).
01 ws-today-yyyymmdd          pic 9(8).
01 ws-today-integer           pic s9(9) comp.
01 ws-first-seen-integer      pic s9(9) comp.
get-today.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to ws-today-yyyymmdd
    move ws-current-date-time (1:14) to ws-run-timestamp
    compute ws-today-integer =
        function integer-of-date (ws-today-yyyymmdd).

    open output ready-file
    open output new-suspense-file
    open output outstanding-report-file
    write outstanding-report-record from heading-line-1
    open extend correction-history-file
    if ws-correction-history-status not = '00'
        open output correction-history-file
    end-if.

close-output-files.
    close ready-file
    close new-suspense-file
    close outstanding-report-file
    close correction-history-file.

read-operator-from-sign-on.
    open input sign-on-log-file
    move sus-quote-id to ent-quote-id (exc-open-idx)
    move sus-reason to ent-reason (exc-open-idx)
    move sus-first-seen-date to ent-first-seen (exc-open-idx)
    if sus-carton-length numeric
       and sus-carton-width numeric
       and sus-carton-height numeric
        move sus-carton-length to ent-carton-length (exc-open-idx)
        move sus-carton-width to ent-carton-width (exc-open-idx)
        move sus-carton-height to ent-carton-height (exc-open-idx)
    else
        move 0 to ent-carton-length (exc-open-idx)
        move 0 to ent-carton-width (exc-open-idx)
        move 0 to ent-carton-height (exc-open-idx)
    end-if
    move sus-hazard-class to ent-hazard-class (exc-open-idx)
    move 'N' to ent-cleared-switch (exc-open-idx).

load-exceptions.
    move exc-quote-id to nsus-quote-id
    move exc-reason to nsus-reason
    move ws-today-yyyymmdd to nsus-first-seen-date
    move exc-carton-length to nsus-carton-length
    move exc-carton-width to nsus-carton-width
    move exc-carton-height to nsus-carton-height
    move exc-hazard-class to nsus-hazard-class
    add 1 to ws-carried-over-count
    write new-suspense-record.

    move exc-quote-id to ent-quote-id (exc-open-idx)
    move exc-reason to ent-reason (exc-open-idx)
    move ws-today-yyyymmdd to ent-first-seen (exc-open-idx)
    perform store-exception-dimensions
    move 'N' to ent-cleared-switch (exc-open-idx).

refresh-exception-entry.
    move exc-dest-country to ent-dest-country (exc-open-idx)
    move exc-account-number to ent-account-number (exc-open-idx)
    move exc-quote-id to ent-quote-id (exc-open-idx)
    move exc-reason to ent-reason (exc-open-idx)
    perform store-exception-dimensions.

store-exception-dimensions.
    if exc-carton-length numeric
       and exc-carton-width numeric
       and exc-carton-height numeric
        move exc-carton-length to ent-carton-length (exc-open-idx)
        move exc-carton-width to ent-carton-width (exc-open-idx)
        move exc-carton-height to ent-carton-height (exc-open-idx)
    else
        move 0 to ent-carton-length (exc-open-idx)
        move 0 to ent-carton-width (exc-open-idx)
        move 0 to ent-carton-height (exc-open-idx)
    end-if
    move exc-hazard-class to ent-hazard-class (exc-open-idx).

load-corrections.
    open input corrections-file
        else
            move ws-exception-reason to ent-reason (ws-entry-sub)
        end-if
        perform write-correction-history
    end-if

    if not ent-cleared (ws-entry-sub)
    if ws-valid-order
        move shipping-method to rating-shipping-method
        move cust-type to rating-cust-type
        move ent-account-number (ws-entry-sub) to rating-account-number
        move order-date-yyyymmdd to rating-order-date
        move entry-time-hhmm to rating-entry-time
        move order-weight to rating-order-weight
        move dest-zip to rating-dest-zip
        move 0 to rating-dest-zone
        move 0 to rating-piece-count
        move ent-carton-length (ws-entry-sub) to rating-order-length
        move ent-carton-width (ws-entry-sub) to rating-order-width
        move ent-carton-height (ws-entry-sub) to rating-order-height
        move 'N' to rating-assign-flag
        move ent-promise-days (ws-entry-sub) to rating-promise-days
        move ent-dest-country (ws-entry-sub) to rating-dest-country
        move ent-hazard-class (ws-entry-sub) to rating-hazard-class

        call 'ship-rate' using rating-area

                when rating-no-promise
                    move 'NO CARRIER MEETS PROMISE'
                        to ws-exception-reason
                when rating-no-eligible-carrier
                    move 'NO CARRIER ELIGIBLE FOR HAZARD'
                        to ws-exception-reason
                when other
                    move 'NO RATE IN EFFECT' to ws-exception-reason
            end-evaluate
        end-if
    end-if.

write-correction-history.
    move ws-run-timestamp to coh-timestamp
    move ws-operator-name to coh-operator
    move ent-order-key (ws-entry-sub) to coh-order-key
    if ws-valid-order
        set coh-cleared to true
        move spaces to coh-reason
    else
        set coh-rejected-again to true
        move ws-exception-reason to coh-reason
    end-if
    write correction-history-record.

write-ready-order.
    move 'O' to ord-record-type
    move ent-order-key (ws-entry-sub) to ord-order-key
    move ent-dest-country (ws-entry-sub) to ord-dest-country
    move ent-account-number (ws-entry-sub) to ord-account-number
    move ent-quote-id (ws-entry-sub) to ord-quote-id
    move ent-carton-length (ws-entry-sub) to ord-carton-length
    move ent-carton-width (ws-entry-sub) to ord-carton-width
    move ent-carton-height (ws-entry-sub) to ord-carton-height
    move ent-hazard-class (ws-entry-sub) to ord-hazard-class
    write order-record.

write-suspense-entry.
    move ent-quote-id (ws-entry-sub) to nsus-quote-id
    move ent-reason (ws-entry-sub) to nsus-reason
    move ent-first-seen (ws-entry-sub) to nsus-first-seen-date
    move ent-carton-length (ws-entry-sub) to nsus-carton-length
    move ent-carton-width (ws-entry-sub) to nsus-carton-width
    move ent-carton-height (ws-entry-sub) to nsus-carton-height
    move ent-hazard-class (ws-entry-sub) to nsus-hazard-class
    write new-suspense-record.

write-outstanding-line.
