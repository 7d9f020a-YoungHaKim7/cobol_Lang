identification division.
program-id.
     ship-gljrnl.

environment division.
input-output section.
file-control.
    select ship-output-file assign to "SHIP-OUTPUT"
        organization is line sequential
        file status is ws-ship-output-status.

    select returns-output-file assign to "RETURNS-OUTPUT"
        organization is line sequential
        file status is ws-returns-output-status.

    select adjustments-file assign to "BILLING-ADJUSTMENTS"
        organization is line sequential
        file status is ws-adjustments-status.

    select gl-account-map-file assign to "GL-ACCOUNT-MAP"
        organization is line sequential
        file status is ws-gl-account-map-status.

    select journal-file assign to "GL-JOURNAL"
        organization is line sequential.

    select journal-report-file assign to "GL-JOURNAL-RPT"
        organization is line sequential.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

data division.
file section.
fd  ship-output-file.
    copy "ship-output-record.cpy".

fd  returns-output-file.
    copy "credit-record.cpy".

fd  adjustments-file.
    copy "billing-adjustment-record.cpy".

fd  gl-account-map-file.
    copy "gl-account-map-record.cpy".

fd  journal-file.
    copy "gl-journal-record.cpy".

fd  journal-report-file.
01  journal-report-record          pic x(80).

fd  run-control-file.
    copy "run-control-record.cpy".

working-storage section.
01 ws-ship-output-status      pic xx.
01 ws-returns-output-status   pic xx.
01 ws-adjustments-status      pic xx.
01 ws-gl-account-map-status   pic xx.
01 ws-run-control-status      pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-map-eof-switch          pic x value 'N'.
    88 ws-map-eof                    value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-journal-refused-switch  pic x value 'N'.
    88 ws-journal-refused            value 'Y'.

01 ws-entry-valid-switch      pic x.
    88 ws-entry-valid                value 'Y'.

01 ws-map-found-switch        pic x.
    88 ws-map-found                  value 'Y'.

01 ws-summary-found-switch    pic x.
    88 ws-summary-found              value 'Y'.

01 ws-map-overflow-switch     pic x value 'N'.
    88 ws-map-overflow               value 'Y'.

01 glmap-count                pic 9(3) value 0.
01 glmap-table.
    05 glmap-entry occurs 1 to 200 times
            depending on glmap-count
            indexed by glmap-idx.
        10 glmap-carr-code        pic x(2).
        10 glmap-cust-type        pic x(2).
        10 glmap-receivable       pic x(10).
        10 glmap-revenue          pic x(10).
        10 glmap-discount         pic x(10).
        10 glmap-surcharge        pic x(10).
        10 glmap-credit           pic x(10).
        10 glmap-adjustment       pic x(10).

01 glsum-count                pic 9(3) value 0.
01 glsum-table.
    05 glsum-entry occurs 1 to 200 times
            depending on glsum-count
            indexed by glsum-idx.
        10 glsum-account          pic x(10).
        10 glsum-debits           pic 9(9)v99.
        10 glsum-credits          pic 9(9)v99.

01 ws-map-carr-code           pic x(2).
01 ws-map-cust-type           pic x(2).

01 ws-entry-source            pic x(1).
01 ws-entry-reference         pic x(10).
01 ws-entry-account-number    pic x(8).
01 ws-entry-reason            pic x(34).

01 ws-line-account            pic x(10).
01 ws-line-debit-credit       pic x(1).
01 ws-line-amount             pic 9(7)v99.

01 ws-debit-side              pic 9(7)v99.
01 ws-credit-side             pic 9(7)v99.
01 ws-entry-amount            pic 9(7)v99.
01 ws-debit-account           pic x(10).
01 ws-credit-account          pic x(10).

01 ws-current-date-time       pic x(21).
01 ws-run-date                pic 9(8).
01 ws-run-id                  pic x(8) value spaces.
01 ws-start-timestamp         pic x(14).

01 ws-test-ship-out-count     pic 9(7) value 0.
01 ws-merge-out-count         pic 9(7) value 0.
01 ws-recon-exception-count   pic 9(7) value 0.
01 ws-expected-shipments      pic 9(7) value 0.

01 ws-test-ship-found-switch  pic x value 'N'.
    88 ws-test-ship-found            value 'Y'.

01 ws-merge-found-switch      pic x value 'N'.
    88 ws-merge-found                value 'Y'.

01 ws-recon-found-switch      pic x value 'N'.
    88 ws-recon-found                value 'Y'.

01 ws-tie-switch              pic x value 'Y'.
    88 ws-counts-tie                 value 'Y'.

01 ws-shipment-count          pic 9(7) value 0.
01 ws-credit-count            pic 9(7) value 0.
01 ws-adjustment-count        pic 9(7) value 0.
01 ws-refused-count           pic 9(7) value 0.
01 ws-line-count              pic 9(7) value 0.
01 ws-total-debits            pic 9(9)v99 value 0.
01 ws-total-credits           pic 9(9)v99 value 0.

01 run-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(7)  value 'RUN-ID '.
    05 rl-run-id               pic x(8).
    05 filler                 pic x(4)  value spaces.
    05 filler                 pic x(9)  value 'RUN DATE '.
    05 rl-run-date             pic 9(8).
    05 filler                 pic x(42) value spaces.

01 refused-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(8)  value 'REFUSED '.
    05 rf-entry-source         pic x(1).
    05 filler                 pic x(2)  value spaces.
    05 rf-reference            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 rf-carr-code            pic x(2).
    05 filler                 pic x(1)  value spaces.
    05 rf-cust-type            pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 rf-reason               pic x(34).
    05 filler                 pic x(14) value spaces.

01 account-line.
    05 filler                 pic x(2)  value spaces.
    05 al-gl-account           pic x(10).
    05 filler                 pic x(4)  value spaces.
    05 al-debits               pic zzz,zzz,zz9.99.
    05 filler                 pic x(4)  value spaces.
    05 al-credits              pic zzz,zzz,zz9.99.
    05 filler                 pic x(32) value spaces.

01 tie-line.
    05 filler                 pic x(2)  value spaces.
    05 tl-label                pic x(24).
    05 filler                 pic x(9)  value 'JOURNAL '.
    05 tl-journal-count        pic zzz,zz9.
    05 filler                 pic x(9)  value '  LEDGER '.
    05 tl-ledger-count         pic zzz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 tl-status               pic x(12).
    05 filler                 pic x(8)  value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(12).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(59) value spaces.

01 amount-line.
    05 filler                 pic x(2)  value spaces.
    05 am-label                pic x(14).
    05 am-amount               pic zzz,zzz,zz9.99.
    05 filler                 pic x(50) value spaces.

01 heading-line-1             pic x(80)
    value 'GENERAL LEDGER SHIPPING JOURNAL'.

01 heading-line-2             pic x(80)
    value '  GL ACCOUNT              DEBITS           CREDITS'.

01 refused-heading            pic x(80)
    value '  JOURNAL REFUSED - NO GL-JOURNAL WRITTEN FOR THIS RUN'.

01 out-of-tie-heading         pic x(80)
    value '  JOURNAL COUNTS DO NOT TIE TO THE RUN-CONTROL LEDGER'.

procedure division.
    perform locate-run-id
    perform load-gl-account-map

    open input ship-output-file
    if ws-ship-output-status not = '00'
        display 'SHIP-GLJRNL: SHIP-OUTPUT UNAVAILABLE, STATUS '
            ws-ship-output-status
        move 8 to return-code
        stop run
    end-if
    open output journal-file
    open output journal-report-file
    write journal-report-record from heading-line-1
    move ws-run-id to rl-run-id
    move ws-run-date to rl-run-date
    write journal-report-record from run-line
    move spaces to journal-report-record
    write journal-report-record

    move spaces to gl-journal-header
    move 'H' to gjh-record-type
    move ws-run-id to gjh-run-id
    move ws-run-date to gjh-run-date
    move 'SHIPPING' to gjh-source
    write gl-journal-header

    perform journal-shipments
    perform journal-credits
    perform journal-adjustments

    if ws-total-debits not = ws-total-credits
        move 'Y' to ws-journal-refused-switch
    end-if
    if ws-map-overflow
        move 'Y' to ws-journal-refused-switch
    end-if

    if ws-journal-refused
        close journal-file
        open output journal-file
    else
        move spaces to gl-journal-trailer
        move 'T' to gjt-record-type
        move ws-run-id to gjt-run-id
        move ws-line-count to gjt-line-count
        move ws-total-debits to gjt-total-debits
        move ws-total-credits to gjt-total-credits
        move ws-shipment-count to gjt-shipment-count
        move ws-credit-count to gjt-credit-count
        move ws-adjustment-count to gjt-adjustment-count
        write gl-journal-trailer
    end-if
    close journal-file

    perform check-tie-out
    perform write-report-totals
    close journal-report-file
    perform append-run-step

    display 'SHIP-GLJRNL: RUN ' ws-run-id
        ' SHIPMENTS ' ws-shipment-count
        ' CREDITS ' ws-credit-count
        ' ADJUSTMENTS ' ws-adjustment-count
        ' LINES ' ws-line-count
    if ws-journal-refused
        display 'SHIP-GLJRNL: JOURNAL REFUSED - ' ws-refused-count
            ' ENTRIES UNMAPPED OR OUT OF BALANCE, SEE GL-JOURNAL-RPT'
        move 8 to return-code
        stop run
    end-if
    if not ws-counts-tie
        display 'SHIP-GLJRNL: WARNING - JOURNAL COUNTS DO NOT TIE TO'
            ' RUN-CONTROL FOR RUN ' ws-run-id
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

locate-run-id.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to ws-run-date
    move ws-current-date-time (1:14) to ws-start-timestamp
    open input run-control-file
    if ws-run-control-status = '00'
        perform read-ledger-record
        perform remember-ledger-entry until ws-ledger-eof
        close run-control-file
    end-if.

read-ledger-record.
    read run-control-file
        at end
            move 'Y' to ws-ledger-eof-switch
    end-read.

remember-ledger-entry.
    if rc-header
        move rc-run-id to ws-run-id
        move 'N' to ws-test-ship-found-switch
        move 'N' to ws-merge-found-switch
        move 'N' to ws-recon-found-switch
    end-if
    if rc-step and rc-step-name = 'TEST-SHIP'
        move rc-out-count to ws-test-ship-out-count
        move 'Y' to ws-test-ship-found-switch
    end-if
    if rc-step and rc-step-name = 'SHIP-MERGE'
        move rc-out-count to ws-merge-out-count
        move 'Y' to ws-merge-found-switch
    end-if
    if rc-step and rc-step-name = 'SHIP-RECON'
        move rc-exception-count to ws-recon-exception-count
        move 'Y' to ws-recon-found-switch
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
    move 'SHIP-GLJRNL' to rc-step-name
    move ws-start-timestamp to rc-start-timestamp
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to rc-end-timestamp
    compute rc-in-count = ws-shipment-count + ws-credit-count
        + ws-adjustment-count
    if ws-journal-refused
        move 0 to rc-out-count
    else
        move ws-line-count to rc-out-count
    end-if
    move ws-refused-count to rc-exception-count
    move 0 to rc-duplicate-count
    move spaces to rc-operator
    write run-control-record
    close run-control-file.

load-gl-account-map.
    open input gl-account-map-file
    if ws-gl-account-map-status not = '00'
        display 'SHIP-GLJRNL: GL-ACCOUNT-MAP UNAVAILABLE, STATUS '
            ws-gl-account-map-status
        move 8 to return-code
        stop run
    end-if
    perform read-gl-account-map
    perform store-gl-mapping until ws-map-eof
    close gl-account-map-file.

read-gl-account-map.
    read gl-account-map-file
        at end
            move 'Y' to ws-map-eof-switch
    end-read.

store-gl-mapping.
    if glmap-count < 200
        add 1 to glmap-count
        set glmap-idx to glmap-count
        move glm-carr-code to glmap-carr-code (glmap-idx)
        move glm-cust-type to glmap-cust-type (glmap-idx)
        move glm-receivable-account to glmap-receivable (glmap-idx)
        move glm-revenue-account to glmap-revenue (glmap-idx)
        move glm-discount-account to glmap-discount (glmap-idx)
        move glm-surcharge-account to glmap-surcharge (glmap-idx)
        move glm-credit-account to glmap-credit (glmap-idx)
        move glm-adjustment-account to glmap-adjustment (glmap-idx)
    else
        display 'SHIP-GLJRNL: GL-ACCOUNT-MAP TABLE FULL AT 200 ROWS'
        move 'Y' to ws-map-overflow-switch
    end-if
    perform read-gl-account-map.

find-gl-mapping.
    move 'N' to ws-map-found-switch
    if glmap-count > 0
        set glmap-idx to 1
        search glmap-entry
            at end
                continue
            when glmap-carr-code (glmap-idx) = ws-map-carr-code
                 and glmap-cust-type (glmap-idx) = ws-map-cust-type
                move 'Y' to ws-map-found-switch
        end-search
    end-if
    if not ws-map-found and glmap-count > 0
        set glmap-idx to 1
        search glmap-entry
            at end
                continue
            when glmap-carr-code (glmap-idx) = ws-map-carr-code
                 and glmap-cust-type (glmap-idx) = spaces
                move 'Y' to ws-map-found-switch
        end-search
    end-if.

journal-shipments.
    move 'N' to ws-file-eof-switch
    perform read-ship-output-record
    perform journal-one-shipment until ws-file-eof
    close ship-output-file.

read-ship-output-record.
    read ship-output-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

journal-one-shipment.
    add 1 to ws-shipment-count
    move 'S' to ws-entry-source
    move shout-order-key to ws-entry-reference
    move shout-account-number to ws-entry-account-number
    move shout-shipping-method to ws-map-carr-code
    move shout-cust-type to ws-map-cust-type
    move 'Y' to ws-entry-valid-switch
    perform find-gl-mapping

    if not ws-map-found
        move 'NO GL MAPPING FOR CARRIER / TYPE' to ws-entry-reason
        perform refuse-entry
    else
        compute ws-debit-side =
            shout-shipping-charge + shout-discount-amount
        compute ws-credit-side =
            shout-base-charge + shout-surcharge-amount
        if ws-debit-side not = ws-credit-side
            move 'CHARGE COMPONENTS DO NOT BALANCE' to ws-entry-reason
            perform refuse-entry
        end-if
    end-if

    if ws-entry-valid
        if glmap-receivable (glmap-idx) = spaces
           or glmap-revenue (glmap-idx) = spaces
           or (shout-discount-amount > 0
               and glmap-discount (glmap-idx) = spaces)
           or (shout-surcharge-amount > 0
               and glmap-surcharge (glmap-idx) = spaces)
            move 'GL ACCOUNT MISSING ON MAPPING' to ws-entry-reason
            perform refuse-entry
        end-if
    end-if

    if ws-entry-valid
        move glmap-receivable (glmap-idx) to ws-line-account
        move 'D' to ws-line-debit-credit
        move shout-shipping-charge to ws-line-amount
        perform write-journal-line
        move glmap-discount (glmap-idx) to ws-line-account
        move 'D' to ws-line-debit-credit
        move shout-discount-amount to ws-line-amount
        perform write-journal-line
        move glmap-revenue (glmap-idx) to ws-line-account
        move 'C' to ws-line-debit-credit
        move shout-base-charge to ws-line-amount
        perform write-journal-line
        move glmap-surcharge (glmap-idx) to ws-line-account
        move 'C' to ws-line-debit-credit
        move shout-surcharge-amount to ws-line-amount
        perform write-journal-line
    end-if
    perform read-ship-output-record.

journal-credits.
    move 'N' to ws-file-eof-switch
    open input returns-output-file
    if ws-returns-output-status = '00'
        perform read-returns-output-record
        perform journal-one-credit until ws-file-eof
        close returns-output-file
    end-if.

read-returns-output-record.
    read returns-output-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

journal-one-credit.
    add 1 to ws-credit-count
    move 'C' to ws-entry-source
    move cr-rma-key to ws-entry-reference
    move cr-account-number to ws-entry-account-number
    move cr-shipping-method to ws-map-carr-code
    move cr-cust-type to ws-map-cust-type
    move 'Y' to ws-entry-valid-switch
    perform find-gl-mapping

    if not ws-map-found
        move 'NO GL MAPPING FOR CARRIER / TYPE' to ws-entry-reason
        perform refuse-entry
    else
        if glmap-receivable (glmap-idx) = spaces
           or glmap-credit (glmap-idx) = spaces
            move 'GL ACCOUNT MISSING ON MAPPING' to ws-entry-reason
            perform refuse-entry
        end-if
    end-if

    if ws-entry-valid
        if cr-credit-amount < 0
            compute ws-entry-amount = 0 - cr-credit-amount
            move glmap-credit (glmap-idx) to ws-debit-account
            move glmap-receivable (glmap-idx) to ws-credit-account
        else
            move cr-credit-amount to ws-entry-amount
            move glmap-receivable (glmap-idx) to ws-debit-account
            move glmap-credit (glmap-idx) to ws-credit-account
        end-if
        perform write-entry-pair
    end-if
    perform read-returns-output-record.

journal-adjustments.
    move 'N' to ws-file-eof-switch
    open input adjustments-file
    if ws-adjustments-status = '00'
        perform read-adjustment-record
        perform journal-one-adjustment until ws-file-eof
        close adjustments-file
    end-if.

read-adjustment-record.
    read adjustments-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

journal-one-adjustment.
    add 1 to ws-adjustment-count
    move 'A' to ws-entry-source
    move adj-order-key to ws-entry-reference
    move adj-account-number to ws-entry-account-number
    move adj-our-method to ws-map-carr-code
    move spaces to ws-map-cust-type
    move 'Y' to ws-entry-valid-switch
    perform find-gl-mapping

    if not ws-map-found
        move 'NO GL MAPPING FOR CARRIER' to ws-entry-reason
        perform refuse-entry
    else
        if glmap-receivable (glmap-idx) = spaces
           or glmap-adjustment (glmap-idx) = spaces
            move 'GL ACCOUNT MISSING ON MAPPING' to ws-entry-reason
            perform refuse-entry
        end-if
    end-if

    if ws-entry-valid
        if adj-difference < 0
            compute ws-entry-amount = 0 - adj-difference
            move glmap-adjustment (glmap-idx) to ws-debit-account
            move glmap-receivable (glmap-idx) to ws-credit-account
        else
            move adj-difference to ws-entry-amount
            move glmap-receivable (glmap-idx) to ws-debit-account
            move glmap-adjustment (glmap-idx) to ws-credit-account
        end-if
        perform write-entry-pair
    end-if
    perform read-adjustment-record.

refuse-entry.
    move 'N' to ws-entry-valid-switch
    move 'Y' to ws-journal-refused-switch
    add 1 to ws-refused-count
    move ws-entry-source to rf-entry-source
    move ws-entry-reference to rf-reference
    move ws-map-carr-code to rf-carr-code
    move ws-map-cust-type to rf-cust-type
    move ws-entry-reason to rf-reason
    write journal-report-record from refused-line.

write-entry-pair.
    move ws-debit-account to ws-line-account
    move 'D' to ws-line-debit-credit
    move ws-entry-amount to ws-line-amount
    perform write-journal-line
    move ws-credit-account to ws-line-account
    move 'C' to ws-line-debit-credit
    move ws-entry-amount to ws-line-amount
    perform write-journal-line.

write-journal-line.
    if ws-line-amount > 0
        move spaces to gl-journal-detail
        move 'D' to gjd-record-type
        move ws-run-id to gjd-run-id
        move ws-line-account to gjd-gl-account
        move ws-line-debit-credit to gjd-debit-credit
        move ws-line-amount to gjd-amount
        move ws-entry-source to gjd-entry-source
        move ws-entry-reference to gjd-reference
        move ws-map-carr-code to gjd-carr-code
        move ws-map-cust-type to gjd-cust-type
        move ws-entry-account-number to gjd-account-number
        write gl-journal-detail
        add 1 to ws-line-count
        if ws-line-debit-credit = 'D'
            add ws-line-amount to ws-total-debits
        else
            add ws-line-amount to ws-total-credits
        end-if
        perform accumulate-account-total
    end-if.

accumulate-account-total.
    move 'N' to ws-summary-found-switch
    if glsum-count > 0
        set glsum-idx to 1
        search glsum-entry
            at end
                continue
            when glsum-account (glsum-idx) = ws-line-account
                move 'Y' to ws-summary-found-switch
        end-search
    end-if
    if not ws-summary-found and glsum-count < 200
        add 1 to glsum-count
        set glsum-idx to glsum-count
        move ws-line-account to glsum-account (glsum-idx)
        move 0 to glsum-debits (glsum-idx)
        move 0 to glsum-credits (glsum-idx)
        move 'Y' to ws-summary-found-switch
    end-if
    if ws-summary-found
        if ws-line-debit-credit = 'D'
            add ws-line-amount to glsum-debits (glsum-idx)
        else
            add ws-line-amount to glsum-credits (glsum-idx)
        end-if
    end-if.

check-tie-out.
    if ws-merge-found
        move ws-merge-out-count to ws-expected-shipments
    else
        move ws-test-ship-out-count to ws-expected-shipments
    end-if
    if (not ws-merge-found and not ws-test-ship-found)
       or ws-expected-shipments not = ws-shipment-count
        move 'N' to ws-tie-switch
    end-if
    if not ws-recon-found
       or ws-recon-exception-count not = ws-adjustment-count
        move 'N' to ws-tie-switch
    end-if.

write-report-totals.
    move spaces to journal-report-record
    write journal-report-record
    if ws-journal-refused
        write journal-report-record from refused-heading
        move spaces to journal-report-record
        write journal-report-record
    else
        write journal-report-record from heading-line-2
        perform write-account-line
            varying glsum-idx from 1 by 1
            until glsum-idx > glsum-count
        move spaces to journal-report-record
        write journal-report-record
    end-if

    move 'SHIPMENTS' to ct-label
    move ws-shipment-count to ct-count
    write journal-report-record from count-line
    move 'CREDITS' to ct-label
    move ws-credit-count to ct-count
    write journal-report-record from count-line
    move 'ADJUSTMENTS' to ct-label
    move ws-adjustment-count to ct-count
    write journal-report-record from count-line
    move 'REFUSED' to ct-label
    move ws-refused-count to ct-count
    write journal-report-record from count-line
    move 'LINES' to ct-label
    move ws-line-count to ct-count
    write journal-report-record from count-line
    move 'TOTAL DEBITS' to am-label
    move ws-total-debits to am-amount
    write journal-report-record from amount-line
    move 'TOTAL CREDITS' to am-label
    move ws-total-credits to am-amount
    write journal-report-record from amount-line

    move spaces to journal-report-record
    write journal-report-record
    move 'SHIPMENTS VS SHIP STEP' to tl-label
    move ws-shipment-count to tl-journal-count
    move ws-expected-shipments to tl-ledger-count
    if (ws-merge-found or ws-test-ship-found)
       and ws-expected-shipments = ws-shipment-count
        move 'TIES' to tl-status
    else
        move 'OUT OF TIE' to tl-status
    end-if
    write journal-report-record from tie-line
    move 'ADJUSTMENTS VS RECON' to tl-label
    move ws-adjustment-count to tl-journal-count
    move ws-recon-exception-count to tl-ledger-count
    if ws-recon-found
       and ws-recon-exception-count = ws-adjustment-count
        move 'TIES' to tl-status
    else
        move 'OUT OF TIE' to tl-status
    end-if
    write journal-report-record from tie-line
    if not ws-counts-tie
        write journal-report-record from out-of-tie-heading
    end-if.

write-account-line.
    move glsum-account (glsum-idx) to al-gl-account
    move glsum-debits (glsum-idx) to al-debits
    move glsum-credits (glsum-idx) to al-credits
    write journal-report-record from account-line.
