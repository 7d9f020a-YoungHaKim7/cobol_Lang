identification division.
program-id.
     ship-integrity.

environment division.
input-output section.
file-control.
    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is sequential
        record key is hist-order-key
        file status is ws-history-status.

    select archive-file assign to "SHIP-HISTORY-ARCH"
        organization is line sequential
        file status is ws-archive-status.

    select audit-file assign to "SHIP-AUDIT-LOG"
        organization is line sequential
        file status is ws-audit-status.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

    select suspense-file assign to "EXC-SUSPENSE"
        organization is line sequential
        file status is ws-suspense-status.

    select held-file assign to "HELD-ORDERS"
        organization is line sequential
        file status is ws-held-status.

    select recon-suspense-file assign to "RECON-SUSPENSE"
        organization is line sequential
        file status is ws-recon-suspense-status.

    select work-file assign to "INTEGRITY-WORK"
        organization is line sequential.

    select sorted-work-file assign to "INTEGRITY-SRT"
        organization is line sequential.

    select sort-work-file assign to "INTEGRITY-SORTWK".

    select integrity-report-file assign to "INTEGRITY-RPT"
        organization is line sequential.

data division.
file section.
fd  history-file.
    copy "ship-history-record.cpy".

fd  archive-file.
    copy "ship-history-record.cpy"
        replacing leading ==ship-history-record== by ==archive-history-record==
                  leading ==hist==                by ==arch==.

fd  audit-file.
    copy "audit-record.cpy".

fd  run-control-file.
    copy "run-control-record.cpy".

fd  suspense-file.
    copy "exc-suspense-record.cpy".

fd  held-file.
    copy "held-order-record.cpy".

fd  recon-suspense-file.
    copy "recon-suspense-record.cpy".

fd  work-file.
    copy "integrity-work-record.cpy".

sd  sort-work-file.
    copy "integrity-work-record.cpy"
        replacing leading ==integrity-work-record== by ==sort-work-record==
                  leading ==iwk==                   by ==wiwk==.

fd  sorted-work-file.
    copy "integrity-work-record.cpy"
        replacing leading ==integrity-work-record== by ==sorted-work-record==
                  leading ==iwk==                   by ==siwk==.

fd  integrity-report-file.
01  integrity-report-record        pic x(80).

working-storage section.
01 ws-history-status          pic xx.
01 ws-archive-status          pic xx.
01 ws-audit-status            pic xx.
01 ws-run-control-status      pic xx.
01 ws-suspense-status         pic xx.
01 ws-held-status             pic xx.
01 ws-recon-suspense-status   pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-sorted-eof-switch       pic x value 'N'.
    88 ws-sorted-eof                 value 'Y'.

01 run-header-count           pic 9(4) value 0.
01 run-header-table.
    05 run-header-entry occurs 1 to 5000 times
           depending on run-header-count
           indexed by run-header-idx.
        10 rhd-run-id             pic x(8).
        10 rhd-rolled-back-switch pic x.
            88 rhd-rolled-back           value 'Y'.

01 missing-run-count          pic 9(3) value 0.
01 missing-run-table.
    05 missing-run-entry occurs 1 to 200 times
           depending on missing-run-count
           indexed by missing-run-idx.
        10 mrn-run-id             pic x(8).
        10 mrn-audit-count        pic 9(7).
        10 mrn-step-count         pic 9(7).

01 ws-check-run-id            pic x(8).
01 ws-header-found-switch     pic x.
    88 ws-header-found               value 'Y'.
01 ws-missing-found-switch    pic x.
    88 ws-missing-found              value 'Y'.
01 ws-missing-source          pic x.
    88 ws-missing-from-audit         value 'A'.
    88 ws-missing-from-step          value 'S'.

01 ws-entry-date              pic 9(8).
01 ws-audit-window-start      pic 9(8) value 99999999.

01 ws-current-key             pic x(10).
01 ws-live-switch             pic x.
    88 ws-on-live-history            value 'Y'.
01 ws-archived-switch         pic x.
    88 ws-on-archive                 value 'Y'.
01 ws-audited-switch          pic x.
    88 ws-audited                    value 'Y'.
01 ws-audit-shipment-switch   pic x.
    88 ws-audit-shipment-seen        value 'Y'.
01 ws-exc-switch              pic x.
    88 ws-in-exception-suspense      value 'Y'.
01 ws-held-switch             pic x.
    88 ws-in-held-suspense           value 'Y'.
01 ws-recon-switch            pic x.
    88 ws-in-recon-suspense          value 'Y'.

01 ws-live-status             pic x.
01 ws-live-charge             pic 9(3)v99.
01 ws-live-run-date           pic 9(8).
01 ws-audit-charge            pic 9(3)v99.
01 ws-audit-run-id            pic x(8).

01 ws-current-date-time       pic x(21).

01 ws-history-count           pic 9(7) value 0.
01 ws-archived-count          pic 9(7) value 0.
01 ws-audit-count             pic 9(7) value 0.
01 ws-suspense-count          pic 9(7) value 0.
01 ws-rolled-back-count       pic 9(7) value 0.
01 ws-no-audit-count          pic 9(7) value 0.
01 ws-no-history-count        pic 9(7) value 0.
01 ws-recon-orphan-count      pic 9(7) value 0.
01 ws-shipped-held-count      pic 9(7) value 0.
01 ws-shipped-exc-count       pic 9(7) value 0.
01 ws-charge-break-count      pic 9(7) value 0.
01 ws-break-count             pic 9(7) value 0.

01 break-line.
    05 filler                 pic x(2)  value spaces.
    05 bl-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 bl-break                pic x(32).
    05 filler                 pic x(2)  value spaces.
    05 bl-detail               pic x(32).

01 charge-detail.
    05 filler                 pic x(8)  value 'HISTORY '.
    05 cd-history-charge       pic zz9.99.
    05 filler                 pic x(7)  value ' AUDIT '.
    05 cd-audit-charge         pic zz9.99.
    05 filler                 pic x(5)  value spaces.

01 run-date-detail.
    05 filler                 pic x(9)  value 'RUN DATE '.
    05 rdd-run-date            pic 9(8).
    05 filler                 pic x(15) value spaces.

01 run-id-detail.
    05 filler                 pic x(9)  value 'LAST RUN '.
    05 rid-run-id              pic x(8).
    05 filler                 pic x(15) value spaces.

01 run-line.
    05 filler                 pic x(2)  value spaces.
    05 rl-run-id               pic x(8).
    05 filler                 pic x(4)  value spaces.
    05 filler                 pic x(16) value 'NO RUN HEADER'.
    05 rl-audit-count          pic zzz,zz9.
    05 filler                 pic x(4)  value spaces.
    05 rl-step-count           pic zzz,zz9.
    05 filler                 pic x(32) value spaces.

01 window-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(20) value 'AUDIT LOG STARTS'.
    05 wl-window-start         pic 9(8).
    05 filler                 pic x(50) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(20).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(51) value spaces.

01 heading-line-1.
    05 filler                 pic x(30)
        value 'SHIPMENT FILE INTEGRITY SWEEP'.
    05 filler                 pic x(6)  value 'AS OF '.
    05 hl-sweep-date           pic 9(8).
    05 filler                 pic x(36) value spaces.

01 heading-line-2             pic x(80)
    value '  ORDER-KEY   BREAK                             DETAIL'.

01 heading-line-3             pic x(80)
    value '  RUN-ID                        AUDITS      STEPS'.

procedure division.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to hl-sweep-date
    perform load-run-headers

    open input history-file
    if ws-history-status not = '00'
        display 'SHIP-INTEGRITY: SHIP-HISTORY UNAVAILABLE, STATUS '
            ws-history-status
        move 8 to return-code
        stop run
    end-if
    open input audit-file
    if ws-audit-status not = '00'
        display 'SHIP-INTEGRITY: AUDIT LOG UNAVAILABLE, STATUS '
            ws-audit-status
        close history-file
        move 8 to return-code
        stop run
    end-if

    open output work-file
    move 'N' to ws-file-eof-switch
    perform read-history-record
    perform gather-history-record until ws-file-eof
    close history-file
    move 'N' to ws-file-eof-switch
    perform read-audit-record
    perform gather-audit-entry until ws-file-eof
    close audit-file
    perform gather-archived-history
    perform gather-exception-suspense
    perform gather-held-suspense
    perform gather-recon-suspense
    close work-file

    perform sort-work-records

    open output integrity-report-file
    write integrity-report-record from heading-line-1
    write integrity-report-record from heading-line-2
    open input sorted-work-file
    perform read-sorted-record
    perform check-one-order until ws-sorted-eof
    close sorted-work-file

    perform report-missing-headers
    perform write-report-totals
    close integrity-report-file

    display 'SHIP-INTEGRITY: HISTORY ' ws-history-count
        ' ARCHIVED ' ws-archived-count
        ' AUDIT ' ws-audit-count
        ' SUSPENSE ' ws-suspense-count
    if ws-break-count > 0
        display 'SHIP-INTEGRITY: ' ws-break-count
            ' BREAKS FOUND - SEE INTEGRITY-RPT'
        move 4 to return-code
    else
        display 'SHIP-INTEGRITY: NO BREAKS FOUND'
        move 0 to return-code
    end-if
    stop run.

load-run-headers.
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
        if run-header-count < 5000
            add 1 to run-header-count
            move rc-run-id to rhd-run-id (run-header-count)
            move 'N' to rhd-rolled-back-switch (run-header-count)
        else
            display 'SHIP-INTEGRITY: RUN HEADER TABLE FULL, DROPPING '
                rc-run-id
        end-if
    end-if
    if rc-step
        move rc-run-id to ws-check-run-id
        perform find-run-header
        if not ws-header-found
            move 'S' to ws-missing-source
            perform note-missing-run
        end-if
    end-if
    if rc-rollback
        move rc-run-id to ws-check-run-id
        perform find-run-header
        if ws-header-found
            move 'Y' to rhd-rolled-back-switch (run-header-idx)
        end-if
    end-if
    perform read-ledger-record.

find-run-header.
    move 'N' to ws-header-found-switch
    if run-header-count > 0
        set run-header-idx to 1
        search run-header-entry
            when rhd-run-id (run-header-idx) = ws-check-run-id
                move 'Y' to ws-header-found-switch
        end-search
    end-if.

note-missing-run.
    move 'N' to ws-missing-found-switch
    if missing-run-count > 0
        set missing-run-idx to 1
        search missing-run-entry
            when mrn-run-id (missing-run-idx) = ws-check-run-id
                move 'Y' to ws-missing-found-switch
        end-search
    end-if
    if not ws-missing-found
        if missing-run-count < 200
            add 1 to missing-run-count
            set missing-run-idx to missing-run-count
            move ws-check-run-id to mrn-run-id (missing-run-idx)
            move 0 to mrn-audit-count (missing-run-idx)
            move 0 to mrn-step-count (missing-run-idx)
            move 'Y' to ws-missing-found-switch
        else
            display 'SHIP-INTEGRITY: MISSING RUN TABLE FULL, DROPPING '
                ws-check-run-id
        end-if
    end-if
    if ws-missing-found
        if ws-missing-from-audit
            add 1 to mrn-audit-count (missing-run-idx)
        else
            add 1 to mrn-step-count (missing-run-idx)
        end-if
    end-if.

read-history-record.
    read history-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

gather-history-record.
    move spaces to integrity-work-record
    move hist-order-key to iwk-order-key
    move 'H' to iwk-source
    move hist-ship-status to iwk-status
    move hist-shipping-charge to iwk-charge
    move hist-run-date to iwk-run-date
    write integrity-work-record
    add 1 to ws-history-count
    perform read-history-record.

read-audit-record.
    read audit-file
        at end
            move 'Y' to ws-file-eof-switch
    end-read.

gather-audit-entry.
    move aud-timestamp (1:8) to ws-entry-date
    if ws-entry-date < ws-audit-window-start
        move ws-entry-date to ws-audit-window-start
    end-if

    move 'N' to ws-header-found-switch
    if aud-run-id not = spaces
        move aud-run-id to ws-check-run-id
        perform find-run-header
        if not ws-header-found
            move 'A' to ws-missing-source
            perform note-missing-run
        end-if
    end-if

    if ws-header-found
       and rhd-rolled-back (run-header-idx)
        add 1 to ws-rolled-back-count
    else
        move spaces to integrity-work-record
        move aud-order-key to iwk-order-key
        move 'U' to iwk-source
        move aud-timestamp to iwk-timestamp
        move aud-entry-type to iwk-status
        if aud-void-entry
            move aud-shipping-charge to iwk-charge
        else
            compute iwk-charge =
                aud-base-charge - aud-discount-amount
                + aud-surcharge-amount
        end-if
        move 0 to iwk-run-date
        move aud-run-id to iwk-run-id
        write integrity-work-record
        add 1 to ws-audit-count
    end-if
    perform read-audit-record.

gather-archived-history.
    move 'N' to ws-file-eof-switch
    open input archive-file
    if ws-archive-status = '00'
        perform read-archive-record until ws-file-eof
        close archive-file
    end-if.

read-archive-record.
    read archive-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            move spaces to integrity-work-record
            move arch-order-key to iwk-order-key
            move 'A' to iwk-source
            move arch-ship-status to iwk-status
            move arch-shipping-charge to iwk-charge
            move arch-run-date to iwk-run-date
            write integrity-work-record
            add 1 to ws-archived-count
    end-read.

gather-exception-suspense.
    move 'N' to ws-file-eof-switch
    open input suspense-file
    if ws-suspense-status = '00'
        perform read-suspense-record until ws-file-eof
        close suspense-file
    end-if.

read-suspense-record.
    read suspense-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            move sus-order-key to ws-current-key
            move 'E' to iwk-source
            perform write-suspense-fact
    end-read.

gather-held-suspense.
    move 'N' to ws-file-eof-switch
    open input held-file
    if ws-held-status = '00'
        perform read-held-record until ws-file-eof
        close held-file
    end-if.

read-held-record.
    read held-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            move held-order-key to ws-current-key
            move 'D' to iwk-source
            perform write-suspense-fact
    end-read.

gather-recon-suspense.
    move 'N' to ws-file-eof-switch
    open input recon-suspense-file
    if ws-recon-suspense-status = '00'
        perform read-recon-suspense-record until ws-file-eof
        close recon-suspense-file
    end-if.

read-recon-suspense-record.
    read recon-suspense-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if rsus-our-side and rsus-kind = 'S'
                move rsus-order-key to ws-current-key
                move 'R' to iwk-source
                perform write-suspense-fact
            end-if
    end-read.

write-suspense-fact.
    move ws-current-key to iwk-order-key
    move spaces to iwk-timestamp
    move spaces to iwk-status
    move 0 to iwk-charge
    move 0 to iwk-run-date
    move spaces to iwk-run-id
    write integrity-work-record
    add 1 to ws-suspense-count.

sort-work-records.
    sort sort-work-file
        on ascending key wiwk-order-key
                         wiwk-source
                         wiwk-timestamp
        using work-file
        giving sorted-work-file.

read-sorted-record.
    read sorted-work-file
        at end
            move 'Y' to ws-sorted-eof-switch
    end-read.

check-one-order.
    move siwk-order-key to ws-current-key
    move 'N' to ws-live-switch
    move 'N' to ws-archived-switch
    move 'N' to ws-audited-switch
    move 'N' to ws-audit-shipment-switch
    move 'N' to ws-exc-switch
    move 'N' to ws-held-switch
    move 'N' to ws-recon-switch
    move spaces to ws-audit-run-id
    perform absorb-order-fact
        until ws-sorted-eof
           or siwk-order-key not = ws-current-key
    perform evaluate-order.

absorb-order-fact.
    evaluate true
        when siwk-live-history
            move 'Y' to ws-live-switch
            move siwk-status to ws-live-status
            move siwk-charge to ws-live-charge
            move siwk-run-date to ws-live-run-date
        when siwk-archived-history
            move 'Y' to ws-archived-switch
        when siwk-audit-entry
            move 'Y' to ws-audited-switch
            move siwk-run-id to ws-audit-run-id
            if siwk-status not = 'V'
                move 'Y' to ws-audit-shipment-switch
                move siwk-charge to ws-audit-charge
            end-if
        when siwk-exception-suspense
            move 'Y' to ws-exc-switch
        when siwk-held-suspense
            move 'Y' to ws-held-switch
        when siwk-recon-suspense
            move 'Y' to ws-recon-switch
    end-evaluate
    perform read-sorted-record.

evaluate-order.
    if ws-on-live-history
       and not ws-audit-shipment-seen
       and ws-live-run-date not < ws-audit-window-start
        move 'SHIPPED, NO AUDIT RECORD' to bl-break
        move ws-live-run-date to rdd-run-date
        move run-date-detail to bl-detail
        perform write-break-line
        add 1 to ws-no-audit-count
    end-if

    if ws-audited
       and not ws-on-live-history
       and not ws-on-archive
        move 'AUDITED, NOT ON SHIP-HISTORY' to bl-break
        move ws-audit-run-id to rid-run-id
        move run-id-detail to bl-detail
        perform write-break-line
        add 1 to ws-no-history-count
    end-if

    if ws-in-recon-suspense
       and not ws-on-live-history
       and not ws-on-archive
        move 'RECON ITEM, NOT ON SHIP-HISTORY' to bl-break
        move spaces to bl-detail
        perform write-break-line
        add 1 to ws-recon-orphan-count
    end-if

    if ws-on-live-history
       and ws-live-status not = 'V'
        if ws-in-held-suspense
            move 'SHIPPED AND STILL ON CREDIT HOLD' to bl-break
            move ws-live-run-date to rdd-run-date
            move run-date-detail to bl-detail
            perform write-break-line
            add 1 to ws-shipped-held-count
        end-if
        if ws-in-exception-suspense
            move 'SHIPPED AND IN EXC-SUSPENSE' to bl-break
            move ws-live-run-date to rdd-run-date
            move run-date-detail to bl-detail
            perform write-break-line
            add 1 to ws-shipped-exc-count
        end-if
    end-if

    if ws-on-live-history
       and ws-audit-shipment-seen
       and ws-live-charge not = ws-audit-charge
        move 'CHARGE DIFFERS FROM LAST AUDIT' to bl-break
        move ws-live-charge to cd-history-charge
        move ws-audit-charge to cd-audit-charge
        move charge-detail to bl-detail
        perform write-break-line
        add 1 to ws-charge-break-count
    end-if.

write-break-line.
    move ws-current-key to bl-order-key
    write integrity-report-record from break-line
    add 1 to ws-break-count.

report-missing-headers.
    if missing-run-count > 0
        move spaces to integrity-report-record
        write integrity-report-record
        write integrity-report-record from heading-line-3
        perform write-run-line
            varying missing-run-idx from 1 by 1
            until missing-run-idx > missing-run-count
    end-if.

write-run-line.
    if mrn-run-id (missing-run-idx) = spaces
        move '*NONE*' to rl-run-id
    else
        move mrn-run-id (missing-run-idx) to rl-run-id
    end-if
    move mrn-audit-count (missing-run-idx) to rl-audit-count
    move mrn-step-count (missing-run-idx) to rl-step-count
    write integrity-report-record from run-line
    add 1 to ws-break-count.

write-report-totals.
    move spaces to integrity-report-record
    write integrity-report-record
    if ws-audit-window-start = 99999999
        move 0 to wl-window-start
    else
        move ws-audit-window-start to wl-window-start
    end-if
    write integrity-report-record from window-line
    move 'HISTORY RECORDS' to ct-label
    move ws-history-count to ct-count
    write integrity-report-record from count-line
    move 'ARCHIVED RECORDS' to ct-label
    move ws-archived-count to ct-count
    write integrity-report-record from count-line
    move 'AUDIT ENTRIES' to ct-label
    move ws-audit-count to ct-count
    write integrity-report-record from count-line
    move 'ROLLED-BACK ENTRIES' to ct-label
    move ws-rolled-back-count to ct-count
    write integrity-report-record from count-line
    move 'OPEN SUSPENSE ITEMS' to ct-label
    move ws-suspense-count to ct-count
    write integrity-report-record from count-line
    move 'NO AUDIT RECORD' to ct-label
    move ws-no-audit-count to ct-count
    write integrity-report-record from count-line
    move 'NOT ON HISTORY' to ct-label
    move ws-no-history-count to ct-count
    write integrity-report-record from count-line
    move 'RECON ORPHANS' to ct-label
    move ws-recon-orphan-count to ct-count
    write integrity-report-record from count-line
    move 'SHIPPED AND HELD' to ct-label
    move ws-shipped-held-count to ct-count
    write integrity-report-record from count-line
    move 'SHIPPED AND IN EXC' to ct-label
    move ws-shipped-exc-count to ct-count
    write integrity-report-record from count-line
    move 'CHARGE DIFFERS' to ct-label
    move ws-charge-break-count to ct-count
    write integrity-report-record from count-line
    move 'RUNS WITH NO HEADER' to ct-label
    move missing-run-count to ct-count
    write integrity-report-record from count-line
    move 'TOTAL BREAKS' to ct-label
    move ws-break-count to ct-count
    write integrity-report-record from count-line.
