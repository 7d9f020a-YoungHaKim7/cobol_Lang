identification division.
program-id.
     ship-track.

environment division.
input-output section.
file-control.
    select ship-output-file assign to "SHIP-OUTPUT"
        organization is line sequential
        file status is ws-ship-output-status.

    select new-ship-output-file assign to "SHIP-OUTPUT-NEW"
        organization is line sequential.

    select postings-file assign to "HISTORY-POSTINGS"
        organization is line sequential
        file status is ws-postings-status.

    select new-postings-file assign to "HISTORY-POSTINGS-NEW"
        organization is line sequential.

    select carrier-master-file assign to "CARRIER-MASTER"
        organization is line sequential.

    select tracking-control-file assign to "TRACKING-CONTROL"
        organization is line sequential
        file status is ws-tracking-control-status.

    select new-tracking-control-file assign to "TRACKING-CONTROL-NEW"
        organization is line sequential.

    select label-work-file assign to "CARTON-LABEL-WORK"
        organization is line sequential.

    select sorted-label-file assign to "CARTON-LABEL-SRT"
        organization is line sequential.

    select label-sort-work-file assign to "CARTON-LABEL-SORTWK".

    select label-report-file assign to "CARTON-LABELS"
        organization is line sequential.

    select run-control-file assign to "RUN-CONTROL"
        organization is line sequential
        file status is ws-run-control-status.

data division.
file section.
fd  ship-output-file.
    copy "ship-output-record.cpy".

fd  new-ship-output-file.
    copy "ship-output-record.cpy"
        replacing leading ==ship-output-record== by ==new-ship-output-record==
                  leading ==shout==             by ==nshout==.

fd  postings-file.
    copy "ship-history-record.cpy"
        replacing leading ==ship-history-record== by ==history-posting-record==
                  leading ==hist==               by ==post==.

fd  new-postings-file.
    copy "ship-history-record.cpy"
        replacing leading ==ship-history-record== by ==new-posting-record==
                  leading ==hist==               by ==npost==.

fd  carrier-master-file.
    copy "carrier-master-record.cpy".

fd  tracking-control-file.
    copy "tracking-control-record.cpy".

fd  new-tracking-control-file.
    copy "tracking-control-record.cpy"
        replacing leading ==tracking-control-record== by ==new-tracking-control-record==
                  leading ==tkc==                     by ==ntkc==.

fd  label-work-file.
    copy "carton-label-record.cpy".

sd  label-sort-work-file.
    copy "carton-label-record.cpy"
        replacing leading ==carton-label-record== by ==label-sort-work-record==
                  leading ==lbl==                 by ==wlbl==.

fd  sorted-label-file.
    copy "carton-label-record.cpy"
        replacing leading ==carton-label-record== by ==sorted-label-record==
                  leading ==lbl==                 by ==slbl==.

fd  label-report-file.
01  label-report-record            pic x(80).

fd  run-control-file.
    copy "run-control-record.cpy".

working-storage section.
copy "carrier-table.cpy".

01 ws-ship-output-status      pic xx.
01 ws-postings-status         pic xx.
01 ws-tracking-control-status pic xx.
01 ws-run-control-status      pic xx.

01 ws-ship-output-eof-switch  pic x value 'N'.
    88 ws-ship-output-eof            value 'Y'.

01 ws-postings-eof-switch     pic x value 'Y'.
    88 ws-postings-eof               value 'Y'.

01 ws-carrier-eof-switch      pic x value 'N'.
    88 ws-carrier-eof                value 'Y'.

01 ws-counter-eof-switch      pic x value 'N'.
    88 ws-counter-eof                value 'Y'.

01 ws-sorted-eof-switch       pic x value 'N'.
    88 ws-sorted-eof                 value 'Y'.

01 ws-ledger-eof-switch       pic x value 'N'.
    88 ws-ledger-eof                 value 'Y'.

01 ws-postings-present-switch pic x value 'N'.
    88 ws-postings-present           value 'Y'.

01 ws-track-found-switch      pic x.
    88 ws-track-found                value 'Y'.

01 track-count                pic 9(3) value 0.
01 track-table.
    05 track-entry occurs 1 to 50 times
            depending on track-count
            indexed by track-idx.
        10 trk-carr-code          pic x(2).
        10 trk-cutoff-hhmm        pic 9(4).
        10 trk-range-from         pic 9(10).
        10 trk-range-to           pic 9(10).
        10 trk-next-number        pic 9(11).
        10 trk-last-run-id        pic x(8).
        10 trk-issued-count       pic 9(7).

01 ws-tracking-number         pic x(12).
01 ws-tracking-breakout redefines ws-tracking-number.
    05 ws-tracking-carrier    pic x(2).
    05 ws-tracking-serial     pic 9(10).

01 ws-first-serial            pic 9(11).
01 ws-last-serial             pic 9(11).
01 ws-pieces                  pic 9(2).
01 ws-carton-sub              pic 9(2).
01 ws-write-sub               pic 9(3).
01 ws-cutoff-hhmm             pic 9(4).
01 ws-unnumbered-reason       pic x(30).
01 ws-prior-carr-code         pic x(2).

01 ws-current-date-time       pic x(21).
01 ws-run-date                pic 9(8).
01 ws-run-id                  pic x(8) value spaces.
01 ws-start-timestamp         pic x(14).

01 ws-read-count              pic 9(7) value 0.
01 ws-numbered-count          pic 9(7) value 0.
01 ws-kept-count              pic 9(7) value 0.
01 ws-unnumbered-count        pic 9(7) value 0.
01 ws-carton-count            pic 9(7) value 0.
01 ws-posting-stamped-count   pic 9(7) value 0.
01 ws-posting-unmatched-count pic 9(7) value 0.

01 carrier-break-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(8)  value 'CARRIER '.
    05 cb-carr-code            pic x(2).
    05 filler                 pic x(4)  value spaces.
    05 filler                 pic x(8)  value 'CUT-OFF '.
    05 cb-cutoff-hhmm          pic 9(4).
    05 filler                 pic x(52) value spaces.

01 label-line.
    05 filler                 pic x(2)  value spaces.
    05 ll-tracking-number      pic x(12).
    05 filler                 pic x(2)  value spaces.
    05 ll-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 ll-carton-seq           pic z9.
    05 filler                 pic x(4)  value ' OF '.
    05 ll-piece-count          pic z9.
    05 filler                 pic x(2)  value spaces.
    05 ll-account-number       pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 ll-dest-country         pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 ll-expected-ship-date   pic 9(8).
    05 filler                 pic x(2)  value spaces.
    05 ll-order-weight         pic zz9.99.
    05 filler                 pic x(12) value spaces.

01 unnumbered-line.
    05 filler                 pic x(2)  value spaces.
    05 filler                 pic x(11) value 'UNNUMBERED '.
    05 ul-order-key            pic x(10).
    05 filler                 pic x(2)  value spaces.
    05 ul-carr-code            pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 ul-reason               pic x(30).
    05 filler                 pic x(21) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(12).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(59) value spaces.

01 heading-line-1             pic x(80)
    value 'CARTON LABEL / PICK LIST BY CARRIER CUT-OFF'.

01 heading-line-2             pic x(80)
    value '  TRACKING NO   ORDER-KEY   CARTON   ACCOUNT   CC  SHIP-DATE   WEIGHT'.

procedure division.
    perform locate-run-id
    perform load-carrier-master
    perform build-track-table
        varying carrier-idx from 1 by 1
        until carrier-idx > carrier-count
    perform load-tracking-control

    open input ship-output-file
    if ws-ship-output-status not = '00'
        display 'SHIP-TRACK: SHIP-OUTPUT UNAVAILABLE, STATUS '
            ws-ship-output-status
        move 8 to return-code
        stop run
    end-if
    open output new-ship-output-file
    open output label-work-file
    open output label-report-file
    write label-report-record from heading-line-1
    perform open-postings

    perform read-ship-output
    perform number-shipment until ws-ship-output-eof
    perform copy-unmatched-posting until ws-postings-eof

    close ship-output-file
    close new-ship-output-file
    close label-work-file
    if ws-postings-present
        close postings-file
        close new-postings-file
    end-if

    perform write-tracking-control
    perform sort-labels
    perform print-labels
    perform write-report-totals
    close label-report-file
    perform append-run-step

    display 'SHIP-TRACK: READ ' ws-read-count
        ' NUMBERED ' ws-numbered-count
        ' ALREADY NUMBERED ' ws-kept-count
        ' UNNUMBERED ' ws-unnumbered-count
    if ws-posting-unmatched-count > 0
        display 'SHIP-TRACK: POSTINGS WITH NO SHIP-OUTPUT LINE '
            ws-posting-unmatched-count
    end-if
    if ws-unnumbered-count > 0
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
    move 'SHIP-TRACK' to rc-step-name
    move ws-start-timestamp to rc-start-timestamp
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to rc-end-timestamp
    move ws-read-count to rc-in-count
    compute rc-out-count = ws-numbered-count + ws-kept-count
    move ws-unnumbered-count to rc-exception-count
    move 0 to rc-duplicate-count
    move spaces to rc-operator
    write run-control-record
    close run-control-file.

load-carrier-master.
    open input carrier-master-file
    perform read-carrier-master-record
    perform store-carrier-entry until ws-carrier-eof
    close carrier-master-file.

read-carrier-master-record.
    read carrier-master-file
        at end
            move 'Y' to ws-carrier-eof-switch
    end-read.

store-carrier-entry.
    add 1 to carrier-count
    set carrier-idx to carrier-count
    move cam-code to carr-code (carrier-idx)
    move cam-eff-from to carr-eff-from (carrier-idx)
    move cam-eff-to to carr-eff-to (carrier-idx)
    if cam-cutoff-hhmm numeric
        move cam-cutoff-hhmm to carr-cutoff-hhmm (carrier-idx)
    else
        move 2359 to carr-cutoff-hhmm (carrier-idx)
    end-if
    if cam-track-from numeric and cam-track-to numeric
        move cam-track-from to carr-track-from (carrier-idx)
        move cam-track-to to carr-track-to (carrier-idx)
    else
        move 0 to carr-track-from (carrier-idx)
        move 0 to carr-track-to (carrier-idx)
    end-if
    perform read-carrier-master-record.

build-track-table.
    if ws-run-date >= carr-eff-from (carrier-idx)
       and ws-run-date <= carr-eff-to (carrier-idx)
       and track-count < 50
        add 1 to track-count
        set track-idx to track-count
        move carr-code (carrier-idx) to trk-carr-code (track-idx)
        move carr-cutoff-hhmm (carrier-idx) to trk-cutoff-hhmm (track-idx)
        move carr-track-from (carrier-idx) to trk-range-from (track-idx)
        move carr-track-to (carrier-idx) to trk-range-to (track-idx)
        move carr-track-from (carrier-idx) to trk-next-number (track-idx)
        move spaces to trk-last-run-id (track-idx)
        move 0 to trk-issued-count (track-idx)
    end-if.

load-tracking-control.
    open input tracking-control-file
    if ws-tracking-control-status = '00'
        perform read-tracking-control
        perform store-tracking-counter until ws-counter-eof
        close tracking-control-file
    end-if.

read-tracking-control.
    read tracking-control-file
        at end
            move 'Y' to ws-counter-eof-switch
    end-read.

store-tracking-counter.
    move tkc-carr-code to ws-prior-carr-code
    perform find-track-entry
    if not ws-track-found and track-count < 50
        add 1 to track-count
        set track-idx to track-count
        move tkc-carr-code to trk-carr-code (track-idx)
        move 2359 to trk-cutoff-hhmm (track-idx)
        move 0 to trk-range-from (track-idx)
        move 0 to trk-range-to (track-idx)
        move 0 to trk-next-number (track-idx)
        move 0 to trk-issued-count (track-idx)
        move 'Y' to ws-track-found-switch
    end-if
    if ws-track-found and tkc-next-number numeric
        if tkc-next-number > trk-next-number (track-idx)
            move tkc-next-number to trk-next-number (track-idx)
        end-if
        move tkc-last-run-id to trk-last-run-id (track-idx)
    end-if
    perform read-tracking-control.

find-track-entry.
    move 'N' to ws-track-found-switch
    if track-count > 0
        set track-idx to 1
        search track-entry
            at end
                continue
            when trk-carr-code (track-idx) = ws-prior-carr-code
                move 'Y' to ws-track-found-switch
        end-search
    end-if.

open-postings.
    open input postings-file
    if ws-postings-status = '00'
        move 'Y' to ws-postings-present-switch
        move 'N' to ws-postings-eof-switch
        open output new-postings-file
        perform read-posting-record
    end-if.

read-posting-record.
    read postings-file
        at end
            move 'Y' to ws-postings-eof-switch
    end-read.

read-ship-output.
    read ship-output-file
        at end
            move 'Y' to ws-ship-output-eof-switch
    end-read.

number-shipment.
    add 1 to ws-read-count
    move ship-output-record to new-ship-output-record
    move shout-shipping-method to ws-prior-carr-code
    perform find-track-entry
    if ws-track-found
        move trk-cutoff-hhmm (track-idx) to ws-cutoff-hhmm
    else
        move 2359 to ws-cutoff-hhmm
    end-if
    if shout-piece-count numeric and shout-piece-count > 0
        move shout-piece-count to ws-pieces
    else
        move 1 to ws-pieces
    end-if

    if shout-tracking-first not = spaces
        add 1 to ws-kept-count
    else
        perform issue-tracking-numbers
    end-if

    write new-ship-output-record
    perform write-carton-labels
        varying ws-carton-sub from 1 by 1
        until ws-carton-sub > ws-pieces
    perform stamp-posting
    perform read-ship-output.

issue-tracking-numbers.
    move spaces to ws-unnumbered-reason
    evaluate true
        when not ws-track-found
            move 'CARRIER NOT IN FORCE' to ws-unnumbered-reason
        when trk-range-to (track-idx) = 0
            move 'NO TRACKING RANGE ON FILE' to ws-unnumbered-reason
        when other
            if trk-next-number (track-idx) < trk-range-from (track-idx)
                move trk-range-from (track-idx)
                    to trk-next-number (track-idx)
            end-if
            move trk-next-number (track-idx) to ws-first-serial
            compute ws-last-serial = ws-first-serial + ws-pieces - 1
            if ws-last-serial > trk-range-to (track-idx)
                move 'TRACKING RANGE EXHAUSTED' to ws-unnumbered-reason
            end-if
    end-evaluate

    if ws-unnumbered-reason = spaces
        move shout-shipping-method to ws-tracking-carrier
        move ws-first-serial to ws-tracking-serial
        move ws-tracking-number to nshout-tracking-first
        move ws-last-serial to ws-tracking-serial
        move ws-tracking-number to nshout-tracking-last
        compute trk-next-number (track-idx) = ws-last-serial + 1
        move ws-run-id to trk-last-run-id (track-idx)
        add ws-pieces to trk-issued-count (track-idx)
        add 1 to ws-numbered-count
    else
        move spaces to nshout-tracking-first
        move spaces to nshout-tracking-last
        add 1 to ws-unnumbered-count
        move shout-order-key to ul-order-key
        move shout-shipping-method to ul-carr-code
        move ws-unnumbered-reason to ul-reason
        write label-report-record from unnumbered-line
    end-if.

write-carton-labels.
    move ws-cutoff-hhmm to lbl-cutoff-hhmm
    move nshout-shipping-method to lbl-carr-code
    move nshout-order-key to lbl-order-key
    move ws-carton-sub to lbl-carton-seq
    move ws-pieces to lbl-piece-count
    if nshout-tracking-first = spaces
        move spaces to lbl-tracking-number
    else
        move nshout-tracking-first to ws-tracking-number
        compute ws-tracking-serial =
            ws-tracking-serial + ws-carton-sub - 1
        move ws-tracking-number to lbl-tracking-number
    end-if
    move nshout-account-number to lbl-account-number
    move nshout-dest-country to lbl-dest-country
    move nshout-expected-ship-date to lbl-expected-ship-date
    move nshout-order-weight to lbl-order-weight
    write carton-label-record
    add 1 to ws-carton-count.

stamp-posting.
    if not ws-postings-eof
       and post-order-key = nshout-order-key
        move history-posting-record to new-posting-record
        move nshout-tracking-first to npost-tracking-first
        move nshout-tracking-last to npost-tracking-last
        write new-posting-record
        add 1 to ws-posting-stamped-count
        perform read-posting-record
    end-if.

copy-unmatched-posting.
    move history-posting-record to new-posting-record
    write new-posting-record
    add 1 to ws-posting-unmatched-count
    perform read-posting-record.

write-tracking-control.
    open output new-tracking-control-file
    perform write-tracking-counter
        varying ws-write-sub from 1 by 1
        until ws-write-sub > track-count
    close new-tracking-control-file.

write-tracking-counter.
    move trk-carr-code (ws-write-sub) to ntkc-carr-code
    move trk-next-number (ws-write-sub) to ntkc-next-number
    move trk-last-run-id (ws-write-sub) to ntkc-last-run-id
    write new-tracking-control-record.

sort-labels.
    sort label-sort-work-file
        on ascending key wlbl-cutoff-hhmm
                         wlbl-carr-code
                         wlbl-order-key
                         wlbl-carton-seq
        using label-work-file
        giving sorted-label-file.

print-labels.
    move spaces to ws-prior-carr-code
    open input sorted-label-file
    perform read-sorted-label
    perform print-one-label until ws-sorted-eof
    close sorted-label-file.

read-sorted-label.
    read sorted-label-file
        at end
            move 'Y' to ws-sorted-eof-switch
    end-read.

print-one-label.
    if slbl-carr-code not = ws-prior-carr-code
        move slbl-carr-code to cb-carr-code
        move slbl-cutoff-hhmm to cb-cutoff-hhmm
        move spaces to label-report-record
        write label-report-record
        write label-report-record from carrier-break-line
        write label-report-record from heading-line-2
        move slbl-carr-code to ws-prior-carr-code
    end-if
    if slbl-tracking-number = spaces
        move '*NO NUMBER*' to ll-tracking-number
    else
        move slbl-tracking-number to ll-tracking-number
    end-if
    move slbl-order-key to ll-order-key
    move slbl-carton-seq to ll-carton-seq
    move slbl-piece-count to ll-piece-count
    move slbl-account-number to ll-account-number
    move slbl-dest-country to ll-dest-country
    move slbl-expected-ship-date to ll-expected-ship-date
    move slbl-order-weight to ll-order-weight
    write label-report-record from label-line
    perform read-sorted-label.

write-report-totals.
    move spaces to label-report-record
    write label-report-record
    move 'ORDERS READ ' to ct-label
    move ws-read-count to ct-count
    write label-report-record from count-line
    move 'NUMBERED    ' to ct-label
    move ws-numbered-count to ct-count
    write label-report-record from count-line
    move 'PRE-NUMBERED' to ct-label
    move ws-kept-count to ct-count
    write label-report-record from count-line
    move 'UNNUMBERED  ' to ct-label
    move ws-unnumbered-count to ct-count
    write label-report-record from count-line
    move 'CARTONS     ' to ct-label
    move ws-carton-count to ct-count
    write label-report-record from count-line.
