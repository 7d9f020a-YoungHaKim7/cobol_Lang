identification division.
program-id.
     ship-forecast.

environment division.
input-output section.
file-control.
    select history-file assign to "SHIP-HISTORY"
        organization is indexed
        access is sequential
        record key is hist-order-key
        file status is ws-history-status.

    select summary-history-file assign to "SUMMARY-HISTORY"
        organization is line sequential
        file status is ws-summary-history-status.

    select carrier-master-file assign to "CARRIER-MASTER"
        organization is line sequential
        file status is ws-carrier-master-status.

    select carrier-calendar-file assign to "CARRIER-CALENDAR"
        organization is line sequential
        file status is ws-carrier-calendar-status.

    select holiday-file assign to "HOLIDAYS"
        organization is line sequential
        file status is ws-holiday-status.

    select previous-forecast-file assign to "CARRIER-FORECAST"
        organization is line sequential
        file status is ws-previous-forecast-status.

    select new-forecast-file assign to "CARRIER-FORECAST-NEW"
        organization is line sequential.

    select forecast-report-file assign to "CARRIER-FORECAST-RPT"
        organization is line sequential.

data division.
file section.
fd  history-file.
    copy "ship-history-record.cpy".

fd  summary-history-file.
    copy "summary-history-record.cpy".

fd  carrier-master-file.
    copy "carrier-master-record.cpy".

fd  carrier-calendar-file.
    copy "carrier-calendar-record.cpy".

fd  holiday-file.
01  holiday-in-record.
    05  holiday-in-date            pic 9(8).

fd  previous-forecast-file.
    copy "carrier-forecast-record.cpy".

fd  new-forecast-file.
    copy "carrier-forecast-record.cpy"
        replacing leading ==carrier-forecast-record== by ==new-forecast-record==
                  leading ==fcr==                     by ==nfcr==.

fd  forecast-report-file.
01  forecast-report-record         pic x(80).

working-storage section.
copy "carrier-table.cpy".
copy "carrier-calendar-table.cpy".

01 ws-history-status          pic xx.
01 ws-summary-history-status  pic xx.
01 ws-carrier-master-status   pic xx.
01 ws-carrier-calendar-status pic xx.
01 ws-holiday-status          pic xx.
01 ws-previous-forecast-status pic xx.

01 ws-file-eof-switch         pic x.
    88 ws-file-eof                   value 'Y'.

01 ws-start-in                pic x(8).
01 ws-near-pct-in             pic x(3).
01 ws-start-date              pic 9(8).
01 ws-end-date                pic 9(8).
01 ws-near-pct                pic 9(3) value 90.
01 ws-today-yyyymmdd          pic 9(8).
01 ws-current-date-time       pic x(21).

01 ws-start-integer           pic s9(9) comp.
01 ws-end-integer             pic s9(9) comp.
01 ws-window-from-integer     pic s9(9) comp.
01 ws-recent-from-integer     pic s9(9) comp.
01 ws-day-integer             pic s9(9) comp.
01 ws-window-from-date        pic 9(8).
01 ws-recent-from-date        pic 9(8).
01 ws-history-start-date      pic 9(8) value 99999999.

01 ws-check-date              pic 9(8).
01 ws-check-code              pic x(2).
01 ws-day-of-week             pic 9.
01 ws-weekday-sub             pic 9.
01 ws-business-day-switch     pic x.
    88 ws-is-business-day            value 'Y'.
01 ws-calweek-found-switch    pic x.
    88 ws-calweek-found              value 'Y'.
01 ws-carrier-found-switch    pic x.
    88 ws-carrier-in-force           value 'Y'.

01 ws-weekday-names           pic x(21)
    value 'MONTUEWEDTHUFRISATSUN'.
01 ws-weekday-name-table redefines ws-weekday-names.
    05 ws-weekday-name        pic x(3) occurs 7 times.

01 ws-holiday-count           pic 9(3) value 0.
01 holiday-table.
    05 holiday-entry occurs 1 to 100 times
           depending on ws-holiday-count
           indexed by holiday-idx.
        10 holiday-date           pic 9(8).

01 fcc-count                  pic 9(2) value 0.
01 forecast-carrier-table.
    05 forecast-carrier-entry occurs 1 to 50 times
           depending on fcc-count
           indexed by fcc-idx.
        10 fcc-code               pic x(2).
        10 fcc-recent-count       pic 9(7).
        10 fcc-earlier-count      pic 9(7).
        10 fcc-trend-factor       pic 9v99.
        10 fcc-weekday occurs 7 times.
            15 fcc-days           pic 9(3).
            15 fcc-count-sum      pic 9(7).
            15 fcc-weight-sum     pic 9(9)v99.
        10 fcc-prev-days          pic 9(3).
        10 fcc-prev-forecast-count  pic 9(7).
        10 fcc-prev-actual-count    pic 9(7).
        10 fcc-prev-forecast-weight pic 9(9)v99.
        10 fcc-prev-actual-weight   pic 9(9)v99.

01 vol-count                  pic 9(4) value 0.
01 volume-table.
    05 volume-entry occurs 1 to 3000 times
           depending on vol-count
           indexed by vol-idx.
        10 vol-code               pic x(2).
        10 vol-date               pic 9(8).
        10 vol-orders             pic 9(5).
        10 vol-weight             pic 9(7)v99.

01 fdy-count                  pic 9(4) value 0.
01 forecast-day-table.
    05 forecast-day-entry occurs 1 to 1000 times
           depending on fdy-count
           indexed by fdy-idx.
        10 fdy-code               pic x(2).
        10 fdy-date               pic 9(8).
        10 fdy-weekday-sub        pic 9.
        10 fdy-day-status         pic x(1).
            88 fdy-closed               value 'C'.
        10 fdy-orders             pic 9(5).
        10 fdy-weight             pic 9(7)v99.
        10 fdy-cap-count          pic 9(5).
        10 fdy-cap-weight         pic 9(7).
        10 fdy-load-pct           pic 9(4).
        10 fdy-flag               pic x(8).

01 ws-carrier-sub             pic 9(2).
01 ws-day-offset              pic 9(2).
01 ws-day-orders              pic 9(5).
01 ws-day-weight              pic 9(7)v99.
01 ws-count-pct               pic 9(4).
01 ws-weight-pct              pic 9(4).
01 ws-trend-work              pic 9(3)v99.
01 ws-variance-pct            pic s9(4)v9.

01 ws-previous-made-date      pic 9(8) value 0.
01 ws-compare-count           pic 9(5) value 0.
01 ws-over-cap-count          pic 9(5) value 0.
01 ws-near-cap-count          pic 9(5) value 0.
01 ws-closed-count            pic 9(5) value 0.
01 ws-listed-count            pic 9(5).

01 heading-line-1.
    05 filler                 pic x(30)
        value 'CARRIER VOLUME FORECAST'.
    05 filler                 pic x(5)  value 'FROM '.
    05 hl-start-date           pic 9(8).
    05 filler                 pic x(4)  value ' TO '.
    05 hl-end-date             pic 9(8).
    05 filler                 pic x(16) value '  NEAR CAPACITY '.
    05 hl-near-pct             pic zz9.
    05 filler                 pic x(6)  value '%'.

01 heading-line-2             pic x(80)
    value '  CR  DATE     DAY  ORDERS CAP-ORD     WEIGHT    CAP-WGT LOAD% FLAG'.

01 heading-line-3             pic x(80)
    value '  CR  DATE    FCST-ORD  ACTUAL     VAR%   FCST-WGT ACTUAL-WGT     VAR%'.

01 section-line.
    05 filler                 pic x(2)  value spaces.
    05 sl-title                pic x(50).
    05 filler                 pic x(28) value spaces.

01 forecast-line.
    05 filler                 pic x(2)  value spaces.
    05 fl-code                 pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 fl-date                 pic 9(8).
    05 filler                 pic x(1)  value spaces.
    05 fl-day                  pic x(3).
    05 filler                 pic x(2)  value spaces.
    05 fl-orders               pic zz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 fl-cap-orders           pic zz,zzz.
    05 filler                 pic x(2)  value spaces.
    05 fl-weight               pic z,zzz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 fl-cap-weight           pic z,zzz,zzz.
    05 filler                 pic x(2)  value spaces.
    05 fl-load-pct             pic zzzz.
    05 filler                 pic x(1)  value spaces.
    05 fl-flag                 pic x(8).
    05 filler                 pic x(9)  value spaces.

01 trend-line.
    05 filler                 pic x(2)  value spaces.
    05 tl-code                 pic x(2).
    05 filler                 pic x(16) value '  LAST 4 WEEKS '.
    05 tl-recent               pic zzz,zz9.
    05 filler                 pic x(17) value '  PRIOR 4 WEEKS '.
    05 tl-earlier              pic zzz,zz9.
    05 filler                 pic x(9)  value '  FACTOR '.
    05 tl-factor               pic 9.99.
    05 filler                 pic x(16) value spaces.

01 compare-line.
    05 filler                 pic x(2)  value spaces.
    05 cl-code                 pic x(2).
    05 filler                 pic x(2)  value spaces.
    05 cl-date                 pic x(8).
    05 filler                 pic x(2)  value spaces.
    05 cl-forecast-orders      pic zz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 cl-actual-orders        pic zz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 cl-orders-var           pic +zzz9.9.
    05 filler                 pic x(2)  value spaces.
    05 cl-forecast-weight      pic z,zzz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 cl-actual-weight        pic z,zzz,zz9.
    05 filler                 pic x(2)  value spaces.
    05 cl-weight-var           pic +zzz9.9.
    05 filler                 pic x(10) value spaces.

01 note-line.
    05 filler                 pic x(4)  value spaces.
    05 nt-text                 pic x(40).
    05 nt-date                 pic x(8).
    05 filler                 pic x(28) value spaces.

01 count-line.
    05 filler                 pic x(2)  value spaces.
    05 ct-label                pic x(20).
    05 ct-count                pic zzz,zz9.
    05 filler                 pic x(51) value spaces.

01 blank-line                 pic x(80) value spaces.

procedure division.
    perform accept-forecast-options

    open input history-file
    if ws-history-status not = '00'
        display 'SHIP-FORECAST: SHIP-HISTORY UNAVAILABLE, STATUS '
            ws-history-status
        move 8 to return-code
        stop run
    end-if

    open input carrier-master-file
    if ws-carrier-master-status not = '00'
        display 'SHIP-FORECAST: CARRIER-MASTER UNAVAILABLE, STATUS '
            ws-carrier-master-status
        close history-file
        move 8 to return-code
        stop run
    end-if
    perform load-carrier-master
    close carrier-master-file

    perform load-carrier-calendar
    perform load-holidays
    perform load-window-volume
    close history-file
    perform load-summary-trend

    perform tally-window-day
        varying ws-day-integer from ws-window-from-integer by 1
        until ws-day-integer >= ws-start-integer
    perform set-trend-factor
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > fcc-count

    perform forecast-one-carrier
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > fcc-count

    open output forecast-report-file
    move ws-start-date to hl-start-date
    move ws-end-date to hl-end-date
    move ws-near-pct to hl-near-pct
    write forecast-report-record from heading-line-1

    perform write-trend-section
    perform write-forecast-section
    perform write-capacity-section
    perform write-comparison-section
    perform write-forecast-totals
    close forecast-report-file

    open output new-forecast-file
    perform write-new-forecast-entry
        varying fdy-idx from 1 by 1
        until fdy-idx > fdy-count
    close new-forecast-file

    display 'SHIP-FORECAST: ' ws-start-date ' TO ' ws-end-date
        ' CARRIERS ' fcc-count
        ' OVER CAP ' ws-over-cap-count
        ' NEAR CAP ' ws-near-cap-count
    move 0 to return-code
    stop run.

accept-forecast-options.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:8) to ws-today-yyyymmdd
    compute ws-start-integer =
        function integer-of-date (ws-today-yyyymmdd) + 1

    display 'Forecast start yyyymmdd (blank = tomorrow) : '
        with no advancing
    accept ws-start-in
    display 'Near-capacity percent (blank for 90)       : '
        with no advancing
    accept ws-near-pct-in

    if ws-start-in not = spaces
        if ws-start-in is numeric
            move ws-start-in to ws-check-date
            if function test-date-yyyymmdd (ws-check-date) = 0
                compute ws-start-integer =
                    function integer-of-date (ws-check-date)
            else
                display 'INVALID START DATE - USING TOMORROW'
            end-if
        else
            display 'INVALID START DATE - USING TOMORROW'
        end-if
    end-if
    if ws-near-pct-in not = spaces
        if function test-numval (ws-near-pct-in) = 0
           and function numval (ws-near-pct-in) > 0
           and function numval (ws-near-pct-in) <= 100
            move function numval (ws-near-pct-in) to ws-near-pct
        else
            display 'INVALID NEAR-CAPACITY PERCENT - USING 90'
        end-if
    end-if

    compute ws-start-date = function date-of-integer (ws-start-integer)
    compute ws-end-integer = ws-start-integer + 13
    compute ws-end-date = function date-of-integer (ws-end-integer)
    compute ws-window-from-integer = ws-start-integer - 56
    compute ws-window-from-date =
        function date-of-integer (ws-window-from-integer)
    compute ws-recent-from-integer = ws-start-integer - 28
    compute ws-recent-from-date =
        function date-of-integer (ws-recent-from-integer).

load-carrier-master.
    move 'N' to ws-file-eof-switch
    perform read-carrier-master-record until ws-file-eof.

read-carrier-master-record.
    read carrier-master-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            perform store-carrier-entry
    end-read.

store-carrier-entry.
    if carrier-count >= 50
        display 'SHIP-FORECAST: CARRIER TABLE FULL, DROPPING ' cam-code
    else
        add 1 to carrier-count
        set carrier-idx to carrier-count
        move cam-code to carr-code (carrier-idx)
        move cam-name to carr-name (carrier-idx)
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
        perform add-forecast-carrier
    end-if.

add-forecast-carrier.
    if cam-eff-to >= ws-start-date
       and cam-eff-from <= ws-end-date
        set fcc-idx to 1
        if fcc-count > 0
            search forecast-carrier-entry
                at end
                    perform store-forecast-carrier
                when fcc-code (fcc-idx) = cam-code
                    continue
            end-search
        else
            perform store-forecast-carrier
        end-if
    end-if.

store-forecast-carrier.
    add 1 to fcc-count
    set fcc-idx to fcc-count
    initialize forecast-carrier-entry (fcc-idx)
    move cam-code to fcc-code (fcc-idx)
    move 1 to fcc-trend-factor (fcc-idx).

load-carrier-calendar.
    move 'N' to ws-file-eof-switch
    open input carrier-calendar-file
    if ws-carrier-calendar-status = '00'
        perform read-carrier-calendar-record until ws-file-eof
        close carrier-calendar-file
    end-if.

read-carrier-calendar-record.
    read carrier-calendar-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            evaluate true
                when ccal-weekday-line
                    perform store-calendar-week
                when ccal-holiday-line
                    perform store-calendar-holiday
                when other
                    continue
            end-evaluate
    end-read.

store-calendar-week.
    if calweek-count >= 100
        display 'SHIP-FORECAST: CALENDAR TABLE FULL, DROPPING '
            ccal-carr-code
    else
        add 1 to calweek-count
        set calweek-idx to calweek-count
        move ccal-carr-code to calw-code (calweek-idx)
        move ccal-eff-from to calw-eff-from (calweek-idx)
        move ccal-eff-to to calw-eff-to (calweek-idx)
        perform store-calendar-weekday
            varying ws-weekday-sub from 1 by 1
            until ws-weekday-sub > 7
    end-if.

store-calendar-weekday.
    move ccal-working-day (ws-weekday-sub)
        to calw-working-day (calweek-count ws-weekday-sub).

store-calendar-holiday.
    if calhol-count >= 200
        display 'SHIP-FORECAST: CARRIER HOLIDAY TABLE FULL, DROPPING '
            ccal-carr-code
    else
        add 1 to calhol-count
        set calhol-idx to calhol-count
        move ccal-carr-code to calh-code (calhol-idx)
        move ccal-holiday-date to calh-date (calhol-idx)
    end-if.

load-holidays.
    move 'N' to ws-file-eof-switch
    open input holiday-file
    if ws-holiday-status = '00'
        perform read-holiday-record until ws-file-eof
        close holiday-file
    end-if.

read-holiday-record.
    read holiday-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if ws-holiday-count >= 100
                display 'SHIP-FORECAST: HOLIDAY TABLE FULL, DROPPING '
                    holiday-in-date
            else
                add 1 to ws-holiday-count
                set holiday-idx to ws-holiday-count
                move holiday-in-date to holiday-date (holiday-idx)
            end-if
    end-read.

load-window-volume.
    move 'N' to ws-file-eof-switch
    perform read-history-record until ws-file-eof.

read-history-record.
    read history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if not hist-voided
               and hist-run-date numeric
                perform tally-history-record
            end-if
    end-read.

tally-history-record.
    if hist-run-date < ws-history-start-date
        move hist-run-date to ws-history-start-date
    end-if
    if hist-run-date >= ws-window-from-date
       and hist-run-date < ws-start-date
        move hist-shipping-method to ws-check-code
        move hist-run-date to ws-check-date
        perform find-volume-entry
        if vol-idx > 0
            add 1 to vol-orders (vol-idx)
            add hist-order-weight to vol-weight (vol-idx)
        end-if
    end-if.

find-volume-entry.
    set vol-idx to 1
    if vol-count > 0
        search volume-entry
            at end
                perform store-volume-entry
            when vol-code (vol-idx) = ws-check-code
                 and vol-date (vol-idx) = ws-check-date
                continue
        end-search
    else
        perform store-volume-entry
    end-if.

store-volume-entry.
    if vol-count >= 3000
        display 'SHIP-FORECAST: VOLUME TABLE FULL, DROPPING '
            ws-check-code ' ' ws-check-date
        set vol-idx to 0
    else
        add 1 to vol-count
        set vol-idx to vol-count
        move ws-check-code to vol-code (vol-idx)
        move ws-check-date to vol-date (vol-idx)
        move 0 to vol-orders (vol-idx)
        move 0 to vol-weight (vol-idx)
    end-if.

lookup-day-volume.
    move 0 to ws-day-orders
    move 0 to ws-day-weight
    if vol-count > 0
        set vol-idx to 1
        search volume-entry
            at end
                continue
            when vol-code (vol-idx) = ws-check-code
                 and vol-date (vol-idx) = ws-check-date
                move vol-orders (vol-idx) to ws-day-orders
                move vol-weight (vol-idx) to ws-day-weight
        end-search
    end-if.

load-summary-trend.
    move 'N' to ws-file-eof-switch
    open input summary-history-file
    if ws-summary-history-status = '00'
        perform read-summary-history-record until ws-file-eof
        close summary-history-file
    else
        display 'SHIP-FORECAST: SUMMARY-HISTORY UNAVAILABLE, STATUS '
            ws-summary-history-status ' - NO TREND APPLIED'
    end-if.

read-summary-history-record.
    read summary-history-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if sumh-run-date >= ws-window-from-date
               and sumh-run-date < ws-start-date
               and fcc-count > 0
                set fcc-idx to 1
                search forecast-carrier-entry
                    at end
                        continue
                    when fcc-code (fcc-idx) = sumh-method
                        perform tally-summary-record
                end-search
            end-if
    end-read.

tally-summary-record.
    if sumh-run-date >= ws-recent-from-date
        add sumh-order-count to fcc-recent-count (fcc-idx)
    else
        add sumh-order-count to fcc-earlier-count (fcc-idx)
    end-if.

tally-window-day.
    compute ws-check-date = function date-of-integer (ws-day-integer)
    if ws-check-date >= ws-history-start-date
        perform tally-carrier-window-day
            varying ws-carrier-sub from 1 by 1
            until ws-carrier-sub > fcc-count
    end-if.

tally-carrier-window-day.
    move fcc-code (ws-carrier-sub) to ws-check-code
    perform check-business-day
    perform lookup-day-volume
    add 1 to fcc-days (ws-carrier-sub ws-weekday-sub)
    add ws-day-orders to fcc-count-sum (ws-carrier-sub ws-weekday-sub)
    add ws-day-weight to fcc-weight-sum (ws-carrier-sub ws-weekday-sub).

set-trend-factor.
    if fcc-recent-count (ws-carrier-sub) > 0
       and fcc-earlier-count (ws-carrier-sub) > 0
        compute ws-trend-work rounded =
            fcc-recent-count (ws-carrier-sub) * 2
                / (fcc-recent-count (ws-carrier-sub)
                   + fcc-earlier-count (ws-carrier-sub))
        if ws-trend-work < 0.50
            move 0.50 to ws-trend-work
        end-if
        if ws-trend-work > 2.00
            move 2.00 to ws-trend-work
        end-if
        move ws-trend-work to fcc-trend-factor (ws-carrier-sub)
    end-if.

forecast-one-carrier.
    perform forecast-carrier-day
        varying ws-day-offset from 0 by 1
        until ws-day-offset > 13.

forecast-carrier-day.
    compute ws-day-integer = ws-start-integer + ws-day-offset
    compute ws-check-date = function date-of-integer (ws-day-integer)
    move fcc-code (ws-carrier-sub) to ws-check-code
    perform find-carrier-caps
    if ws-carrier-in-force
        if fdy-count >= 1000
            display 'SHIP-FORECAST: FORECAST TABLE FULL, DROPPING '
                ws-check-code ' ' ws-check-date
        else
            perform store-forecast-day
        end-if
    end-if.

find-carrier-caps.
    move 'N' to ws-carrier-found-switch
    set carrier-idx to 1
    search carrier-entry
        at end
            continue
        when carr-code (carrier-idx) = ws-check-code
             and ws-check-date >= carr-eff-from (carrier-idx)
             and ws-check-date <= carr-eff-to (carrier-idx)
            move 'Y' to ws-carrier-found-switch
    end-search.

store-forecast-day.
    add 1 to fdy-count
    set fdy-idx to fdy-count
    move ws-check-code to fdy-code (fdy-idx)
    move ws-check-date to fdy-date (fdy-idx)
    move carr-daily-cap-count (carrier-idx) to fdy-cap-count (fdy-idx)
    move carr-daily-cap-weight (carrier-idx) to fdy-cap-weight (fdy-idx)
    move 0 to fdy-orders (fdy-idx)
    move 0 to fdy-weight (fdy-idx)
    move 0 to fdy-load-pct (fdy-idx)
    move spaces to fdy-flag (fdy-idx)

    perform check-business-day
    move ws-weekday-sub to fdy-weekday-sub (fdy-idx)
    if fcc-days (ws-carrier-sub ws-weekday-sub) > 0
        compute fdy-orders (fdy-idx) rounded =
            fcc-count-sum (ws-carrier-sub ws-weekday-sub)
                / fcc-days (ws-carrier-sub ws-weekday-sub)
                * fcc-trend-factor (ws-carrier-sub)
        compute fdy-weight (fdy-idx) rounded =
            fcc-weight-sum (ws-carrier-sub ws-weekday-sub)
                / fcc-days (ws-carrier-sub ws-weekday-sub)
                * fcc-trend-factor (ws-carrier-sub)
    end-if
    perform rate-forecast-load
    if ws-is-business-day
        move 'W' to fdy-day-status (fdy-idx)
    else
        move 'C' to fdy-day-status (fdy-idx)
        add 1 to ws-closed-count
        if fdy-flag (fdy-idx) = spaces
            move 'CLOSED' to fdy-flag (fdy-idx)
        end-if
    end-if.

rate-forecast-load.
    move 0 to ws-count-pct
    move 0 to ws-weight-pct
    if fdy-cap-count (fdy-idx) > 0
        compute ws-count-pct rounded =
            fdy-orders (fdy-idx) * 100 / fdy-cap-count (fdy-idx)
    end-if
    if fdy-cap-weight (fdy-idx) > 0
        compute ws-weight-pct rounded =
            fdy-weight (fdy-idx) * 100 / fdy-cap-weight (fdy-idx)
    end-if
    if ws-count-pct > ws-weight-pct
        move ws-count-pct to fdy-load-pct (fdy-idx)
    else
        move ws-weight-pct to fdy-load-pct (fdy-idx)
    end-if
    evaluate true
        when fdy-cap-count (fdy-idx) = 0
             and fdy-cap-weight (fdy-idx) = 0
            continue
        when fdy-cap-count (fdy-idx) > 0
             and fdy-orders (fdy-idx) > fdy-cap-count (fdy-idx)
            move 'OVER CAP' to fdy-flag (fdy-idx)
            add 1 to ws-over-cap-count
        when fdy-cap-weight (fdy-idx) > 0
             and fdy-weight (fdy-idx) > fdy-cap-weight (fdy-idx)
            move 'OVER CAP' to fdy-flag (fdy-idx)
            add 1 to ws-over-cap-count
        when fdy-load-pct (fdy-idx) >= ws-near-pct
            move 'NEAR CAP' to fdy-flag (fdy-idx)
            add 1 to ws-near-cap-count
    end-evaluate.

check-business-day.
    move 'Y' to ws-business-day-switch
    compute ws-day-of-week =
        function mod (function integer-of-date (ws-check-date), 7)
    if ws-day-of-week = 0
        move 7 to ws-weekday-sub
    else
        move ws-day-of-week to ws-weekday-sub
    end-if

    perform find-carrier-weekdays
    if ws-calweek-found
        if calw-working-day (calweek-idx ws-weekday-sub) not = 'Y'
            move 'N' to ws-business-day-switch
        end-if
    else
        if ws-day-of-week = 0 or ws-day-of-week = 6
            move 'N' to ws-business-day-switch
        end-if
    end-if

    if ws-holiday-count > 0
        set holiday-idx to 1
        search holiday-entry
            at end
                continue
            when holiday-date (holiday-idx) = ws-check-date
                move 'N' to ws-business-day-switch
        end-search
    end-if

    if calhol-count > 0
        set calhol-idx to 1
        search calhol-entry
            at end
                continue
            when calh-code (calhol-idx) = ws-check-code
                 and calh-date (calhol-idx) = ws-check-date
                move 'N' to ws-business-day-switch
        end-search
    end-if.

find-carrier-weekdays.
    move 'N' to ws-calweek-found-switch
    if calweek-count > 0
        set calweek-idx to 1
        search calweek-entry
            at end
                continue
            when calw-code (calweek-idx) = ws-check-code
                 and ws-check-date >= calw-eff-from (calweek-idx)
                 and ws-check-date <= calw-eff-to (calweek-idx)
                move 'Y' to ws-calweek-found-switch
        end-search
    end-if.

write-trend-section.
    write forecast-report-record from blank-line
    move 'TREND BY CARRIER (SUMMARY-HISTORY ORDERS)' to sl-title
    write forecast-report-record from section-line
    perform write-trend-line
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > fcc-count.

write-trend-line.
    move fcc-code (ws-carrier-sub) to tl-code
    move fcc-recent-count (ws-carrier-sub) to tl-recent
    move fcc-earlier-count (ws-carrier-sub) to tl-earlier
    move fcc-trend-factor (ws-carrier-sub) to tl-factor
    write forecast-report-record from trend-line.

write-forecast-section.
    write forecast-report-record from blank-line
    move 'FORECAST BY CARRIER AND DAY' to sl-title
    write forecast-report-record from section-line
    write forecast-report-record from heading-line-2
    perform write-forecast-line
        varying fdy-idx from 1 by 1
        until fdy-idx > fdy-count.

write-forecast-line.
    move fdy-code (fdy-idx) to fl-code
    move fdy-date (fdy-idx) to fl-date
    move ws-weekday-name (fdy-weekday-sub (fdy-idx)) to fl-day
    move fdy-orders (fdy-idx) to fl-orders
    move fdy-cap-count (fdy-idx) to fl-cap-orders
    move fdy-weight (fdy-idx) to fl-weight
    move fdy-cap-weight (fdy-idx) to fl-cap-weight
    move fdy-load-pct (fdy-idx) to fl-load-pct
    move fdy-flag (fdy-idx) to fl-flag
    write forecast-report-record from forecast-line.

write-capacity-section.
    write forecast-report-record from blank-line
    move 'DAYS OVER OR NEAR CAPACITY' to sl-title
    write forecast-report-record from section-line
    write forecast-report-record from heading-line-2
    move 0 to ws-listed-count
    perform write-capacity-line
        varying fdy-idx from 1 by 1
        until fdy-idx > fdy-count
    if ws-listed-count = 0
        move 'NONE' to nt-text
        move spaces to nt-date
        write forecast-report-record from note-line
    end-if.

write-capacity-line.
    if fdy-flag (fdy-idx) = 'OVER CAP' or fdy-flag (fdy-idx) = 'NEAR CAP'
        perform write-forecast-line
        add 1 to ws-listed-count
    end-if.

write-comparison-section.
    write forecast-report-record from blank-line
    move 'PREVIOUS FORECAST AGAINST ACTUAL' to sl-title
    write forecast-report-record from section-line
    move 'N' to ws-file-eof-switch
    open input previous-forecast-file
    if ws-previous-forecast-status = '00'
        write forecast-report-record from heading-line-3
        perform read-previous-forecast-record until ws-file-eof
        close previous-forecast-file
    end-if
    if ws-compare-count = 0
        move 'NO PREVIOUS FORECAST DAYS NOW PAST' to nt-text
        move spaces to nt-date
        write forecast-report-record from note-line
    else
        move 'PREVIOUS FORECAST MADE' to nt-text
        move ws-previous-made-date to nt-date
        write forecast-report-record from note-line
        perform write-comparison-total
            varying ws-carrier-sub from 1 by 1
            until ws-carrier-sub > fcc-count
    end-if.

read-previous-forecast-record.
    read previous-forecast-file
        at end
            move 'Y' to ws-file-eof-switch
        not at end
            if fcr-ship-date >= ws-window-from-date
               and fcr-ship-date < ws-start-date
               and fcc-count > 0
                set fcc-idx to 1
                search forecast-carrier-entry
                    at end
                        continue
                    when fcc-code (fcc-idx) = fcr-carr-code
                        perform compare-previous-day
                end-search
            end-if
    end-read.

compare-previous-day.
    move fcr-made-date to ws-previous-made-date
    move fcr-carr-code to ws-check-code
    move fcr-ship-date to ws-check-date
    perform lookup-day-volume
    add 1 to ws-compare-count
    add 1 to fcc-prev-days (fcc-idx)
    add fcr-order-count to fcc-prev-forecast-count (fcc-idx)
    add ws-day-orders to fcc-prev-actual-count (fcc-idx)
    add fcr-order-weight to fcc-prev-forecast-weight (fcc-idx)
    add ws-day-weight to fcc-prev-actual-weight (fcc-idx)

    move fcr-carr-code to cl-code
    move fcr-ship-date to cl-date
    move fcr-order-count to cl-forecast-orders
    move ws-day-orders to cl-actual-orders
    move 0 to ws-variance-pct
    if fcr-order-count > 0
        compute ws-variance-pct rounded =
            (ws-day-orders - fcr-order-count) * 100 / fcr-order-count
    end-if
    move ws-variance-pct to cl-orders-var
    move fcr-order-weight to cl-forecast-weight
    move ws-day-weight to cl-actual-weight
    move 0 to ws-variance-pct
    if fcr-order-weight > 0
        compute ws-variance-pct rounded =
            (ws-day-weight - fcr-order-weight) * 100 / fcr-order-weight
    end-if
    move ws-variance-pct to cl-weight-var
    write forecast-report-record from compare-line.

write-comparison-total.
    if fcc-prev-days (ws-carrier-sub) > 0
        move fcc-code (ws-carrier-sub) to cl-code
        move 'TOTAL' to cl-date
        move fcc-prev-forecast-count (ws-carrier-sub)
            to cl-forecast-orders
        move fcc-prev-actual-count (ws-carrier-sub) to cl-actual-orders
        move 0 to ws-variance-pct
        if fcc-prev-forecast-count (ws-carrier-sub) > 0
            compute ws-variance-pct rounded =
                (fcc-prev-actual-count (ws-carrier-sub)
                 - fcc-prev-forecast-count (ws-carrier-sub)) * 100
                    / fcc-prev-forecast-count (ws-carrier-sub)
        end-if
        move ws-variance-pct to cl-orders-var
        move fcc-prev-forecast-weight (ws-carrier-sub)
            to cl-forecast-weight
        move fcc-prev-actual-weight (ws-carrier-sub) to cl-actual-weight
        move 0 to ws-variance-pct
        if fcc-prev-forecast-weight (ws-carrier-sub) > 0
            compute ws-variance-pct rounded =
                (fcc-prev-actual-weight (ws-carrier-sub)
                 - fcc-prev-forecast-weight (ws-carrier-sub)) * 100
                    / fcc-prev-forecast-weight (ws-carrier-sub)
        end-if
        move ws-variance-pct to cl-weight-var
        write forecast-report-record from compare-line
    end-if.

write-forecast-totals.
    write forecast-report-record from blank-line
    move 'CARRIER-DAYS' to ct-label
    move fdy-count to ct-count
    write forecast-report-record from count-line

    move 'DAYS OVER CAPACITY' to ct-label
    move ws-over-cap-count to ct-count
    write forecast-report-record from count-line

    move 'DAYS NEAR CAPACITY' to ct-label
    move ws-near-cap-count to ct-count
    write forecast-report-record from count-line

    move 'CLOSED DAYS' to ct-label
    move ws-closed-count to ct-count
    write forecast-report-record from count-line.

write-new-forecast-entry.
    move ws-today-yyyymmdd to nfcr-made-date
    move fdy-code (fdy-idx) to nfcr-carr-code
    move fdy-date (fdy-idx) to nfcr-ship-date
    move fdy-day-status (fdy-idx) to nfcr-day-status
    move fdy-orders (fdy-idx) to nfcr-order-count
    move fdy-weight (fdy-idx) to nfcr-order-weight
    write new-forecast-record.
