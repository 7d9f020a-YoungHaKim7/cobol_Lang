identification division.
program-id.
     ship-handoff.

environment division.
input-output section.
file-control.
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

data division.
file section.
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

working-storage section.
copy "manifest-line.cpy".

01 ws-transmit-log-status     pic xx.
01 ws-manifest-status         pic xx.

01 ws-transmit-eof-switch     pic x value 'N'.
    88 ws-transmit-eof               value 'Y'.

01 ws-manifest-found-switch   pic x.
    88 ws-manifest-found             value 'Y'.

01 ws-already-sent-switch     pic x.
    88 ws-already-sent               value 'Y'.

01 ws-current-date-time       pic x(21).
01 ws-handoff-timestamp       pic x(14).

01 ws-manifest-line           pic x(60).

01 ws-carrier-codes           pic x(8) value 'USFXUGU2'.
01 ws-carrier-code-table redefines ws-carrier-codes.
    05 ws-carrier-code        pic x(2) occurs 4 times.
01 ws-carrier-sub             pic 9.

01 transmit-count             pic 9(3) value 0.
01 transmit-table.
    05 transmit-entry occurs 1 to 500 times
            depending on transmit-count
            indexed by transmit-idx.
        10 tx-carr-code           pic x(2).
        10 tx-run-date            pic 9(8).

01 ws-handed-off-count        pic 9(2) value 0.
01 ws-already-sent-count      pic 9(2) value 0.
01 ws-absent-count            pic 9(2) value 0.

procedure division.
    move function current-date to ws-current-date-time
    move ws-current-date-time (1:14) to ws-handoff-timestamp

    perform load-transmit-log

    open extend transmit-log-file
    if ws-transmit-log-status not = '00'
        open output transmit-log-file
    end-if
    if ws-transmit-log-status not = '00'
        display 'SHIP-HANDOFF: MANIFEST-TRANSMITTED UNAVAILABLE, STATUS '
            ws-transmit-log-status
        move 8 to return-code
        stop run
    end-if

    perform hand-off-manifest
        varying ws-carrier-sub from 1 by 1
        until ws-carrier-sub > 4
    close transmit-log-file

    display 'SHIP-HANDOFF: HANDED OFF ' ws-handed-off-count
        ' ALREADY SENT ' ws-already-sent-count
        ' NO MANIFEST ' ws-absent-count
    move 0 to return-code
    stop run.

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
        display 'SHIP-HANDOFF: TRANSMIT LOG TABLE FULL, DROPPING '
            mtx-carr-code ' ' mtx-run-date
    else
        add 1 to transmit-count
        set transmit-idx to transmit-count
        move mtx-carr-code to tx-carr-code (transmit-idx)
        move mtx-run-date to tx-run-date (transmit-idx)
    end-if
    perform read-transmit-record.

hand-off-manifest.
    perform read-manifest-header
    if not ws-manifest-found
        add 1 to ws-absent-count
    else
        perform check-already-sent
        if ws-already-sent
            add 1 to ws-already-sent-count
            display 'SHIP-HANDOFF: ' hdr-carr-code ' ' hdr-run-date
                ' ALREADY ON MANIFEST-TRANSMITTED'
        else
            move hdr-carr-code to mtx-carr-code
            move hdr-run-date to mtx-run-date
            move ws-handoff-timestamp to mtx-timestamp
            write manifest-transmit-record
            add 1 to ws-handed-off-count
            display 'SHIP-HANDOFF: ' hdr-carr-code ' ' hdr-run-date
                ' HANDED OFF'
        end-if
    end-if.

read-manifest-header.
    move 'N' to ws-manifest-found-switch
    move spaces to ws-manifest-line
    evaluate ws-carrier-sub
        when 1
            open input manifest-us-file
            if ws-manifest-status = '00'
                read manifest-us-file into ws-manifest-line
                    at end
                        continue
                end-read
                close manifest-us-file
            end-if
        when 2
            open input manifest-fx-file
            if ws-manifest-status = '00'
                read manifest-fx-file into ws-manifest-line
                    at end
                        continue
                end-read
                close manifest-fx-file
            end-if
        when 3
            open input manifest-ug-file
            if ws-manifest-status = '00'
                read manifest-ug-file into ws-manifest-line
                    at end
                        continue
                end-read
                close manifest-ug-file
            end-if
        when 4
            open input manifest-u2-file
            if ws-manifest-status = '00'
                read manifest-u2-file into ws-manifest-line
                    at end
                        continue
                end-read
                close manifest-u2-file
            end-if
    end-evaluate
    move ws-manifest-line to header-line
    if hdr-record-type = 'H'
       and hdr-carr-code = ws-carrier-code (ws-carrier-sub)
       and hdr-run-date numeric
        move 'Y' to ws-manifest-found-switch
    end-if.

check-already-sent.
    move 'N' to ws-already-sent-switch
    if transmit-count > 0
        set transmit-idx to 1
        search transmit-entry
            at end
                continue
            when tx-carr-code (transmit-idx) = hdr-carr-code
                 and tx-run-date (transmit-idx) = hdr-run-date
                move 'Y' to ws-already-sent-switch
        end-search
    end-if.
