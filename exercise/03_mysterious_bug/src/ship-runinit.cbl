        organization is line sequential
        file status is ws-auth-reject-status.

    select intake-file assign to "ORDERS-INTAKE"
        organization is line sequential
        file status is ws-intake-status.

data division.
file section.
fd  sign-on-log-file.
fd  auth-reject-file.
    copy "auth-reject-record.cpy".

fd  intake-file.
    copy "processed-extract-record.cpy".

working-storage section.
01 ws-sign-on-status          pic xx.
01 ws-run-control-status      pic xx.
01 ws-operator-master-status  pic xx.
01 ws-auth-reject-status      pic xx.
01 ws-intake-status           pic xx.

01 ws-operator-eof-switch     pic x value 'N'.
    88 ws-operator-eof               value 'Y'.

01 ws-operator-name           pic x(20) value 'UNKNOWN'.

01 ws-extract-id              pic x(12) value spaces.

01 ws-last-run-seq            pic 9(7) value 0.
01 ws-run-id                  pic x(8).
01 ws-run-id-breakout redefines ws-run-id.
        move 8 to return-code
        stop run
    end-if
    perform read-accepted-extract
    perform find-last-run-id
    perform append-run-header
    display 'SHIP-RUNINIT: RUN-ID ' ws-run-id
        ' OPERATOR ' ws-operator-name
        ' EXTRACT ' ws-extract-id
    move 0 to return-code
    stop run.

    write auth-reject-record
    close auth-reject-file.

read-accepted-extract.
    open input intake-file
    if ws-intake-status = '00'
        read intake-file
            not at end
                move pxl-extract-id to ws-extract-id
        end-read
        close intake-file
    end-if.

find-last-run-id.
    open input run-control-file
    if ws-run-control-status = '00'
    move 0 to rc-exception-count
    move 0 to rc-duplicate-count
    move ws-operator-name to rc-operator
    move ws-extract-id to rc-extract-id
    write run-control-record

    close run-control-file.
