    05 filler                 pic x(7)  value '  SURCH'.
    05 filler                 pic x(1)  value spaces.
    05 cp-surcharge            pic zz9.99.
    05 filler                 pic x(11) value '  CONTRACT '.
    05 cp-contract-id          pic x(8).
    05 filler                 pic x(7)  value spaces.

01 count-line.
    05 filler                 pic x(1)  value spaces.
    move aud-base-charge to cp-base
    move aud-discount-amount to cp-discount
    move aud-surcharge-amount to cp-surcharge
    move aud-contract-id to cp-contract-id
    write inquiry-report-record from component-line.

write-count-lines.
