      *> appended by each batch program: step name, start/end
      *> timestamps and its record counts, so a cycle can be proven
      *> balanced after the fact. The run-id is also stamped on ship
      *> output and audit records. An 'RB' record is appended by
      *> SHIP-ROLLBACK for each run it backs out: the run-id undone,
      *> the operator who ordered it and the count of shipments whose
      *> postings went with it. A run with an 'RB' record no longer
      *> stands; its audit entries are kept as a trail only.
      *> The 'RH' header also carries the id of the ORDERS extract
      *> SHIP-INTAKE accepted for the run; spaces on other records.
      *> ---------------------------------------------------------------
       01  run-control-record.
           05  rc-record-type              pic x(2).
               88  rc-header                   value 'RH'.
               88  rc-step                     value 'RS'.
               88  rc-rollback                 value 'RB'.
           05  rc-run-id                   pic x(8).
           05  rc-step-name                pic x(12).
           05  rc-start-timestamp          pic x(14).
           05  rc-exception-count          pic 9(7).
           05  rc-duplicate-count          pic 9(7).
           05  rc-operator                 pic x(20).
           05  rc-extract-id               pic x(12).
