      *> ---------------------------------------------------------------
      *> INTEGRITY-WORK-RECORD
      *> One order-keyed fact gathered by SHIP-INTEGRITY from the files
      *> it cross-checks: a live or archived history record, an audit
      *> entry, or an open suspense item. The facts are sorted on order
      *> key (audit entries in timestamp order) so every file's view of
      *> one order arrives together and can be compared in one pass.
      *> ---------------------------------------------------------------
       01  integrity-work-record.
           05  iwk-order-key               pic x(10).
           05  iwk-source                  pic x(1).
               88  iwk-live-history            value 'H'.
               88  iwk-archived-history        value 'A'.
               88  iwk-audit-entry             value 'U'.
               88  iwk-exception-suspense      value 'E'.
               88  iwk-held-suspense           value 'D'.
               88  iwk-recon-suspense          value 'R'.
      *> Audit timestamp; spaces for the other sources.
           05  iwk-timestamp               pic x(14).
      *> History ship status, or the audit entry type.
           05  iwk-status                  pic x(1).
      *> History charge, or the charge the audit entry recorded.
           05  iwk-charge                  pic 9(3)v99.
      *> History run date; zeros for the other sources.
           05  iwk-run-date                pic 9(8).
           05  iwk-run-id                  pic x(8).
