      *> ---------------------------------------------------------------
      *> PROFIT-WORK-RECORD
      *> One order-keyed money item for the month's profitability
      *> report: a shipment charge from the history master ('S'), an
      *> RMA or void credit from RETURNS-OUTPUT ('C', negative), a
      *> billing adjustment ('A', signed, ours minus billed), or a
      *> carrier's invoice line from CARRIER-INVOICE-HIST ('I', what
      *> the carrier billed us). SHIP-PROFIT sorts these on order key so
      *> each shipment's revenue and carrier cost meet in one pass.
      *> ---------------------------------------------------------------
       01  profit-work-record.
           05  pwk-order-key               pic x(10).
           05  pwk-source                  pic x(1).
               88  pwk-adjustment              value 'A'.
               88  pwk-credit                  value 'C'.
               88  pwk-invoice                 value 'I'.
               88  pwk-shipment                value 'S'.
           05  pwk-amount                  pic s9(5)v99
                                               sign leading separate.
           05  pwk-account-number          pic x(8).
           05  pwk-carr-code               pic x(2).
      *> Lane and status of the shipment; spaces/zero for other items.
           05  pwk-dest-country            pic x(2).
           05  pwk-dest-zone               pic 9(1).
           05  pwk-ship-status             pic x(1).
           05  pwk-run-date                pic 9(8).
