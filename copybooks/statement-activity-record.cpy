      *> STATEMENT-ACTIVITY-RECORD
      *> One line of a customer account's month: a shipment charge from
      *> the history master ('S'), an RMA credit from RETURNS-OUTPUT
      *> ('C', negative), a billing adjustment ('A', signed, ours
      *> minus billed), or the credit for a voided shipment ('V',
      *> negative). SHIP-STATEMENT collects these, sorts them by
      *> account, and prints one activity statement per account.
      *> ---------------------------------------------------------------
       01  statement-activity-record.
               88  act-shipment                value 'S'.
               88  act-credit                  value 'C'.
               88  act-adjustment              value 'A'.
               88  act-void-credit             value 'V'.
           05  act-ref-key                 pic x(10).
           05  act-date                    pic 9(8).
           05  act-method                  pic x(2).
