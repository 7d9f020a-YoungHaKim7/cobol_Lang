      *> ---------------------------------------------------------------
      *> ACCOUNT-NOTIFY-RECORD
      *> One account that receives advance ship notices, and which of
      *> the three kinds it wants: 'Y' for shipped (from SHIP-OUTPUT),
      *> delivered (a confirmation SHIP-SLA posted) and overdue (a
      *> shipment SHIP-CHASE flagged). An account with no row gets no
      *> notices at all.
      *> ---------------------------------------------------------------
       01  account-notify-record.
           05  anm-account-number          pic x(8).
           05  anm-shipped-flag            pic x(1).
               88  anm-wants-shipped           value 'Y'.
           05  anm-delivered-flag          pic x(1).
               88  anm-wants-delivered         value 'Y'.
           05  anm-overdue-flag            pic x(1).
               88  anm-wants-overdue           value 'Y'.
