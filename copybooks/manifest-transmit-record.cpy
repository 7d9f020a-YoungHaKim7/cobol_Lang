      *> ---------------------------------------------------------------
      *> MANIFEST-TRANSMIT-RECORD
      *> One line of the MANIFEST-TRANSMITTED log, appended by
      *> SHIP-HANDOFF when a carrier's SHIP-MANIFEST-xx extract is
      *> handed to the carrier: the carrier, the run date on the
      *> manifest header, and when it went.
      *> Once a manifest is on this log it is out of our hands, and
      *> SHIP-VOID refuses to take an order off it.
      *> ---------------------------------------------------------------
       01  manifest-transmit-record.
           05  mtx-carr-code               pic x(2).
           05  mtx-run-date                pic 9(8).
           05  mtx-timestamp               pic x(14).
