      *> ---------------------------------------------------------------
      *> CARRIER-FORECAST-RECORD
      *> One carrier-day of the two-week volume forecast SHIP-FORECAST
      *> makes each week: the date the forecast was made, the carrier
      *> and the run date of the nightly rating run, and the projected
      *> order count and order weight that run will count against the
      *> CARRIER-MASTER daily caps. A day the carrier does not work -
      *> off its CARRIER-CALENDAR week, or a company or carrier
      *> holiday - is marked closed; the nightly run still rates and
      *> counts that night, so it is forecast like any other. The next
      *> week's run reads the file back to show how the forecast
      *> compared with what shipped.
      *> ---------------------------------------------------------------
       01  carrier-forecast-record.
           05  fcr-made-date               pic 9(8).
           05  fcr-carr-code               pic x(2).
           05  fcr-ship-date               pic 9(8).
           05  fcr-day-status              pic x(1).
               88  fcr-working-day             value 'W'.
               88  fcr-closed-day              value 'C'.
           05  fcr-order-count             pic 9(5).
           05  fcr-order-weight            pic 9(7)v99.
