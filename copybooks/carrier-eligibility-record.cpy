      *> ---------------------------------------------------------------
      *> CARRIER-ELIGIBILITY-RECORD
      *> One effective-dated row of the CARRIER-ELIGIBILITY master: a
      *> commodity/hazard class a carrier accepts to a destination
      *> country. Spaces in the country accept the class to every
      *> destination; domestic orders match 'US'. A class with no row
      *> for a carrier is refused by that carrier. General freight
      *> (spaces class) needs no row and every carrier takes it.
      *> ---------------------------------------------------------------
       01  carrier-eligibility-record.
           05  cel-hazard-class            pic x(2).
           05  cel-carr-code               pic x(2).
           05  cel-dest-country            pic x(2).
           05  cel-eff-from                pic 9(8).
           05  cel-eff-to                  pic 9(8).
