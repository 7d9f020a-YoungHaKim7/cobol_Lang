           05  sus-quote-id                pic x(10).
           05  sus-reason                  pic x(30).
           05  sus-first-seen-date         pic 9(8).
           05  sus-carton-length           pic 9(3).
           05  sus-carton-width            pic 9(3).
           05  sus-carton-height           pic 9(3).
           05  sus-hazard-class            pic x(2).
