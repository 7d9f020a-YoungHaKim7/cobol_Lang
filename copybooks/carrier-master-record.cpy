      *> zero (or blank on rows predating the fields) means unlimited.
           05  cam-daily-cap-count         pic 9(5).
           05  cam-daily-cap-weight        pic 9(7).
      *> Dimensional-weight divisor (cubic inches per billable pound);
      *> cartons are billed on the greater of actual and L x W x H over
      *> this figure. Zero (or blank on older rows) means the carrier
      *> bills on actual weight only.
           05  cam-dim-divisor             pic 9(3).
      *> Block of tracking numbers the carrier has issued us. SHIP-TRACK
      *> stamps each carton with the carrier code followed by the next
      *> serial in this range; the counter itself lives on
      *> TRACKING-CONTROL so a rate-desk change to this row cannot
      *> wind it back. Zeros (or blank) means no range is on file.
           05  cam-track-from              pic 9(10).
           05  cam-track-to                pic 9(10).
