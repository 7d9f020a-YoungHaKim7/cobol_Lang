      *> ---------------------------------------------------------------
      *> PROCESSED-EXTRACT-RECORD
      *> One ORDERS extract SHIP-INTAKE accepted: the extract id, date
      *> and source system from its header, when it was accepted, and
      *> the counts its trailer proved. PROCESSED-EXTRACTS keeps one per
      *> extract ever accepted, and an extract whose id is already on it
      *> is refused as a resend. The extract accepted for tonight's
      *> cycle is also left on ORDERS-INTAKE, where SHIP-RUNINIT picks
      *> up the id for the run's RUN-CONTROL header.
      *> ---------------------------------------------------------------
       01  processed-extract-record.
           05  pxl-extract-id              pic x(12).
           05  pxl-creation-date           pic 9(8).
           05  pxl-source-system           pic x(8).
           05  pxl-accepted-timestamp      pic x(14).
           05  pxl-order-count             pic 9(7).
           05  pxl-package-count           pic 9(7).
           05  pxl-weight-hash             pic 9(9)v99.
