           05  cus-order-weight            pic 9(3)v9(2).
           05  cus-shipping-charge         pic 9(3)v99.
           05  cus-run-id                  pic x(8).
      *> Hazard class the broker must declare; spaces for general
      *> freight.
           05  cus-hazard-class            pic x(2).
