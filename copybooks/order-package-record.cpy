           05  opk-order-key               pic x(10).
           05  opk-package-seq             pic 9(2).
           05  opk-package-weight          pic 9(3)v9(2).
      *> Outside carton dimensions in whole inches, for dimensional-
      *> weight rating; zeros or spaces when not taken.
           05  opk-carton-length           pic 9(3).
           05  opk-carton-width            pic 9(3).
           05  opk-carton-height           pic 9(3).
      *> Hazard class of this carton's contents; spaces for general
      *> freight. Every class on the order must be accepted by the
      *> carrier it ships with.
           05  opk-hazard-class            pic x(2).
