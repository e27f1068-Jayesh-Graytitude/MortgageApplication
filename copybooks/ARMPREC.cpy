           05  ARM-INDEX-MARGIN-PCT          PIC 9(2)V999.
           05  ARM-PERIODIC-CAP-PCT          PIC 9(2)V999.
           05  ARM-LIFETIME-CAP-PCT          PIC 9(2)V999.
      * Current value of the plan's index, as the desk last published
      * it - the fully-indexed rate LNUNDW discloses the APR at is
      * this plus the margin. Spaces on a plan loaded before the
      * field existed (or published without one).
           05  ARM-INDEX-VALUE-PCT           PIC 9(2)V999.
           05  ARM-INDEX-VALUE-X REDEFINES ARM-INDEX-VALUE-PCT
                                             PIC X(5).
           05  FILLER                        PIC X(2).
