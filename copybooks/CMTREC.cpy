      * never erases delivery history. Remaining room is committed
      * minus delivered; LNALLOC stops allocating when a loan no
      * longer fits, and the utilization report shows how close each
      * commitment is to full or to expiry. The weekly LNINTEG audit
      * recomputes it from the loans stamped with the commitment and
      * corrects an overstated total through CMTLOAD (status D line).
      ******************************************************************
       01  COMMITMENT-RECORD.
           05  CMT-COMMIT-NUMBER             PIC X(10).
           05  CMT-STATUS                    PIC X(1).
               88  CMT-OPEN                    VALUE 'O'.
               88  CMT-CLOSED                  VALUE 'C'.
      * The price the investor committed to pay, percent of par
      * (101.250 = 101.25), keyed on the commitment sheet. LNPURCH
      * lists any purchase advice priced differently. Zero when the
      * sheet carried no price, and spaces (not valid packed) on a
      * commitment loaded before the price existed - either way the
      * price is not tested.
           05  CMT-PRICE-PCT                 PIC 9(3)V999 COMP-3.
           05  FILLER                        PIC X(11).
