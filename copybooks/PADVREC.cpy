      ******************************************************************
      * PADVREC - Investor purchase advice record.
      * The fixed-format advice file an investor sends when it buys
      * loans we delivered, one record per loan purchased - read by
      * LNPURCH, which matches each advice to the allocated loan on
      * LNAPFIL, marks the loan purchased, and posts the sale to the
      * GL. Display-numeric throughout, the way the investors send
      * it. The price is in percent of par (101.250 = 101.25) against
      * the loan's note amount; the fee deduction is whatever the
      * investor netted out of the wire (funding, tax service, and
      * the like - blank means none).
      ******************************************************************
       01  PURCHASE-ADVICE-RECORD.
           05  PAD-LOAN-NUMBER               PIC X(10).
           05  PAD-COMMIT-NUMBER             PIC X(10).
           05  PAD-INVESTOR-ID               PIC X(4).
           05  PAD-PRICE-PCT                 PIC 9(3)V999.
           05  PAD-PURCHASE-DATE             PIC X(8).
           05  PAD-FEE-DEDUCTION             PIC 9(7)V99.
           05  PAD-FEE-DEDUCTION-X REDEFINES PAD-FEE-DEDUCTION
                                             PIC X(9).
           05  FILLER                        PIC X(33).
