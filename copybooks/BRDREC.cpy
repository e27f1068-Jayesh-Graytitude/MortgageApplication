      *   H1 - one header per loan: borrower, property, loan terms,
      *        monthly P&I and escrow, funded and first-payment
      *        dates, and - for an adjustable-rate loan - the ARM
      *        plan terms (blank on a fixed-rate loan), and the
      *        disclosed APR
      *   D1 - one detail per payment period, from the stored
      *        amortization schedule (AMSCHD)
      * Both record types are 210 bytes; the servicing system's
      * no mortgage insurance.
           05  BRD-H-MONTHLY-MI             PIC 9(5)V99.
           05  BRD-H-MI-COVERAGE-PCT        PIC 9(3).
      * Annual percentage rate disclosed on the loan - zero on a
      * loan decided before the APR was computed.
           05  BRD-H-APR-PCT                PIC 9(2)V999.
      *
       01  BOARDING-DETAIL-RECORD.
           05  BRD-D-RECORD-TYPE            PIC X(2).
