      ******************************************************************
      * FEEREC - Closing fee schedule record.
      * Backing file: FEEFIL, a VSAM KSDS keyed on loan type + state
      * + fee code (6 bytes at offset 0), loaded by FEELOAD from the
      * closing desk's fee sheet the same way RATELOAD loads the rate
      * sheet. Replaces the one-point origination fee LNCLOSE used to
      * carry compiled in.
      *
      * One record per fee a loan type is charged in a state; state
      * spaces is the nationwide row for the type, used for any state
      * with no row of its own for that fee. The fee codes are the
      * FEECODE table entries. A fee is either a flat dollar amount
      * or a percentage of the loan amount (points), and carries the
      * TRID tolerance bucket it is disclosed under - zero tolerance
      * (lender and affiliate charges, and services the borrower may
      * not shop for), the 10% aggregate bucket (recording fees, and
      * third-party services chosen off the lender's list), or
      * unlimited - and who is paid it: lender fees are fee income at
      * funding, third-party fees are passed through to the provider.
      *
      * LNLTR prices the schedule at approval and snapshots the
      * quoted fees to the Loan Estimate fee file (LEFREC); LNCLOSE
      * prices it again at funding and holds the final fees to that
      * snapshot, bucket by bucket. LNUNDW prices the lender fees at
      * decision as the prepaid finance charge in the APR.
      ******************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEE-KEY.
               10  FEE-LOAN-TYPE             PIC X(2).
               10  FEE-STATE                 PIC X(2).
               10  FEE-CODE                  PIC X(2).
           05  FEE-BASIS                     PIC X(1).
               88  FEE-FLAT-AMOUNT             VALUE 'F'.
               88  FEE-PCT-OF-LOAN             VALUE 'P'.
           05  FEE-AMOUNT                    PIC 9(7)V99.
           05  FEE-PERCENT                   PIC 9(2)V999.
           05  FEE-TOLERANCE                 PIC X(1).
               88  FEE-ZERO-TOLERANCE          VALUE 'Z'.
               88  FEE-TEN-PCT-TOLERANCE       VALUE 'T'.
               88  FEE-NO-TOLERANCE            VALUE 'U'.
           05  FEE-PAID-TO                   PIC X(1).
               88  FEE-TO-LENDER               VALUE 'L'.
               88  FEE-TO-THIRD-PARTY          VALUE 'T'.
           05  FILLER                        PIC X(57).
