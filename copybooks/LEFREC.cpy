      ******************************************************************
      * LEFREC - Loan Estimate / Closing Disclosure fee record.
      * Backing file: LEFFIL, a VSAM KSDS keyed on application number
      * plus fee code (12 bytes at offset 0). One record per fee
      * quoted or charged on a loan.
      *
      * LNLTR writes the Loan Estimate side the night the loan is
      * approved - each fee priced off the fee schedule (FEEREC), with
      * the tolerance bucket and payee it was disclosed under. A loan
      * approved again (repriced at the lock desk and back through
      * underwriting) is a changed circumstance: its snapshot is
      * replaced with the revised figures. LNCLOSE fills in the
      * Closing Disclosure side when the loan funds - the fee
      * actually charged, and the cure paid when a zero-tolerance fee
      * rose. A fee charged at closing that was never quoted gets a
      * record with a zero LE amount and no LE date. The 10% bucket
      * is cured in aggregate, not per fee, so its cure appears on
      * LNCLOSE's tolerance report rather than on these records.
      ******************************************************************
       01  LE-FEE-RECORD.
           05  LEF-KEY.
               10  LEF-APPL-NUMBER           PIC X(10).
               10  LEF-FEE-CODE              PIC X(2).
           05  LEF-LE-DATE                   PIC X(8).
           05  LEF-LE-LOAN-AMOUNT            PIC 9(9)V99.
           05  LEF-LE-AMOUNT                 PIC 9(7)V99.
           05  LEF-TOLERANCE                 PIC X(1).
               88  LEF-ZERO-TOLERANCE          VALUE 'Z'.
               88  LEF-TEN-PCT-TOLERANCE       VALUE 'T'.
               88  LEF-NO-TOLERANCE            VALUE 'U'.
           05  LEF-PAID-TO                   PIC X(1).
               88  LEF-TO-LENDER               VALUE 'L'.
               88  LEF-TO-THIRD-PARTY          VALUE 'T'.
      * Spaces and zero until the loan funds.
           05  LEF-CD-DATE                   PIC X(8).
           05  LEF-CD-AMOUNT                 PIC 9(7)V99.
           05  LEF-CURE-AMOUNT               PIC 9(7)V99.
           05  FILLER                        PIC X(32).
