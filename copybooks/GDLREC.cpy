      ******************************************************************
      * GDLREC - Effective-dated underwriting guideline record.
      * Backing file: GDLFIL, a VSAM KSDS keyed on loan type + state
      * + county + effective date, loaded by GDLLOAD from the credit
      * policy desk's guideline sheet the same way RATELOAD loads the
      * rate sheet. Replaces the DTI/LTV limits LNUNDW used to carry
      * compiled in, the same for every loan type.
      *
      * Each record is one complete set of limits for a loan type in
      * an area: state spaces is the nationwide row for the type,
      * county 000 the statewide row for the state. LNUNDW takes the
      * most specific row in force - the property's county, then its
      * state, then nationwide - so the desk keys a county row only
      * where that county differs (a high-cost loan limit, a USDA
      * income limit), and every row carries every limit.
      *
      * The effective date is carried in the key as its nines
      * complement (99999999 - YYYYMMDD), the RATEREC arrangement:
      * the row in force on an application date is the first record
      * at or after (type, state, county, complement-of-date) on an
      * ascending START/READ NEXT.
      *
      * A zero minimum score, loan amount, residual-income table, or
      * income limit means that test does not apply to the row. The
      * residual-income table (VA) is the monthly income that must
      * be left after all monthly obligations, including the
      * qualifying housing payment, by household size one through
      * five, plus the amount per member beyond five. The income
      * limits (USDA) are annual household income, for households
      * of one to four and of five or more.
      ******************************************************************
       01  GUIDELINE-RECORD.
           05  GDL-KEY.
               10  GDL-LOAN-TYPE             PIC X(2).
               10  GDL-STATE                 PIC X(2).
               10  GDL-COUNTY                PIC X(3).
               10  GDL-EFFDT-COMPLEMENT      PIC 9(8).
           05  GDL-EFFECTIVE-DATE            PIC X(8).
           05  GDL-LIMITS.
               10  GDL-DTI-APPROVE-MAX       PIC 9(3)V99.
               10  GDL-DTI-REFER-MAX         PIC 9(3)V99.
               10  GDL-LTV-APPROVE-MAX       PIC 9(3)V99.
               10  GDL-LTV-REFER-MAX         PIC 9(3)V99.
               10  GDL-MIN-CREDIT-SCORE      PIC 9(3).
               10  GDL-MAX-LOAN-AMOUNT       PIC 9(9).
               10  GDL-RESIDUAL-INCOME-MIN   PIC 9(4)
                                             OCCURS 5 TIMES.
               10  GDL-RESIDUAL-ADDL-MEMBER  PIC 9(3).
               10  GDL-INCOME-LIMIT-SMALL    PIC 9(6).
               10  GDL-INCOME-LIMIT-LARGE    PIC 9(6).
           05  FILLER                        PIC X(10).
