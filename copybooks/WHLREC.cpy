      ******************************************************************
      * WHLREC - Warehouse line master record.
      * Backing file: WHLFIL, a VSAM KSDS keyed on the line id,
      * loaded and maintained by WHLLOAD from the treasury desk's
      * line sheet the same way CMTLOAD maintains the commitment
      * master. One record per warehouse credit line: the bank
      * carrying it, the credit limit, how many days a loan may sit
      * on the line before the bank wants it sold or curtailed, and
      * whether the line is open for new draws.
      *
      * WHL-BALANCE is the running total drawn and not yet paid
      * down: LNCLOSE adds the cash the line advanced for each loan
      * it funds (and will not fund a loan on a line without room
      * for it), LNPURCH takes the loan's draw back off when the
      * investor's purchase pays the line down. WHLLOAD preserves it
      * on a replace, so re-applying a corrected sheet never erases
      * the draw history. The lines are tried in line-id order, so
      * treasury numbers its preferred line lowest. LNWHAGE ages the
      * loans still on each line against its aging limit.
      ******************************************************************
       01  WAREHOUSE-LINE-RECORD.
           05  WHL-LINE-ID                   PIC X(4).
           05  WHL-BANK-NAME                 PIC X(20).
           05  WHL-LINE-LIMIT                PIC 9(11)V99 COMP-3.
           05  WHL-BALANCE                   PIC 9(11)V99 COMP-3.
           05  WHL-AGING-LIMIT-DAYS          PIC 9(3).
           05  WHL-STATUS                    PIC X(1).
               88  WHL-OPEN                    VALUE 'O'.
               88  WHL-CLOSED                  VALUE 'C'.
           05  FILLER                        PIC X(18).
