      ******************************************************************
      * LNGLBAL - End-of-day GL balancing and summarization.
      * Batch program that sits between LNCLOSE's GLPOST file and
      * accounting. LNCLOSE writes the detail lines per funded loan
      * (loan receivable debit, fee income and third-party fee
      * credits, escrow liability credit, and a tolerance-cure debit
      * when the loan was cured) and by design leaves the offsetting
      * funding entry to be supplied downstream - so the raw file
      * never balances and nothing on our side proved it before it
      * left. This program:
      *   (a) generates the offsetting warehouse-funding cash entry
      *       per loan (the net cash out the door: principal less the
      *       fee and escrow withheld at closing),
      *       nothing is written to GLREL and the step ends RC=8 so
      *       the scheduler stops - when the file is out of balance.
      * GLPOST arrives grouped by loan (LNCLOSE writes each loan's
      * lines together), which is what the loan-break offset
      * generation below counts on.
      * LNPURCH's investor-purchase entries ride in behind LNCLOSE's
      * on the same DD, grouped by loan the same way. Each sale's
      * lines already balance on their own - the warehouse paydown
      * and the proceeds are in them - so a loan whose lines net to
      * zero gets no generated offset; it is counted as a sale, not
      * as a loan funded.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-OFFSET-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-SUMMARY-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BAD-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SALE-COUNT             PIC 9(7) VALUE ZERO.
      *
      * Warehouse-funding cash account the generated offset posts to,
      * alongside the accounts LNCLOSE already uses.
       01  WS-ACCT-WAREHOUSE-CASH        PIC X(10) VALUE '1000500000'.
      *
      * Loan-break state: the loan whose detail lines are in hand and
           05  WS-AMOUNT-HASH            PIC 9(13)V99 COMP-3 VALUE ZERO.
       01  WS-LOAN-NUMBER-NUM            PIC 9(10).
      *
      * Account/date summary accumulators. Five funding accounts, the
      * warehouse cash account, and LNPURCH's three sale accounts
      * leave plenty of room in 20 slots;
      * a 21st account/date pairing in one run would be a sign
      * something upstream is broken anyway, and is reported as such.
       01  WS-SUMMARY-TABLE.
      * debited, less the fee and escrow credits withheld from the
      * disbursement). Credited when cash went out the door, which is
      * the normal case; a net-credit loan would debit instead.
      * A loan already in balance is an investor sale from LNPURCH
      * and needs no offset.
       3000-GENERATE-FUNDING-OFFSET.
           COMPUTE WS-NET-AMOUNT =
               WS-LOAN-DEBITS - WS-LOAN-CREDITS.
           IF WS-NET-AMOUNT = ZERO
               ADD 1 TO WS-SALE-COUNT
           ELSE
               PERFORM 3100-WRITE-FUNDING-OFFSET
           END-IF.
           MOVE ZERO TO WS-LOAN-DEBITS.
           MOVE ZERO TO WS-LOAN-CREDITS.
      *
       3100-WRITE-FUNDING-OFFSET.
           MOVE GL-POSTING-RECORD TO WS-HELD-ENTRY.
           MOVE WS-CURR-DATE TO GL-POSTING-DATE.
           MOVE WS-CURR-LOAN TO GL-LOAN-NUMBER.
           MOVE WS-ACCT-WAREHOUSE-CASH TO GL-ACCOUNT-NUMBER.
               MOVE WS-CURR-LOAN TO WS-LOAN-NUMBER-NUM
               ADD WS-LOAN-NUMBER-NUM TO WS-LOAN-NUMBER-HASH
           END-IF.
           MOVE WS-HELD-ENTRY TO GL-POSTING-RECORD.
      *
      * Folds the entry in GL-POSTING-RECORD - read or generated -
           MOVE 'LOANS FUNDED' TO WS-C-CAPTION.
           MOVE WS-LOAN-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LOANS SOLD TO INVESTORS' TO WS-C-CAPTION.
           MOVE WS-SALE-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'OFFSET ENTRIES GENERATED' TO WS-C-CAPTION.
           MOVE WS-OFFSET-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNGLBAL - DETAIL LINES READ:     ' WS-DETAIL-COUNT.
           DISPLAY 'LNGLBAL - LOANS FUNDED:          ' WS-LOAN-COUNT.
           DISPLAY 'LNGLBAL - LOANS SOLD:            ' WS-SALE-COUNT.
           DISPLAY 'LNGLBAL - OFFSETS GENERATED:     ' WS-OFFSET-COUNT.
           DISPLAY 'LNGLBAL - SUMMARIES RELEASED:    '
               WS-SUMMARY-COUNT.
