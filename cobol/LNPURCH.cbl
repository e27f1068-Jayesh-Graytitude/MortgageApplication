       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNPURCH.
      ******************************************************************
      * LNPURCH - Investor purchase advice posting.
      * Batch program that closes the delivery loop LNALLOC opens:
      * reads the purchase advice file the investors send (PADVIN,
      * see PADVREC) and, for each advice, finds the loan on the
      * application master, checks it was funded and allocated to
      * the commitment the advice names, and books the sale:
      *   - the master is marked purchased, with the purchase date,
      *     the price in dollars (note amount at the advice's price
      *     percent), the fees the investor deducted, and the gain
      *     or loss;
      *   - the GL entries go out on PURGL in the GLPREC layout,
      *     balanced per loan: the loan receivable is relieved of
      *     the note amount, the net proceeds (price less the fee
      *     deductions) against the note amount book a gain on sale
      *     (credit) or a loss on sale (debit), the warehouse
      *     advance LNCLOSE stamped on the loan is paid back to the
      *     warehouse funding account, and what is left of the
      *     proceeds after the paydown lands in operating cash (a
      *     short sale - proceeds below the advance - is a credit
      *     there instead, the cash the lender put up to clear the
      *     line);
      *   - the warehouse line the loan funded on (WHLFIL) has the
      *     loan's draw taken back off its balance.
      * The master is marked before the line is paid down: an abend
      * between the two leaves the line OVERSTATED by one loan - it
      * refuses a draw it could have taken, never the other way -
      * and the purchased flag keeps a rerun from booking the sale
      * twice.
      *
      * An advice that cannot be booked - one that fails its edits,
      * names a loan not on file, a loan not funded and allocated,
      * a loan allocated to another commitment, or a loan already
      * purchased - is listed on the exception report (PADVRPT) and
      * nothing is posted for it. An advice priced differently from
      * the commitment's price on CMTFIL is booked at the advice's
      * price - the investor's wire is what it is - and listed as a
      * price variance for secondary marketing to take up with the
      * investor; likewise a loan funded before warehouse draws were
      * recorded, which is booked with no paydown line for
      * accounting to clear by hand. Any exception ends the step
      * RC=4.
      *
      * Runs ahead of LNCLOSE in the nightly chain, so tonight's
      * paydowns free line room before tonight's draws, and its GL
      * file rides behind LNCLOSE's into LNGLBAL, which proves and
      * summarizes both (see jcl/LNGLBAL.jcl).
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVICE-FILE ASSIGN TO PADVIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * The persistent application master, read and rewritten at
      * random by the advice's loan number.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * VSAM KSDS, keyed on commitment number (see CMTREC.cpy) -
      * read for the committed price.
           SELECT COMMITMENT-FILE ASSIGN TO CMTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMT-COMMIT-NUMBER
               FILE STATUS IS WS-CMT-STATUS.
      *
      * VSAM KSDS, keyed on warehouse line id (see WHLREC.cpy) -
      * each purchase pays its loan's draw back off the line.
           SELECT WAREHOUSE-LINE-FILE ASSIGN TO WHLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHL-LINE-ID
               FILE STATUS IS WS-WHL-STATUS.
      *
           SELECT GL-PURCHASE-FILE ASSIGN TO PURGL
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT EXCEPTION-RPT ASSIGN TO PADVRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
      * Append-only application history (see APHREC.cpy) - one
      * entry added for every write to the master.
           SELECT HISTORY-FILE ASSIGN TO APHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ADVICE-FILE
           RECORDING MODE IS F.
           COPY PADVREC.
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  COMMITMENT-FILE
           RECORDING MODE IS F.
           COPY CMTREC.
      *
       FD  WAREHOUSE-LINE-FILE
           RECORDING MODE IS F.
           COPY WHLREC.
      *
       FD  GL-PURCHASE-FILE
           RECORDING MODE IS F.
       01  GL-PURCHASE-FILE-RECORD          PIC X(75).
      *
       FD  EXCEPTION-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-ADVICE             PIC X VALUE 'N'.
               88  EOF-ADVICE              VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-CMT-STATUS             PIC XX.
               88  CMT-STATUS-OK           VALUE '00'.
               88  CMT-FILE-EMPTY          VALUE '35'.
           05  WS-CMT-ON-FILE            PIC X VALUE 'Y'.
               88  CMT-ON-FILE             VALUE 'Y'.
           05  WS-WHL-STATUS             PIC XX.
               88  WHL-STATUS-OK           VALUE '00'.
               88  WHL-FILE-EMPTY          VALUE '35'.
           05  WS-LINES-ON-FILE          PIC X VALUE 'Y'.
               88  LINES-ON-FILE           VALUE 'Y'.
           05  WS-ADVICE-OK              PIC X.
               88  ADVICE-OK               VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-PURCHASED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-VARIANCE-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-NO-DRAW-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-PAYDOWN-FAIL-COUNT     PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * GL accounts. Receivable and warehouse funding are the ones
      * LNCLOSE and LNGLBAL post at funding; gain, loss, and
      * operating cash are the sale side.
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-LOAN-RECEIVABLE   PIC X(10) VALUE '1000100000'.
           05  WS-ACCT-OPERATING-CASH    PIC X(10) VALUE '1000200000'.
           05  WS-ACCT-WAREHOUSE-CASH    PIC X(10) VALUE '1000500000'.
           05  WS-ACCT-GAIN-ON-SALE      PIC X(10) VALUE '4000300000'.
           05  WS-ACCT-LOSS-ON-SALE      PIC X(10) VALUE '5000700000'.
      *
       01  WS-SALE-CALC.
           05  WS-FEE-DEDUCTION          PIC 9(7)V99 COMP-3.
           05  WS-PRICE-AMOUNT           PIC 9(9)V99 COMP-3.
           05  WS-NET-PROCEEDS           PIC S9(9)V99 COMP-3.
           05  WS-GAIN-LOSS              PIC S9(9)V99 COMP-3.
           05  WS-DRAW-AMOUNT            PIC 9(9)V99 COMP-3.
           05  WS-CASH-REMAINDER         PIC S9(9)V99 COMP-3.
      *
       01  WS-TOTALS.
           05  WS-TOTAL-NOTE             PIC 9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-TOTAL-PROCEEDS         PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-TOTAL-GAIN-LOSS        PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-TOTAL-PAYDOWN          PIC 9(11)V99 COMP-3
                                             VALUE ZERO.
      *
      * Why the advice is on the exception report.
       01  WS-EXC-REASON                 PIC X(60).
       01  WS-PRICE-EDIT                 PIC ZZ9.999.
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'LOAN NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'COMMITMENT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE '  PRICE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'PURCH DT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             ' NOTE AMOUNT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(60) VALUE
                                             'EXCEPTION'.
           05  FILLER                    PIC X(14) VALUE SPACES.
      *
       01  WS-EXC-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-X-LOAN-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-COMMIT-NUMBER        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-PRICE                PIC X(7).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-PURCHASE-DATE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-NOTE-AMOUNT          PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-REASON               PIC X(60).
           05  FILLER                    PIC X(14) VALUE SPACES.
      *
       01  WS-NOTE-EDIT                  PIC Z,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-C-CAPTION              PIC X(30).
           05  WS-C-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(94) VALUE SPACES.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-A-CAPTION              PIC X(30).
           05  WS-A-AMOUNT               PIC Z(10)9.99-.
           05  FILLER                    PIC X(86) VALUE SPACES.
      *
      * Application history: the master record as it stood before
      * this program's write (the history entry's before image), and
      * the clock reading and sequence the entry is keyed on.
       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS            PIC XX.
               88  HIST-STATUS-OK          VALUE '00'.
               88  HIST-FILE-EMPTY         VALUE '35'.
               88  HIST-DUPLICATE          VALUE '22'.
           05  WS-HIST-OPEN              PIC X VALUE 'N'.
               88  HIST-FILE-OPEN          VALUE 'Y'.
           05  WS-HIST-DATE              PIC X(8).
           05  WS-HIST-TIME              PIC X(8).
           05  WS-HIST-LAST-TIME         PIC X(8) VALUE SPACES.
           05  WS-HIST-SEQUENCE          PIC 9(4) VALUE ZERO.
           05  WS-HIST-TRIES             PIC 9(2).
           05  WS-HIST-FAIL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-HIST-BEFORE-IMAGE          PIC X(600).
      *
           COPY LNAPREC.
           COPY GLPREC.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-ADVICE UNTIL EOF-ADVICE.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
      * A commitment master never loaded (file status 35) leaves the
      * price untested; a warehouse line file never loaded leaves no
      * line balance to pay down - the loans funded on no line.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ADVICE-FILE.
           OPEN I-O APPL-MASTER-FILE.
      * A history cluster nothing has been written to yet cannot
      * be opened I-O (file status 35) - the first writer after
      * VSAMDEF loads it with OPEN OUTPUT instead.
           OPEN I-O HISTORY-FILE.
           IF HIST-FILE-EMPTY
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HIST-STATUS-OK
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               DISPLAY 'LNPURCH - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN INPUT COMMITMENT-FILE.
           IF CMT-FILE-EMPTY
               DISPLAY 'LNPURCH - NO COMMITMENT MASTER ON FILE - '
                   'PRICES NOT TESTED'
               MOVE 'N' TO WS-CMT-ON-FILE
           END-IF.
           OPEN I-O WAREHOUSE-LINE-FILE.
           IF WHL-FILE-EMPTY
               DISPLAY 'LNPURCH - NO WAREHOUSE LINE FILE - NO LINE '
                   'BALANCES PAID DOWN'
               MOVE 'N' TO WS-LINES-ON-FILE
           END-IF.
           OPEN OUTPUT GL-PURCHASE-FILE.
           OPEN OUTPUT EXCEPTION-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           PERFORM 2100-READ-ADVICE.
      *
       2000-PROCESS-ADVICE.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-ADVICE-OK.
           PERFORM 3000-EDIT-ADVICE.
           IF ADVICE-OK
               PERFORM 3100-MATCH-LOAN
           END-IF.
           IF ADVICE-OK
               PERFORM 3200-TEST-PRICE
               PERFORM 4000-BOOK-PURCHASE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM 2100-READ-ADVICE.
      *
       2100-READ-ADVICE.
           READ ADVICE-FILE
               AT END
                   SET EOF-ADVICE TO TRUE
           END-READ.
      *
       3000-EDIT-ADVICE.
           MOVE SPACES TO WS-EXC-REASON.
           EVALUATE TRUE
               WHEN PAD-LOAN-NUMBER = SPACES
                       OR PAD-COMMIT-NUMBER = SPACES
                   MOVE 'INVALID ADVICE - NO LOAN OR COMMITMENT NUMBER'
                       TO WS-EXC-REASON
               WHEN PAD-PRICE-PCT IS NOT NUMERIC
                       OR PAD-PRICE-PCT = ZERO
                   MOVE 'INVALID ADVICE - PRICE NOT NUMERIC'
                       TO WS-EXC-REASON
               WHEN PAD-PURCHASE-DATE IS NOT NUMERIC
                       OR PAD-PURCHASE-DATE (5:2) < '01'
                       OR PAD-PURCHASE-DATE (5:2) > '12'
                       OR PAD-PURCHASE-DATE (7:2) < '01'
                       OR PAD-PURCHASE-DATE (7:2) > '31'
                   MOVE 'INVALID ADVICE - PURCHASE DATE'
                       TO WS-EXC-REASON
               WHEN PAD-FEE-DEDUCTION IS NOT NUMERIC
                       AND PAD-FEE-DEDUCTION-X NOT = SPACES
                   MOVE 'INVALID ADVICE - FEE DEDUCTION NOT NUMERIC'
                       TO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON NOT = SPACES
               PERFORM 3800-WRITE-EXCEPTION-LINE
           END-IF.
           IF PAD-FEE-DEDUCTION IS NUMERIC
               MOVE PAD-FEE-DEDUCTION TO WS-FEE-DEDUCTION
           ELSE
               MOVE ZERO TO WS-FEE-DEDUCTION
           END-IF.
      *
      * The loan must be on file, funded, allocated, allocated to
      * the commitment the investor is buying it under, and not
      * already bought.
       3100-MATCH-LOAN.
           MOVE SPACES TO WS-EXC-REASON.
           MOVE PAD-LOAN-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MASTER-STATUS-OK
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
           END-IF.
           EVALUATE TRUE
               WHEN NOT MASTER-STATUS-OK
                   MOVE 'LOAN NOT ON APPLICATION MASTER'
                       TO WS-EXC-REASON
               WHEN NOT APL-STAT-FUNDED
                       OR APL-INVESTOR-ID = SPACES
                   STRING 'LOAN NOT FUNDED AND ALLOCATED - STATUS '
                              DELIMITED BY SIZE
                          APL-STATUS DELIMITED BY SIZE
                       INTO WS-EXC-REASON
               WHEN APL-INVESTOR-PURCHASED
                   STRING 'LOAN ALREADY PURCHASED ' DELIMITED BY SIZE
                          APL-PURCHASE-DATE DELIMITED BY SIZE
                       INTO WS-EXC-REASON
               WHEN APL-COMMITMENT-NUMBER NOT = PAD-COMMIT-NUMBER
                   STRING 'LOAN ALLOCATED TO ANOTHER COMMITMENT - '
                              DELIMITED BY SIZE
                          APL-COMMITMENT-NUMBER DELIMITED BY SIZE
                       INTO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON NOT = SPACES
               PERFORM 3800-WRITE-EXCEPTION-LINE
           END-IF.
      *
      * Listed, not refused: the advice is booked at its own price.
      * A commitment with no price on file is not tested.
       3200-TEST-PRICE.
           IF CMT-ON-FILE
               MOVE PAD-COMMIT-NUMBER TO CMT-COMMIT-NUMBER
               READ COMMITMENT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CMT-STATUS-OK
                       AND CMT-PRICE-PCT IS NUMERIC
                       AND CMT-PRICE-PCT > ZERO
                       AND CMT-PRICE-PCT NOT = PAD-PRICE-PCT
                   MOVE CMT-PRICE-PCT TO WS-PRICE-EDIT
                   MOVE SPACES TO WS-EXC-REASON
                   STRING 'BOOKED - PRICE VARIANCE, COMMITTED AT '
                              DELIMITED BY SIZE
                          WS-PRICE-EDIT DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   PERFORM 3850-WRITE-REPORT-LINE
                   ADD 1 TO WS-VARIANCE-COUNT
               END-IF
           END-IF.
      *
       3800-WRITE-EXCEPTION-LINE.
           MOVE 'N' TO WS-ADVICE-OK.
           PERFORM 3850-WRITE-REPORT-LINE.
      *
       3850-WRITE-REPORT-LINE.
           MOVE PAD-LOAN-NUMBER TO WS-X-LOAN-NUMBER.
           MOVE PAD-COMMIT-NUMBER TO WS-X-COMMIT-NUMBER.
           IF PAD-PRICE-PCT IS NUMERIC
               MOVE PAD-PRICE-PCT TO WS-PRICE-EDIT
               MOVE WS-PRICE-EDIT TO WS-X-PRICE
           ELSE
               MOVE SPACES TO WS-X-PRICE
           END-IF.
           MOVE PAD-PURCHASE-DATE TO WS-X-PURCHASE-DATE.
           IF MASTER-STATUS-OK AND APL-APPL-NUMBER = PAD-LOAN-NUMBER
               MOVE APL-LOAN-AMOUNT TO WS-NOTE-EDIT
               MOVE WS-NOTE-EDIT TO WS-X-NOTE-AMOUNT
           ELSE
               MOVE SPACES TO WS-X-NOTE-AMOUNT
           END-IF.
           MOVE WS-EXC-REASON TO WS-X-REASON.
           WRITE REPORT-LINE FROM WS-EXC-DETAIL-LINE.
      *
      * Price the sale, mark the loan, post the GL, pay down the
      * line - in that order (see the banner).
       4000-BOOK-PURCHASE.
           COMPUTE WS-PRICE-AMOUNT ROUNDED =
               APL-LOAN-AMOUNT * PAD-PRICE-PCT / 100.
           COMPUTE WS-NET-PROCEEDS =
               WS-PRICE-AMOUNT - WS-FEE-DEDUCTION.
           COMPUTE WS-GAIN-LOSS = WS-NET-PROCEEDS - APL-LOAN-AMOUNT.
           IF APL-WAREHOUSE-DRAW-AMT IS NUMERIC
               MOVE APL-WAREHOUSE-DRAW-AMT TO WS-DRAW-AMOUNT
           ELSE
               MOVE ZERO TO WS-DRAW-AMOUNT
               MOVE 'BOOKED - NO WAREHOUSE DRAW ON FILE, NO PAYDOWN'
                   TO WS-EXC-REASON
               PERFORM 3850-WRITE-REPORT-LINE
               ADD 1 TO WS-NO-DRAW-COUNT
           END-IF.
           SET APL-INVESTOR-PURCHASED TO TRUE.
           MOVE PAD-PURCHASE-DATE TO APL-PURCHASE-DATE.
           MOVE WS-PRICE-AMOUNT TO APL-PURCHASE-PRICE.
           MOVE WS-FEE-DEDUCTION TO APL-PURCHASE-FEE-DEDUCT.
           MOVE WS-GAIN-LOSS TO APL-GAIN-ON-SALE.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LNPURCH - MASTER REWRITE FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-STATUS-OK
               PERFORM 8700-WRITE-HISTORY
               ADD 1 TO WS-PURCHASED-COUNT
               ADD APL-LOAN-AMOUNT TO WS-TOTAL-NOTE
               ADD WS-NET-PROCEEDS TO WS-TOTAL-PROCEEDS
               ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
               ADD WS-DRAW-AMOUNT TO WS-TOTAL-PAYDOWN
               PERFORM 4100-WRITE-GL-ENTRIES
               PERFORM 4500-PAY-DOWN-LINE
           ELSE
               ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
      *
      * Receivable relieved of the note amount, gain or loss on the
      * net proceeds against it, the warehouse advance repaid, and
      * the rest of the proceeds to operating cash - debits equal
      * credits for every loan, so LNGLBAL adds no offset.
       4100-WRITE-GL-ENTRIES.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE WS-TODAY TO GL-POSTING-DATE.
           MOVE APL-APPL-NUMBER TO GL-LOAN-NUMBER.
      *
           MOVE WS-ACCT-LOAN-RECEIVABLE TO GL-ACCOUNT-NUMBER.
           SET GL-CREDIT TO TRUE.
           MOVE APL-LOAN-AMOUNT TO GL-AMOUNT.
           MOVE 'LOAN SOLD - RECEIVABLE RELIEVED' TO GL-DESCRIPTION.
           PERFORM 4200-WRITE-GL-RECORD.
      *
           IF WS-GAIN-LOSS > ZERO
               MOVE WS-ACCT-GAIN-ON-SALE TO GL-ACCOUNT-NUMBER
               SET GL-CREDIT TO TRUE
               MOVE WS-GAIN-LOSS TO GL-AMOUNT
               MOVE 'GAIN ON SALE OF LOAN' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
           IF WS-GAIN-LOSS < ZERO
               MOVE WS-ACCT-LOSS-ON-SALE TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               COMPUTE GL-AMOUNT = ZERO - WS-GAIN-LOSS
               MOVE 'LOSS ON SALE OF LOAN' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
           IF WS-DRAW-AMOUNT > ZERO
               MOVE WS-ACCT-WAREHOUSE-CASH TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE WS-DRAW-AMOUNT TO GL-AMOUNT
               MOVE 'WAREHOUSE LINE PAYDOWN' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
           COMPUTE WS-CASH-REMAINDER =
               WS-NET-PROCEEDS - WS-DRAW-AMOUNT.
           IF WS-CASH-REMAINDER > ZERO
               MOVE WS-ACCT-OPERATING-CASH TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE WS-CASH-REMAINDER TO GL-AMOUNT
               MOVE 'SALE PROCEEDS NET OF PAYDOWN' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
           IF WS-CASH-REMAINDER < ZERO
               MOVE WS-ACCT-OPERATING-CASH TO GL-ACCOUNT-NUMBER
               SET GL-CREDIT TO TRUE
               COMPUTE GL-AMOUNT = ZERO - WS-CASH-REMAINDER
               MOVE 'CASH TO CLEAR WAREHOUSE LINE' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
       4200-WRITE-GL-RECORD.
           MOVE GL-POSTING-RECORD TO GL-PURCHASE-FILE-RECORD.
           WRITE GL-PURCHASE-FILE-RECORD.
      *
      * Take the loan's draw back off the line it funded on. A
      * balance that would go below zero means the line file and
      * the master disagree - it is floored at zero and flagged for
      * treasury rather than left negative.
       4500-PAY-DOWN-LINE.
           IF LINES-ON-FILE
                   AND APL-WAREHOUSE-LINE-ID NOT = SPACES
                   AND WS-DRAW-AMOUNT > ZERO
               MOVE APL-WAREHOUSE-LINE-ID TO WHL-LINE-ID
               READ WAREHOUSE-LINE-FILE
                   INVALID KEY
                       DISPLAY 'LNPURCH - WAREHOUSE LINE READ FAILED '
                           'FOR ' WHL-LINE-ID ' STATUS ' WS-WHL-STATUS
               END-READ
               IF WHL-STATUS-OK
                   IF WHL-BALANCE < WS-DRAW-AMOUNT
                       DISPLAY 'LNPURCH - LINE ' WHL-LINE-ID
                           ' BALANCE BELOW DRAW FOR '
                           APL-APPL-NUMBER ' - FLOORED AT ZERO'
                       MOVE ZERO TO WHL-BALANCE
                   ELSE
                       SUBTRACT WS-DRAW-AMOUNT FROM WHL-BALANCE
                   END-IF
                   REWRITE WAREHOUSE-LINE-RECORD
                       INVALID KEY
                           DISPLAY 'LNPURCH - WAREHOUSE LINE REWRITE '
                               'FAILED FOR ' WHL-LINE-ID ' STATUS '
                               WS-WHL-STATUS
                   END-REWRITE
               END-IF
               IF NOT WHL-STATUS-OK
                   ADD 1 TO WS-PAYDOWN-FAIL-COUNT
               END-IF
           END-IF.
      *
       8000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ADVICES READ' TO WS-C-CAPTION.
           MOVE WS-READ-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PURCHASES BOOKED' TO WS-C-CAPTION.
           MOVE WS-PURCHASED-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ADVICES REJECTED' TO WS-C-CAPTION.
           MOVE WS-REJECTED-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'BOOKED WITH PRICE VARIANCE' TO WS-C-CAPTION.
           MOVE WS-VARIANCE-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'BOOKED WITH NO WAREHOUSE DRAW' TO WS-C-CAPTION.
           MOVE WS-NO-DRAW-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NOTE AMOUNT SOLD' TO WS-A-CAPTION.
           MOVE WS-TOTAL-NOTE TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NET PROCEEDS' TO WS-A-CAPTION.
           MOVE WS-TOTAL-PROCEEDS TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NET GAIN (LOSS) ON SALE' TO WS-A-CAPTION.
           MOVE WS-TOTAL-GAIN-LOSS TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'WAREHOUSE PAID DOWN' TO WS-A-CAPTION.
           MOVE WS-TOTAL-PAYDOWN TO WS-A-AMOUNT.
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
           CLOSE ADVICE-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           IF CMT-ON-FILE
               CLOSE COMMITMENT-FILE
           END-IF.
           IF LINES-ON-FILE
               CLOSE WAREHOUSE-LINE-FILE
           END-IF.
           CLOSE GL-PURCHASE-FILE.
           CLOSE EXCEPTION-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNPURCH - ADVICES READ:         ' WS-READ-COUNT.
           DISPLAY 'LNPURCH - PURCHASES BOOKED:     '
               WS-PURCHASED-COUNT.
           DISPLAY 'LNPURCH - ADVICES REJECTED:     '
               WS-REJECTED-COUNT.
           DISPLAY 'LNPURCH - PRICE VARIANCES:      '
               WS-VARIANCE-COUNT.
           DISPLAY 'LNPURCH - NO WAREHOUSE DRAW:    '
               WS-NO-DRAW-COUNT.
           DISPLAY 'LNPURCH - MASTER REWRITE FAILED: '
               WS-REWRITE-FAIL-COUNT.
           DISPLAY 'LNPURCH - LINE PAYDOWN FAILED:  '
               WS-PAYDOWN-FAIL-COUNT.
           DISPLAY 'LNPURCH - HISTORY WRITE FAILED: '
               WS-HIST-FAIL-COUNT.
           IF WS-REJECTED-COUNT > ZERO
                   OR WS-VARIANCE-COUNT > ZERO
                   OR WS-NO-DRAW-COUNT > ZERO
                   OR WS-REWRITE-FAIL-COUNT > ZERO
                   OR WS-PAYDOWN-FAIL-COUNT > ZERO
                   OR WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'LNPURCH' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'PURCHASED' TO RCT-COUNTER-NAME.
           MOVE WS-PURCHASED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REJECTED' TO RCT-COUNTER-NAME.
           MOVE WS-REJECTED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REWRITEFAIL' TO RCT-COUNTER-NAME.
           MOVE WS-REWRITE-FAIL-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
       8150-WRITE-RUN-CONTROL-REC.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-FILE-RECORD.
           WRITE RUN-CONTROL-FILE-RECORD.
      *
      * One application-history entry (APHREC) for the master write
      * just made: the record as it stood before, kept in
      * WS-HIST-BEFORE-IMAGE (spaces for a new application), and
      * as it was written. Keyed to the hundredth of a second, with
      * a sequence to part entries that land in the same one. An
      * entry that cannot be written is reported and counted, and
      * never undoes the master update. The image just written
      * becomes the before image of any later write to the same
      * loan in this run.
       8700-WRITE-HISTORY.
           IF NOT HIST-FILE-OPEN
               ADD 1 TO WS-HIST-FAIL-COUNT
           ELSE
               ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-HIST-TIME FROM TIME
               IF WS-HIST-TIME = WS-HIST-LAST-TIME
                   ADD 1 TO WS-HIST-SEQUENCE
               ELSE
                   MOVE ZERO TO WS-HIST-SEQUENCE
                   MOVE WS-HIST-TIME TO WS-HIST-LAST-TIME
               END-IF
               MOVE SPACES TO APPL-HISTORY-RECORD
               MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER
               MOVE WS-HIST-DATE TO APH-CHANGE-DATE
               MOVE WS-HIST-TIME TO APH-CHANGE-TIME
               MOVE 'LNPURCH' TO APH-PROGRAM
               IF WS-HIST-BEFORE-IMAGE = SPACES
                   SET APH-ACTION-ADD TO TRUE
               ELSE
                   SET APH-ACTION-CHANGE TO TRUE
               END-IF
      * APL-STATUS sits at offset 19 (1-relative) of the LNAPREC
      * layout.
               MOVE WS-HIST-BEFORE-IMAGE (19:2) TO APH-OLD-STATUS
               MOVE APL-STATUS TO APH-NEW-STATUS
               MOVE WS-HIST-BEFORE-IMAGE TO APH-BEFORE-IMAGE
               MOVE LOAN-APPLICATION-RECORD TO APH-AFTER-IMAGE
               MOVE ZERO TO WS-HIST-TRIES
               PERFORM 8710-WRITE-HISTORY-RECORD
               PERFORM 8710-WRITE-HISTORY-RECORD
                   UNTIL NOT HIST-DUPLICATE
                      OR WS-HIST-TRIES > 9
               IF NOT HIST-STATUS-OK
                   DISPLAY 'LNPURCH - HISTORY WRITE FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-HIST-STATUS
                   ADD 1 TO WS-HIST-FAIL-COUNT
               END-IF
           END-IF.
           MOVE LOAN-APPLICATION-RECORD TO WS-HIST-BEFORE-IMAGE.
      *
      * A duplicate key can only be another job's entry for the same
      * loan in the same hundredth of a second - take the next
      * sequence and write it again.
       8710-WRITE-HISTORY-RECORD.
           MOVE WS-HIST-SEQUENCE TO APH-SEQUENCE.
           WRITE APPL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF HIST-DUPLICATE
               ADD 1 TO WS-HIST-SEQUENCE
           END-IF.
           ADD 1 TO WS-HIST-TRIES.
