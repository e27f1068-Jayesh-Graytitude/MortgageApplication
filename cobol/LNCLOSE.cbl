      * and APL-FUNDED-DATE, moving APL-STATUS to FD, and rewriting
      * that updated status back into the persistent application
      * master (LNAPFIL) so the loan's life cycle there is complete -
      * then, for each loan just funded, writes its GL posting
      * lines (GLPOST) in debit/credit format - debit the loan
      * principal to the loan receivable account, credit each
      * closing fee collected (see below), and credit escrow
      * liability for the escrow deposit collected at closing. The
      * investor delivery extract this program used to write moved
      * to LNALLOC, the commitment-allocation step that runs behind
      * this one - a loan cannot go on the delivery file until it
      * has an investor, and it gets one there.
      * Applications not approved (referred, declined, or still
      * further back in the pipeline) are read and counted but
      * otherwise skipped - nothing is exported and the master is left
      * alone for them.
      *
      * Funding gates. An approved loan is funded only when every
      * check in 3000-CHECK-FUNDING-GATES passes:
      *   - the rate lock: a loan whose lock expiration date has
      *     passed must be extended or relocked at the lock desk
      *     (LNLOCK) before it can fund;
      *   - underwriting conditions: a loan with any prior-to-
      *     funding condition still open on CNDFIL waits until the
      *     processing desk clears or waives it (LNCOND);
      *   - Truth in Lending: a loan LNUNDW flagged HOEPA high-cost
      *     may not close as-is, and a higher-priced (HPML) loan
      *     needs its appraisal back from the AMC (posted by
      *     APRPRS). An HPML loan that
      *     passes is still listed on the exception report (marked
      *     not held) so compliance sees every one that funds;
      *   - warehouse capacity: the loan funds on the first open
      *     warehouse line (WHLFIL, loaded by WHLLOAD; tried in
      *     line-id order) with room left under its limit for the
      *     full loan amount - none with room, and it waits for a
      *     purchase to pay a line down or for treasury to widen
      *     one.
      * A loan failing a gate is not funded: it is flagged held on
      * the master (APL-CLOSE-HOLD-FLAG/DATE) and listed, one line
      * per failed gate, on the closing exception report (CLSEXRPT).
      * Because a held loan does not come back through tonight's
      * extracts, the run starts with a
      * carry-over sweep of the master for AP loans still flagged
      * held and puts each back through the gates: one that now
      * passes funds tonight exactly like a loan off the extract
      * (and is counted funded, so LNGLBAL, LNALLOC, and LNBOARD
      * see it), one that does not is held and listed again. The
      * rate-lock extension fee the desk charged (APL-LOCK-
      * EXTENSION-FEE) is collected at funding as a further fee
      * income line.
      *
      * Closing fees and tolerance. The fees charged at funding are
      * priced off the closing fee schedule (FEEFIL, loaded by
      * FEELOAD) for the loan type and property state, else the
      * type's nationwide row - the same pricing LNLTR quoted on the
      * approval letter and filed on the Loan Estimate fee file
      * (LEFFIL). Lender fees credit fee income, third-party fees
      * credit settlement fees payable for the providers. The final
      * fees are then held to the Loan Estimate bucket by bucket:
      * any zero-tolerance fee charged above its quote (a fee never
      * quoted counts as quoted at zero), and the amount the 10%
      * bucket's total exceeds 110% of its quoted total, is cured -
      * a lender credit to the borrower, debited to the tolerance
      * cure account - and every breach is listed on the tolerance
      * exception report (TOLRPT). The closing figures and any
      * per-fee cure are filed back on LEFFIL beside the quote. A
      * loan with no Loan Estimate on file (approved before the fee
      * schedule) is charged the schedule and listed as untested. A
      * fee schedule never loaded leaves the one-point origination
      * fee this program charged before the schedule existed.
      *
      * Warehouse draw. Once a loan's GL lines are written, the cash
      * the warehouse line advanced - debits less credits, the same
      * net LNGLBAL posts as the loan's funding offset - is added to
      * the line's balance on WHLFIL and stamped on the master with
      * the line id, for LNPURCH to pay back down when the investor
      * buys the loan and LNWHAGE to age meanwhile. Line first,
      * master second: an abend between the two leaves the line
      * OVERSTATED by one loan, which errs toward refusing a draw.
      * A line file never loaded funds as before, on no line, with
      * the draw still stamped so the purchase can clear it. A
      * warehouse draw or closing-fee snapshot that cannot be filed
      * is reported and counted and ends the step RC=4.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT GL-POSTING-FILE ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL.
      *
      * Loans refused funding tonight and why.
           SELECT CLOSE-EXCEPTION-RPT ASSIGN TO CLSEXRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number - the same persistent
      * master LNAPPL writes and appends to. Opened I-O here so the
      * closing step can rewrite the status/date fields on the loans
      * that fund today. Dynamic access: the carry-over sweep for
      * held loans browses it from the top before the extract pass
      * reads it at random.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * Underwriting conditions, keyed on application number plus
      * condition sequence - browsed per loan for open prior-to-
      * funding conditions.
           SELECT CONDITION-FILE ASSIGN TO CNDFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-KEY
               FILE STATUS IS WS-COND-STATUS.
      *
      * VSAM KSDS, keyed on loan type + state + fee code - the
      * closing desk's fee schedule (see copybooks/FEEREC.cpy).
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.
      *
      * VSAM KSDS, keyed on application number + fee code - the Loan
      * Estimate snapshot LNLTR filed (see copybooks/LEFREC.cpy).
      * Opened I-O: the closing figures are filed beside the quote.
           SELECT LE-FEE-FILE ASSIGN TO LEFFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEF-KEY
               FILE STATUS IS WS-LEF-STATUS.
      *
      * VSAM KSDS, keyed on warehouse line id (see copybooks/
      * WHLREC.cpy). Read front to back into a table at startup for
      * the capacity gate, and rewritten by key as each funded
      * loan's draw posts.
           SELECT WAREHOUSE-LINE-FILE ASSIGN TO WHLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WHL-LINE-ID
               FILE STATUS IS WS-WHL-STATUS.
      *
      * Fee tolerance breaches cured at funding.
           SELECT TOLERANCE-RPT ASSIGN TO TOLRPT
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
       FD  APPL-INPUT-FILE
           RECORDING MODE IS F.
       01  APPL-INPUT-RECORD                 PIC X(600).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
      * MASTER-CURR-STATUS overlays APL-STATUS in the LNAPREC layout
      * - 2400-CHECK-NOT-WITHDRAWN reads the master image before
      * funding so a loan withdrawn after tonight's extract was cut
      * is not funded off the extract's stale AP image - and
      * MASTER-HOLD-FLAG/DATE overlay APL-CLOSE-HOLD-FLAG/DATE so a
      * loan the carry-over sweep already held tonight is not put
      * through the gates a second time. Keep the FILLERs in step
      * with any LNAPREC change that moves the fields.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY               PIC X(10).
           05  FILLER                        PIC X(8).
           05  MASTER-CURR-STATUS            PIC X(2).
           05  FILLER                        PIC X(402).
           05  MASTER-HOLD-FLAG              PIC X(1).
           05  MASTER-HOLD-DATE              PIC X(8).
           05  FILLER                        PIC X(169).
      *
       FD  GL-POSTING-FILE
           RECORDING MODE IS F.
       01  GL-POSTING-FILE-RECORD            PIC X(75).
      *
       FD  CLOSE-EXCEPTION-RPT
           RECORDING MODE IS F.
       01  EXCEPTION-LINE                    PIC X(132).
      *
       FD  CONDITION-FILE
           RECORDING MODE IS F.
           COPY CONDREC.
      *
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEEREC.
      *
       FD  LE-FEE-FILE
           RECORDING MODE IS F.
           COPY LEFREC.
      *
       FD  WAREHOUSE-LINE-FILE
           RECORDING MODE IS F.
           COPY WHLREC.
      *
       FD  TOLERANCE-RPT
           RECORDING MODE IS F.
       01  TOLERANCE-LINE                    PIC X(132).
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
               88  EOF-APPL                 VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-REWRITE-OK        VALUE '00'.
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER               VALUE 'Y'.
           05  WS-COND-STATUS            PIC XX.
               88  COND-STATUS-OK           VALUE '00'.
               88  COND-FILE-EMPTY          VALUE '35'.
           05  WS-CONDS-ON-FILE          PIC X VALUE 'Y'.
               88  CONDS-ON-FILE            VALUE 'Y'.
           05  WS-COND-SCAN              PIC X.
               88  COND-SCAN-DONE           VALUE 'Y'.
           05  WS-FUNDING-CLEAR          PIC X.
               88  FUNDING-IS-CLEAR         VALUE 'Y'.
           05  WS-HELD-TONIGHT           PIC X.
               88  ALREADY-HELD-TONIGHT     VALUE 'Y'.
      * 'N' for a loan off tonight's extract, 'C' for one the
      * carry-over sweep brought back - printed on the exception
      * report so the closers can see how long a loan has waited.
           05  WS-LOAN-SOURCE            PIC X.
               88  LOAN-FROM-SWEEP          VALUE 'C'.
           05  WS-FEE-STATUS             PIC XX.
               88  FEE-STATUS-OK            VALUE '00'.
               88  FEE-FILE-EMPTY           VALUE '35'.
           05  WS-FEES-ON-FILE           PIC X VALUE 'Y'.
               88  FEES-ON-FILE             VALUE 'Y'.
           05  WS-LEF-STATUS             PIC XX.
               88  LEF-STATUS-OK            VALUE '00'.
               88  LEF-FILE-EMPTY           VALUE '35'.
           05  WS-LE-ON-FILE             PIC X.
               88  LE-ON-FILE               VALUE 'Y'.
           05  WS-WHL-STATUS             PIC XX.
               88  WHL-STATUS-OK            VALUE '00'.
               88  WHL-FILE-EMPTY           VALUE '35'.
           05  WS-LINES-ON-FILE          PIC X VALUE 'Y'.
               88  LINES-ON-FILE            VALUE 'Y'.
           05  WS-EOF-WHL                PIC X VALUE 'N'.
               88  EOF-WHL                  VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-FUNDED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-RETRIED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-RELEASED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-TOL-TESTED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CURED-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-NO-LE-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-LEF-FAIL-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-HPML-LISTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-NO-LINE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-DRAW-FAIL-COUNT        PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * Origination fee and escrow-deposit conventions used to build
      * the GL entries. One point (1% of the loan amount) is the
      * origination fee charged while no fee schedule has been
      * loaded; the escrow deposit collected
      * at closing is a full year of escrow - each of the tax and
      * insurance sides real when intake captured it, its share of
      * the 1.25%-of-appraised-value planning blend when not, the
           05  WS-ACCT-LOAN-RECEIVABLE   PIC X(10) VALUE '1000100000'.
           05  WS-ACCT-FEE-INCOME        PIC X(10) VALUE '4000200000'.
           05  WS-ACCT-ESCROW-LIABILITY  PIC X(10) VALUE '2000300000'.
           05  WS-ACCT-SETTLEMENT-PAYABLE
                                         PIC X(10) VALUE '2000400000'.
           05  WS-ACCT-TOLERANCE-CURE    PIC X(10) VALUE '5000600000'.
      *
       01  WS-GL-CALC.
           05  WS-ORIGINATION-FEE        PIC 9(9)V99 COMP-3.
           05  WS-ESCROW-DEPOSIT         PIC 9(9)V99 COMP-3.
           05  WS-ANNUAL-TAX             PIC 9(9)V99 COMP-3.
           05  WS-ANNUAL-INS             PIC 9(9)V99 COMP-3.
      *
      * The loan's closing fees, one slot per FEECODE entry in table
      * order: what the schedule charges it at funding, and what the
      * Loan Estimate quoted, with the buckets each was under.
       01  WS-LOAN-FEES.
           05  WS-LF-ENTRY OCCURS 6 TIMES.
               10  WS-LF-CHARGED         PIC X.
                   88  LF-CHARGED           VALUE 'Y'.
               10  WS-LF-AMOUNT          PIC 9(7)V99 COMP-3.
               10  WS-LF-TOLERANCE       PIC X.
               10  WS-LF-PAID-TO         PIC X.
                   88  LF-TO-LENDER         VALUE 'L'.
               10  WS-LF-QUOTED          PIC X.
                   88  LF-QUOTED            VALUE 'Y'.
               10  WS-LF-LE-AMOUNT       PIC 9(7)V99 COMP-3.
               10  WS-LF-LE-TOLERANCE    PIC X.
               10  WS-LF-CURE            PIC 9(7)V99 COMP-3.
       01  WS-FEE-SUB                    PIC 9(1).
      *
      * Tolerance work: the bucket the fee in hand is held to, the
      * 10% bucket's quoted and charged totals and its ceiling, the
      * loan's total cure, and the night's cure total.
       01  WS-TOL-CALC.
           05  WS-TOL-BUCKET             PIC X.
               88  TOL-ZERO                 VALUE 'Z'.
               88  TOL-TEN-PCT              VALUE 'T'.
           05  WS-TEN-PCT-LE-TOTAL       PIC 9(9)V99 COMP-3.
           05  WS-TEN-PCT-CD-TOTAL       PIC 9(9)V99 COMP-3.
           05  WS-TEN-PCT-LIMIT          PIC 9(9)V99 COMP-3.
           05  WS-TEN-PCT-CURE           PIC 9(9)V99 COMP-3.
           05  WS-LOAN-CURE              PIC 9(9)V99 COMP-3.
           05  WS-NIGHT-CURE             PIC 9(11)V99 COMP-3
                                             VALUE ZERO.
      *
      * The warehouse lines in table form for the capacity gate; the
      * balances here mirror what each draw just rewrote to the
      * file. Twenty lines is far more than treasury has ever kept.
       01  WS-WHL-TABLE.
           05  WS-WHL-ENTRY OCCURS 20 TIMES.
               10  WS-WHL-LINE-ID        PIC X(4).
               10  WS-WHL-LIMIT          PIC 9(11)V99 COMP-3.
               10  WS-WHL-BALANCE        PIC 9(11)V99 COMP-3.
               10  WS-WHL-OPEN-FLAG      PIC X(1).
       01  WS-WHL-USED                   PIC 9(2) VALUE ZERO.
       01  WS-WHL-SUB                    PIC 9(2).
      *
      * The line the capacity gate settled on for the loan in hand -
      * zero when no line has room (or no line file is loaded).
       01  WS-WHL-PICK                   PIC 9(2).
       01  WS-WHL-ROOM                   PIC S9(11)V99 COMP-3.
      *
      * The loan's GL debits and credits as 4200 writes them, and
      * the net cash the warehouse advanced for it.
       01  WS-LOAN-DEBITS                PIC 9(11)V99 COMP-3.
       01  WS-LOAN-CREDITS               PIC 9(11)V99 COMP-3.
       01  WS-DRAW-AMOUNT                PIC S9(11)V99 COMP-3.
      *
      * Why a gate refused the loan - one per exception line.
       01  WS-HOLD-REASON                PIC X(60).
      *
       01  WS-EXC-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(15) VALUE
                                             '    LOAN AMOUNT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'SRC'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(60) VALUE
                                             'HELD - REASON'.
           05  FILLER                    PIC X(15) VALUE SPACES.
      *
       01  WS-EXC-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-X-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-LOAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-X-SOURCE               PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-X-REASON               PIC X(60).
           05  FILLER                    PIC X(15) VALUE SPACES.
      *
       01  WS-EXC-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-XT-CAPTION             PIC X(30).
           05  WS-XT-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(94) VALUE SPACES.
      *
       01  WS-TOL-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(28) VALUE 'FEE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'BKT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             ' LOAN EST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             ' AT CLOSING'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             '        CURE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'NOTE'.
      *
       01  WS-TOL-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-FEE                  PIC X(28).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-T-BUCKET               PIC X(1).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-T-LE-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-CD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-CURE                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-NOTE                 PIC X(20).
      *
       01  WS-TOL-AMOUNT-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-TA-CAPTION             PIC X(30).
           05  WS-TA-AMOUNT              PIC Z(10)9.99.
           05  FILLER                    PIC X(87) VALUE SPACES.
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
       COPY FEECODE.
       COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 1500-SWEEP-HELD-LOANS.
           PERFORM 2000-PROCESS-APPLICATION UNTIL EOF-APPL.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE FEC-CODE-REDEF TO FEC-CODE-TABLE.
           OPEN INPUT APPL-INPUT-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           OPEN OUTPUT CLOSE-EXCEPTION-RPT.
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
               DISPLAY 'LNCLOSE - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
      * A conditions file never loaded (file status 35) has no
      * condition outstanding on any loan - the condition gate
      * passes every loan.
           OPEN INPUT CONDITION-FILE.
           IF COND-FILE-EMPTY
               MOVE 'N' TO WS-CONDS-ON-FILE
           END-IF.
      * A fee schedule never loaded (file status 35) is the world
      * before it existed: the one-point origination fee, no
      * tolerance test.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-FILE-EMPTY
               DISPLAY 'LNCLOSE - NO CLOSING FEE SCHEDULE ON FILE - '
                   'CHARGING ONE-POINT ORIGINATION FEE'
               MOVE 'N' TO WS-FEES-ON-FILE
           END-IF.
      * A Loan Estimate snapshot cluster nothing has been written
      * to yet cannot be opened I-O (file status 35) - it is
      * opened OUTPUT once to load it empty, then reopened I-O so
      * the reads, rewrites and deletes below work as on any
      * other night.
           OPEN I-O LE-FEE-FILE.
           IF LEF-FILE-EMPTY
               OPEN OUTPUT LE-FEE-FILE
               CLOSE LE-FEE-FILE
               OPEN I-O LE-FEE-FILE
           END-IF.
      * A warehouse line file never loaded (file status 35) funds
      * every loan as before, on no line, with no capacity gate.
           OPEN I-O WAREHOUSE-LINE-FILE.
           IF WHL-FILE-EMPTY
               DISPLAY 'LNCLOSE - NO WAREHOUSE LINE FILE - FUNDING '
                   'WITHOUT A LINE'
               MOVE 'N' TO WS-LINES-ON-FILE
           ELSE
               PERFORM 1100-LOAD-WAREHOUSE-LINES
           END-IF.
           OPEN OUTPUT TOLERANCE-RPT.
           WRITE EXCEPTION-LINE FROM WS-EXC-HEADING-LINE.
           WRITE TOLERANCE-LINE FROM WS-TOL-HEADING-LINE.
           PERFORM 2100-READ-APPLICATION.
      *
      * Pull the whole line master into the table, in line-id order -
      * the order the capacity gate tries the lines in.
       1100-LOAD-WAREHOUSE-LINES.
           MOVE LOW-VALUES TO WHL-LINE-ID.
           START WAREHOUSE-LINE-FILE KEY NOT LESS THAN WHL-LINE-ID
               INVALID KEY
                   SET EOF-WHL TO TRUE
           END-START.
           IF NOT EOF-WHL
               PERFORM 1150-READ-LINE-NEXT
           END-IF.
           PERFORM 1120-TABLE-ONE-LINE UNTIL EOF-WHL.
      *
       1120-TABLE-ONE-LINE.
           IF WS-WHL-USED >= 20
               DISPLAY 'LNCLOSE - WAREHOUSE LINE TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WHL-USED.
           MOVE WS-WHL-USED TO WS-WHL-SUB.
           MOVE WHL-LINE-ID TO WS-WHL-LINE-ID (WS-WHL-SUB).
           MOVE WHL-LINE-LIMIT TO WS-WHL-LIMIT (WS-WHL-SUB).
           MOVE WHL-BALANCE TO WS-WHL-BALANCE (WS-WHL-SUB).
           MOVE WHL-STATUS TO WS-WHL-OPEN-FLAG (WS-WHL-SUB).
           PERFORM 1150-READ-LINE-NEXT.
      *
       1150-READ-LINE-NEXT.
           READ WAREHOUSE-LINE-FILE NEXT
               AT END
                   SET EOF-WHL TO TRUE
           END-READ.
           IF NOT EOF-WHL AND NOT WHL-STATUS-OK
               SET EOF-WHL TO TRUE
           END-IF.
      *
      * Carry-over sweep: every AP loan still flagged held from an
      * earlier night goes back through the gates before tonight's
      * extract is read. Each is counted RETRIED and lands in the
      * same funded/held/rewrite-fail counts an extract loan would,
      * which is what LNRCBAL's closing proof adds back.
       1500-SWEEP-HELD-LOANS.
           MOVE 'C' TO WS-LOAN-SOURCE.
           MOVE LOW-VALUES TO APPL-MASTER-KEY.
           START APPL-MASTER-FILE KEY NOT LESS THAN APPL-MASTER-KEY
               INVALID KEY
                   SET EOF-MASTER TO TRUE
           END-START.
           IF NOT EOF-MASTER
               PERFORM 1550-READ-MASTER-NEXT
           END-IF.
           PERFORM 1600-RETRY-HELD-LOAN UNTIL EOF-MASTER.
           MOVE 'N' TO WS-LOAN-SOURCE.
      *
       1550-READ-MASTER-NEXT.
           READ APPL-MASTER-FILE NEXT
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.
      *
       1600-RETRY-HELD-LOAN.
           IF MASTER-CURR-STATUS = 'AP' AND MASTER-HOLD-FLAG = 'H'
               ADD 1 TO WS-RETRIED-COUNT
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
               PERFORM 2600-ATTEMPT-FUNDING
           END-IF.
           PERFORM 1550-READ-MASTER-NEXT.
      *
       2000-PROCESS-APPLICATION.
           ADD 1 TO WS-READ-COUNT.
           MOVE APPL-INPUT-RECORD TO LOAN-APPLICATION-RECORD.
           MOVE 'N' TO WS-HELD-TONIGHT.
           IF APL-STAT-APPROVED
               PERFORM 2400-CHECK-NOT-WITHDRAWN
           END-IF.
           IF APL-STAT-APPROVED AND NOT ALREADY-HELD-TONIGHT
               PERFORM 2600-ATTEMPT-FUNDING
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
      * record to its withdrawn image when so - the 2000 status test
      * then routes it to the skip count instead of funding it.
       2400-CHECK-NOT-WITHDRAWN.
           MOVE LOAN-APPLICATION-RECORD TO WS-HIST-BEFORE-IMAGE.
           MOVE APL-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MASTER-REWRITE-OK
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
           END-IF.
           IF MASTER-REWRITE-OK AND MASTER-CURR-STATUS = 'WD'
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               DISPLAY 'LNCLOSE - WITHDRAWN ON MASTER, NOT FUNDED: '
                   APL-APPL-NUMBER
           END-IF.
      * A loan the carry-over sweep already funded or held tonight
      * (one the lock desk repriced, back through LNUNDW) is not
      * taken through the gates again.
           IF MASTER-REWRITE-OK AND MASTER-CURR-STATUS = 'FD'
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
           END-IF.
           IF MASTER-REWRITE-OK AND MASTER-HOLD-FLAG = 'H'
                   AND MASTER-HOLD-DATE = WS-TODAY
               MOVE 'Y' TO WS-HELD-TONIGHT
           END-IF.
      *
      * Fund the loan if every gate passes, hold it if any fails.
      * Shared by the carry-over sweep and the extract pass.
       2600-ATTEMPT-FUNDING.
           PERFORM 3000-CHECK-FUNDING-GATES.
           IF FUNDING-IS-CLEAR
               PERFORM 2500-CLOSE-LOAN
               IF MASTER-REWRITE-OK
                   ADD 1 TO WS-FUNDED-COUNT
                   IF LOAN-FROM-SWEEP
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
                   PERFORM 4000-COMPUTE-GL-AMOUNTS
                   PERFORM 4100-WRITE-GL-ENTRIES
                   PERFORM 4600-DRAW-WAREHOUSE-LINE
               ELSE
                   ADD 1 TO WS-REWRITE-FAIL-COUNT
               END-IF
           ELSE
               PERFORM 3900-HOLD-LOAN
           END-IF.
      *
      * Every gate is checked, so the exception report shows all
      * that is standing between the loan and funding, not just the
      * first thing found.
       3000-CHECK-FUNDING-GATES.
           MOVE 'Y' TO WS-FUNDING-CLEAR.
           PERFORM 3100-CHECK-RATE-LOCK.
           IF CONDS-ON-FILE
               PERFORM 3200-CHECK-CONDITIONS
           END-IF.
           PERFORM 3300-CHECK-TILA-FLAGS.
           PERFORM 3400-CHECK-WAREHOUSE-LINE.
      *
      * The locked rate can fund through its expiration date and not
      * a day after. A lock with no term on file (keyed before the
      * term existed) never expires.
       3100-CHECK-RATE-LOCK.
           IF APL-LOCK-EXPIRATION-DATE IS NUMERIC
                   AND APL-LOCK-EXPIRATION-DATE < WS-TODAY
               MOVE SPACES TO WS-HOLD-REASON
               STRING 'RATE LOCK EXPIRED ' DELIMITED BY SIZE
                      APL-LOCK-EXPIRATION-DATE DELIMITED BY SIZE
                      ' - EXTEND OR RELOCK AT LOCK DESK'
                          DELIMITED BY SIZE
                   INTO WS-HOLD-REASON
               PERFORM 3800-WRITE-EXCEPTION-LINE
           END-IF.
      *
      * Every open prior-to-funding condition on the loan gets its
      * own exception line, by name, so the closers know exactly what
      * the processing desk still has to clear.
       3200-CHECK-CONDITIONS.
           MOVE 'N' TO WS-COND-SCAN.
           MOVE APL-APPL-NUMBER TO CND-APPL-NUMBER.
           MOVE ZERO TO CND-SEQUENCE.
           START CONDITION-FILE KEY NOT LESS THAN CND-KEY
               INVALID KEY
                   SET COND-SCAN-DONE TO TRUE
           END-START.
           PERFORM 3250-CHECK-ONE-CONDITION UNTIL COND-SCAN-DONE.
      *
       3250-CHECK-ONE-CONDITION.
           READ CONDITION-FILE NEXT
               AT END
                   SET COND-SCAN-DONE TO TRUE
           END-READ.
           IF NOT COND-SCAN-DONE
               IF CND-APPL-NUMBER NOT = APL-APPL-NUMBER
                   SET COND-SCAN-DONE TO TRUE
               ELSE
                   IF CND-OPEN AND CND-PRIOR-TO-FUNDING
                       MOVE SPACES TO WS-HOLD-REASON
                       STRING 'OPEN PTF CONDITION ' DELIMITED BY SIZE
                              CND-SEQUENCE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CND-CODE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CND-DESCRIPTION DELIMITED BY SIZE
                           INTO WS-HOLD-REASON
                       PERFORM 3800-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
      *
      * The HPML and high-cost flags LNUNDW filed against the APOR.
      * A high-cost (HOEPA) loan may not close as-is - it is held
      * until it is restructured and re-underwritten below the
      * triggers. A higher-priced loan may fund: the escrow account
      * it requires is collected on every loan at funding (see
      * 4000-COMPUTE-GL-AMOUNTS), so the gate holds it only when no
      * appraisal has come back from the AMC (APRPRS marks the
      * record received when it posts one - the keyed value in
      * APL-PROP-APPRAISED-VALUE is no appraisal); otherwise it is
      * listed, not held, so compliance sees every HPML that funds.
       3300-CHECK-TILA-FLAGS.
           IF APL-HIGH-COST-YES
               MOVE 'HIGH-COST (HOEPA) LOAN - MAY NOT CLOSE AS-IS'
                   TO WS-HOLD-REASON
               PERFORM 3800-WRITE-EXCEPTION-LINE
           END-IF.
           IF APL-HPML-YES
               IF APL-APPR-RECEIVED
                   MOVE 'NOT HELD - HPML, ESCROW AND APPRAISAL RULES'
                       TO WS-HOLD-REASON
                   PERFORM 3850-WRITE-REPORT-LINE
                   ADD 1 TO WS-HPML-LISTED-COUNT
               ELSE
                   MOVE 'HPML LOAN - NO APPRAISAL ON FILE'
                       TO WS-HOLD-REASON
                   PERFORM 3800-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
      *
      * The first open line, in line-id order, with room under its
      * limit for the whole loan amount. The draw itself is the net
      * cash advanced, never more than the loan amount short of a
      * tolerance cure, so a line passed here has room for it.
       3400-CHECK-WAREHOUSE-LINE.
           MOVE ZERO TO WS-WHL-PICK.
           IF LINES-ON-FILE
               PERFORM 3450-CONSIDER-ONE-LINE
                   VARYING WS-WHL-SUB FROM 1 BY 1
                   UNTIL WS-WHL-SUB > WS-WHL-USED
                      OR WS-WHL-PICK > ZERO
               IF WS-WHL-PICK = ZERO
                   MOVE 'NO WAREHOUSE LINE WITH ROOM TO FUND LOAN'
                       TO WS-HOLD-REASON
                   PERFORM 3800-WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-NO-LINE-COUNT
               END-IF
           END-IF.
      *
       3450-CONSIDER-ONE-LINE.
           IF WS-WHL-OPEN-FLAG (WS-WHL-SUB) = 'O'
               COMPUTE WS-WHL-ROOM =
                   WS-WHL-LIMIT (WS-WHL-SUB)
                       - WS-WHL-BALANCE (WS-WHL-SUB)
               IF WS-WHL-ROOM >= APL-LOAN-AMOUNT
                   MOVE WS-WHL-SUB TO WS-WHL-PICK
               END-IF
           END-IF.
      *
       3800-WRITE-EXCEPTION-LINE.
           MOVE 'N' TO WS-FUNDING-CLEAR.
           PERFORM 3850-WRITE-REPORT-LINE.
      *
       3850-WRITE-REPORT-LINE.
           MOVE APL-APPL-NUMBER TO WS-X-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-X-BORR-LNAME.
           MOVE APL-LOAN-AMOUNT TO WS-X-LOAN-AMOUNT.
           IF LOAN-FROM-SWEEP
               MOVE 'C/O' TO WS-X-SOURCE
           ELSE
               MOVE 'NEW' TO WS-X-SOURCE
           END-IF.
           MOVE WS-HOLD-REASON TO WS-X-REASON.
           WRITE EXCEPTION-LINE FROM WS-EXC-DETAIL-LINE.
      *
      * Flag the loan held on the master so tomorrow's sweep brings
      * it back. A hold that cannot be filed is a master that was
      * not brought current - counted with the rewrite failures, as
      * the loan will not be retried until it is.
       3900-HOLD-LOAN.
           SET APL-CLOSE-HELD TO TRUE.
           MOVE WS-TODAY TO APL-CLOSE-HOLD-DATE.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LNCLOSE - MASTER HOLD FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-REWRITE-OK
               ADD 1 TO WS-HELD-COUNT
               PERFORM 8700-WRITE-HISTORY
           ELSE
               ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
      *
      * Funds the loan: stamps closing/funded dates, moves status to
      * FD, and rewrites the updated record into the persistent
      * carry-over sweep keys off this, so an unallocated loan
      * keeps surfacing however many nights pass.
           SET APL-DELIVERY-PENDING TO TRUE.
           MOVE SPACE TO APL-CLOSE-HOLD-FLAG.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LNCLOSE - MASTER REWRITE FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-REWRITE-OK
               PERFORM 8700-WRITE-HISTORY
           END-IF.
      *
      * Each side of the escrow year stands on its own: a supplied
      * figure is used, a missing (or zero-keyed) one falls back to
      * tax, 0.25% insurance - the same split LNUNDW's monthly
      * escrow uses, so deposit and monthly figure always agree.
       4000-COMPUTE-GL-AMOUNTS.
           MOVE ZERO TO WS-LOAN-CURE.
           IF FEES-ON-FILE
               PERFORM 4300-PRICE-CLOSING-FEES
           ELSE
               COMPUTE WS-ORIGINATION-FEE ROUNDED =
                   APL-LOAN-AMOUNT * 0.01
           END-IF.
           IF APL-ANNUAL-PROP-TAX IS NUMERIC
                   AND APL-ANNUAL-PROP-TAX > ZERO
               MOVE APL-ANNUAL-PROP-TAX TO WS-ANNUAL-TAX
               WS-ANNUAL-TAX + WS-ANNUAL-INS.
      *
       4100-WRITE-GL-ENTRIES.
           MOVE ZERO TO WS-LOAN-DEBITS.
           MOVE ZERO TO WS-LOAN-CREDITS.
           MOVE WS-TODAY TO GL-POSTING-DATE.
           MOVE APL-APPL-NUMBER TO GL-LOAN-NUMBER.
      *
           MOVE 'LOAN PRINCIPAL FUNDED' TO GL-DESCRIPTION.
           PERFORM 4200-WRITE-GL-RECORD.
      *
           IF FEES-ON-FILE
               PERFORM 4150-WRITE-FEE-ENTRY
                   VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
           ELSE
               MOVE WS-ACCT-FEE-INCOME TO GL-ACCOUNT-NUMBER
               SET GL-CREDIT TO TRUE
               MOVE WS-ORIGINATION-FEE TO GL-AMOUNT
               MOVE 'ORIGINATION FEE INCOME' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
           MOVE WS-ACCT-ESCROW-LIABILITY TO GL-ACCOUNT-NUMBER.
           SET GL-CREDIT TO TRUE.
           MOVE WS-ESCROW-DEPOSIT TO GL-AMOUNT.
           MOVE 'ESCROW DEPOSIT COLLECTED' TO GL-DESCRIPTION.
           PERFORM 4200-WRITE-GL-RECORD.
      *
      * Rate-lock extension fee run up at the lock desk, when any.
      * LNGLBAL balances each loan with its own warehouse offset, so
      * a fourth line needs nothing further there.
           IF APL-LOCK-EXTENSION-FEE IS NUMERIC
                   AND APL-LOCK-EXTENSION-FEE > ZERO
               MOVE WS-ACCT-FEE-INCOME TO GL-ACCOUNT-NUMBER
               SET GL-CREDIT TO TRUE
               MOVE APL-LOCK-EXTENSION-FEE TO GL-AMOUNT
               MOVE 'RATE LOCK EXTENSION FEE' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
      * Tolerance cure, when any: the lender credit given the
      * borrower at the table. A debit - LNGLBAL's warehouse offset
      * grows by it, the extra cash the lender put into the closing.
           IF WS-LOAN-CURE > ZERO
               MOVE WS-ACCT-TOLERANCE-CURE TO GL-ACCOUNT-NUMBER
               SET GL-DEBIT TO TRUE
               MOVE WS-LOAN-CURE TO GL-AMOUNT
               MOVE 'TOLERANCE CURE - LENDER CREDIT' TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
      * One credit per fee charged: lender fees to fee income, third-
      * party fees to settlement fees payable for the providers.
       4150-WRITE-FEE-ENTRY.
           IF LF-CHARGED (WS-FEE-SUB)
                   AND WS-LF-AMOUNT (WS-FEE-SUB) > ZERO
               IF LF-TO-LENDER (WS-FEE-SUB)
                   MOVE WS-ACCT-FEE-INCOME TO GL-ACCOUNT-NUMBER
               ELSE
                   MOVE WS-ACCT-SETTLEMENT-PAYABLE TO GL-ACCOUNT-NUMBER
               END-IF
               SET GL-CREDIT TO TRUE
               MOVE WS-LF-AMOUNT (WS-FEE-SUB) TO GL-AMOUNT
               MOVE FEC-TBL-DESCRIPTION (WS-FEE-SUB) TO GL-DESCRIPTION
               PERFORM 4200-WRITE-GL-RECORD
           END-IF.
      *
       4200-WRITE-GL-RECORD.
           MOVE GL-POSTING-RECORD TO GL-POSTING-FILE-RECORD.
           WRITE GL-POSTING-FILE-RECORD.
           IF GL-DEBIT
               ADD GL-AMOUNT TO WS-LOAN-DEBITS
           ELSE
               ADD GL-AMOUNT TO WS-LOAN-CREDITS
           END-IF.
      *
      * The cash the warehouse advanced for the loan just posted,
      * drawn on the line the capacity gate picked (see the banner
      * for the line-first ordering) and stamped on the master.
       4600-DRAW-WAREHOUSE-LINE.
           COMPUTE WS-DRAW-AMOUNT = WS-LOAN-DEBITS - WS-LOAN-CREDITS.
           IF WS-DRAW-AMOUNT < ZERO
               MOVE ZERO TO WS-DRAW-AMOUNT
           END-IF.
           MOVE SPACES TO APL-WAREHOUSE-LINE-ID.
           IF WS-WHL-PICK > ZERO
               MOVE WS-WHL-LINE-ID (WS-WHL-PICK) TO WHL-LINE-ID
               READ WAREHOUSE-LINE-FILE
                   INVALID KEY
                       DISPLAY 'LNCLOSE - WAREHOUSE LINE READ FAILED '
                           'FOR ' WHL-LINE-ID ' STATUS ' WS-WHL-STATUS
               END-READ
               IF WHL-STATUS-OK
                   ADD WS-DRAW-AMOUNT TO WHL-BALANCE
                   REWRITE WAREHOUSE-LINE-RECORD
                       INVALID KEY
                           DISPLAY 'LNCLOSE - WAREHOUSE LINE REWRITE '
                               'FAILED FOR ' WHL-LINE-ID ' STATUS '
                               WS-WHL-STATUS
                   END-REWRITE
               END-IF
               IF WHL-STATUS-OK
                   ADD WS-DRAW-AMOUNT
                       TO WS-WHL-BALANCE (WS-WHL-PICK)
                   MOVE WHL-LINE-ID TO APL-WAREHOUSE-LINE-ID
               ELSE
                   ADD 1 TO WS-DRAW-FAIL-COUNT
               END-IF
           END-IF.
           MOVE WS-DRAW-AMOUNT TO APL-WAREHOUSE-DRAW-AMT.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LNCLOSE - WAREHOUSE DRAW NOT STAMPED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-REWRITE-OK
               PERFORM 8700-WRITE-HISTORY
           END-IF.
      *
      * Price every fee and pick up its quote first, so whether the
      * loan has a Loan Estimate at all is known before any fee is
      * tested against one.
       4300-PRICE-CLOSING-FEES.
           MOVE 'N' TO WS-LE-ON-FILE.
           MOVE ZERO TO WS-TEN-PCT-LE-TOTAL.
           MOVE ZERO TO WS-TEN-PCT-CD-TOTAL.
           PERFORM 4310-PRICE-ONE-FEE
               VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6.
           IF LE-ON-FILE
               ADD 1 TO WS-TOL-TESTED-COUNT
               PERFORM 4350-TEST-ONE-FEE
                   VARYING WS-FEE-SUB FROM 1 BY 1 UNTIL WS-FEE-SUB > 6
               PERFORM 4400-TEST-TEN-PCT-BUCKET
               IF WS-LOAN-CURE > ZERO
                   ADD 1 TO WS-CURED-COUNT
                   ADD WS-LOAN-CURE TO WS-NIGHT-CURE
               END-IF
           ELSE
               ADD 1 TO WS-NO-LE-COUNT
               MOVE SPACES TO WS-T-FEE
               MOVE SPACE TO WS-T-BUCKET
               MOVE ZERO TO WS-T-LE-AMOUNT
               MOVE ZERO TO WS-T-CD-AMOUNT
               MOVE ZERO TO WS-T-CURE
               MOVE 'NO LE ON FILE' TO WS-T-NOTE
               PERFORM 4500-WRITE-TOLERANCE-LINE
           END-IF.
      *
      * The schedule's charge for the fee in WS-FEE-SUB - the state's
      * row, else the type's nationwide row, a percentage fee taken
      * on the loan amount as it funds - and the quote on LEFFIL.
       4310-PRICE-ONE-FEE.
           MOVE 'N' TO WS-LF-CHARGED (WS-FEE-SUB).
           MOVE ZERO TO WS-LF-AMOUNT (WS-FEE-SUB).
           MOVE SPACE TO WS-LF-TOLERANCE (WS-FEE-SUB).
           MOVE SPACE TO WS-LF-PAID-TO (WS-FEE-SUB).
           MOVE 'N' TO WS-LF-QUOTED (WS-FEE-SUB).
           MOVE ZERO TO WS-LF-LE-AMOUNT (WS-FEE-SUB).
           MOVE SPACE TO WS-LF-LE-TOLERANCE (WS-FEE-SUB).
           MOVE ZERO TO WS-LF-CURE (WS-FEE-SUB).
           MOVE APL-LOAN-TYPE TO FEE-LOAN-TYPE.
           MOVE APL-PROP-STATE TO FEE-STATE.
           MOVE FEC-TBL-CODE (WS-FEE-SUB) TO FEE-CODE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE SPACES TO FEE-STATE
                   READ FEE-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
           IF FEE-STATUS-OK
               MOVE 'Y' TO WS-LF-CHARGED (WS-FEE-SUB)
               IF FEE-PCT-OF-LOAN
                   COMPUTE WS-LF-AMOUNT (WS-FEE-SUB) ROUNDED =
                       APL-LOAN-AMOUNT * FEE-PERCENT / 100
               ELSE
                   MOVE FEE-AMOUNT TO WS-LF-AMOUNT (WS-FEE-SUB)
               END-IF
               MOVE FEE-TOLERANCE TO WS-LF-TOLERANCE (WS-FEE-SUB)
               MOVE FEE-PAID-TO TO WS-LF-PAID-TO (WS-FEE-SUB)
           END-IF.
           MOVE APL-APPL-NUMBER TO LEF-APPL-NUMBER.
           MOVE FEC-TBL-CODE (WS-FEE-SUB) TO LEF-FEE-CODE.
           READ LE-FEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF LEF-STATUS-OK
               MOVE 'Y' TO WS-LE-ON-FILE
               MOVE 'Y' TO WS-LF-QUOTED (WS-FEE-SUB)
               MOVE LEF-LE-AMOUNT TO WS-LF-LE-AMOUNT (WS-FEE-SUB)
               MOVE LEF-TOLERANCE TO WS-LF-LE-TOLERANCE (WS-FEE-SUB)
           END-IF.
      *
      * Hold one fee to its quote. The bucket is the one the fee was
      * disclosed under; a fee never quoted is held to the schedule's
      * bucket at a quote of zero. A zero-tolerance fee is cured on
      * its own; a 10% fee goes into the bucket total tested after
      * the last fee. The closing figures are then filed on LEFFIL.
       4350-TEST-ONE-FEE.
           IF LF-CHARGED (WS-FEE-SUB) OR LF-QUOTED (WS-FEE-SUB)
               IF LF-QUOTED (WS-FEE-SUB)
                   MOVE WS-LF-LE-TOLERANCE (WS-FEE-SUB)
                       TO WS-TOL-BUCKET
               ELSE
                   MOVE WS-LF-TOLERANCE (WS-FEE-SUB) TO WS-TOL-BUCKET
               END-IF
               IF TOL-ZERO
                   IF WS-LF-AMOUNT (WS-FEE-SUB) >
                           WS-LF-LE-AMOUNT (WS-FEE-SUB)
                       COMPUTE WS-LF-CURE (WS-FEE-SUB) =
                           WS-LF-AMOUNT (WS-FEE-SUB)
                               - WS-LF-LE-AMOUNT (WS-FEE-SUB)
                       ADD WS-LF-CURE (WS-FEE-SUB) TO WS-LOAN-CURE
                       MOVE FEC-TBL-DESCRIPTION (WS-FEE-SUB)
                           TO WS-T-FEE
                       MOVE WS-TOL-BUCKET TO WS-T-BUCKET
                       MOVE WS-LF-LE-AMOUNT (WS-FEE-SUB)
                           TO WS-T-LE-AMOUNT
                       MOVE WS-LF-AMOUNT (WS-FEE-SUB) TO WS-T-CD-AMOUNT
                       MOVE WS-LF-CURE (WS-FEE-SUB) TO WS-T-CURE
                       IF LF-QUOTED (WS-FEE-SUB)
                           MOVE 'ZERO-TOL FEE ROSE' TO WS-T-NOTE
                       ELSE
                           MOVE 'FEE NOT ON LE' TO WS-T-NOTE
                       END-IF
                       PERFORM 4500-WRITE-TOLERANCE-LINE
                   END-IF
               END-IF
               IF TOL-TEN-PCT
                   ADD WS-LF-LE-AMOUNT (WS-FEE-SUB)
                       TO WS-TEN-PCT-LE-TOTAL
                   ADD WS-LF-AMOUNT (WS-FEE-SUB) TO WS-TEN-PCT-CD-TOTAL
               END-IF
               PERFORM 4380-FILE-CLOSING-FEE
           END-IF.
      *
      * The quote is re-read (the pricing pass has moved on since) and
      * rewritten with the closing side; a fee charged but never
      * quoted is added with an empty Loan Estimate side.
       4380-FILE-CLOSING-FEE.
           MOVE APL-APPL-NUMBER TO LEF-APPL-NUMBER.
           MOVE FEC-TBL-CODE (WS-FEE-SUB) TO LEF-FEE-CODE.
           IF LF-QUOTED (WS-FEE-SUB)
               READ LE-FEE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF LEF-STATUS-OK
                   PERFORM 4390-MOVE-CLOSING-FIELDS
                   REWRITE LE-FEE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           ELSE
               MOVE SPACES TO LE-FEE-RECORD
               MOVE APL-APPL-NUMBER TO LEF-APPL-NUMBER
               MOVE FEC-TBL-CODE (WS-FEE-SUB) TO LEF-FEE-CODE
               MOVE ZERO TO LEF-LE-LOAN-AMOUNT
               MOVE ZERO TO LEF-LE-AMOUNT
               MOVE WS-LF-TOLERANCE (WS-FEE-SUB) TO LEF-TOLERANCE
               MOVE WS-LF-PAID-TO (WS-FEE-SUB) TO LEF-PAID-TO
               PERFORM 4390-MOVE-CLOSING-FIELDS
               WRITE LE-FEE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT LEF-STATUS-OK
               DISPLAY 'LNCLOSE - CLOSING FEE NOT FILED FOR '
                   APL-APPL-NUMBER ' FEE ' LEF-FEE-CODE
                   ' STATUS ' WS-LEF-STATUS
               ADD 1 TO WS-LEF-FAIL-COUNT
           END-IF.
      *
       4390-MOVE-CLOSING-FIELDS.
           MOVE WS-TODAY TO LEF-CD-DATE.
           MOVE WS-LF-AMOUNT (WS-FEE-SUB) TO LEF-CD-AMOUNT.
           MOVE WS-LF-CURE (WS-FEE-SUB) TO LEF-CURE-AMOUNT.
      *
      * The 10% bucket is tested in aggregate: the third-party fees
      * in it may together rise to 110% of what they were quoted
      * together, and anything beyond that is cured.
       4400-TEST-TEN-PCT-BUCKET.
           COMPUTE WS-TEN-PCT-LIMIT ROUNDED =
               WS-TEN-PCT-LE-TOTAL * 1.10.
           IF WS-TEN-PCT-CD-TOTAL > WS-TEN-PCT-LIMIT
               COMPUTE WS-TEN-PCT-CURE =
                   WS-TEN-PCT-CD-TOTAL - WS-TEN-PCT-LIMIT
               ADD WS-TEN-PCT-CURE TO WS-LOAN-CURE
               MOVE '10% BUCKET TOTAL' TO WS-T-FEE
               MOVE 'T' TO WS-T-BUCKET
               MOVE WS-TEN-PCT-LE-TOTAL TO WS-T-LE-AMOUNT
               MOVE WS-TEN-PCT-CD-TOTAL TO WS-T-CD-AMOUNT
               MOVE WS-TEN-PCT-CURE TO WS-T-CURE
               MOVE 'OVER 110% OF LE' TO WS-T-NOTE
               PERFORM 4500-WRITE-TOLERANCE-LINE
           END-IF.
      *
       4500-WRITE-TOLERANCE-LINE.
           MOVE APL-APPL-NUMBER TO WS-T-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-T-BORR-LNAME.
           WRITE TOLERANCE-LINE FROM WS-TOL-DETAIL-LINE.
      *
       8000-FINALIZE.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE.
           MOVE 'LOANS HELD FROM FUNDING' TO WS-XT-CAPTION.
           MOVE WS-HELD-COUNT TO WS-XT-COUNT.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'HELD LOANS RETRIED' TO WS-XT-CAPTION.
           MOVE WS-RETRIED-COUNT TO WS-XT-COUNT.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'HELD LOANS RELEASED/FUNDED' TO WS-XT-CAPTION.
           MOVE WS-RELEASED-COUNT TO WS-XT-COUNT.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'HPML LOANS LISTED, NOT HELD' TO WS-XT-CAPTION.
           MOVE WS-HPML-LISTED-COUNT TO WS-XT-COUNT.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'NO WAREHOUSE LINE WITH ROOM' TO WS-XT-CAPTION.
           MOVE WS-NO-LINE-COUNT TO WS-XT-COUNT.
           WRITE EXCEPTION-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE SPACES TO TOLERANCE-LINE.
           WRITE TOLERANCE-LINE.
           MOVE 'LOANS TESTED AGAINST LE' TO WS-XT-CAPTION.
           MOVE WS-TOL-TESTED-COUNT TO WS-XT-COUNT.
           WRITE TOLERANCE-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'LOANS CURED' TO WS-XT-CAPTION.
           MOVE WS-CURED-COUNT TO WS-XT-COUNT.
           WRITE TOLERANCE-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'LOANS FUNDED WITH NO LE' TO WS-XT-CAPTION.
           MOVE WS-NO-LE-COUNT TO WS-XT-COUNT.
           WRITE TOLERANCE-LINE FROM WS-EXC-TOTAL-LINE.
           MOVE 'TOTAL TOLERANCE CURES' TO WS-TA-CAPTION.
           MOVE WS-NIGHT-CURE TO WS-TA-AMOUNT.
           WRITE TOLERANCE-LINE FROM WS-TOL-AMOUNT-LINE.
           CLOSE APPL-INPUT-FILE.
           CLOSE GL-POSTING-FILE.
           CLOSE CLOSE-EXCEPTION-RPT.
           IF CONDS-ON-FILE
               CLOSE CONDITION-FILE
           END-IF.
           IF FEES-ON-FILE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           CLOSE LE-FEE-FILE.
           IF LINES-ON-FILE
               CLOSE WAREHOUSE-LINE-FILE
           END-IF.
           CLOSE TOLERANCE-RPT.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNCLOSE - APPLICATIONS READ:   ' WS-READ-COUNT.
           DISPLAY 'LNCLOSE - LOANS CLOSED/FUNDED: ' WS-FUNDED-COUNT.
           DISPLAY 'LNCLOSE - NOT APPROVED, SKIPPED: ' WS-SKIPPED-COUNT.
           DISPLAY 'LNCLOSE - MASTER REWRITE FAILED: '
               WS-REWRITE-FAIL-COUNT.
           DISPLAY 'LNCLOSE - HELD FROM FUNDING:   ' WS-HELD-COUNT.
           DISPLAY 'LNCLOSE - HELD LOANS RETRIED:  ' WS-RETRIED-COUNT.
           DISPLAY 'LNCLOSE - HELD LOANS RELEASED: ' WS-RELEASED-COUNT.
           DISPLAY 'LNCLOSE - HPML LISTED, NOT HELD: '
               WS-HPML-LISTED-COUNT.
           DISPLAY 'LNCLOSE - NO WAREHOUSE ROOM:   ' WS-NO-LINE-COUNT.
           DISPLAY 'LNCLOSE - WAREHOUSE DRAW FAILED: '
               WS-DRAW-FAIL-COUNT.
           DISPLAY 'LNCLOSE - TOLERANCE TESTED:    '
               WS-TOL-TESTED-COUNT.
           DISPLAY 'LNCLOSE - TOLERANCE CURED:     ' WS-CURED-COUNT.
           DISPLAY 'LNCLOSE - FUNDED WITH NO LE:   ' WS-NO-LE-COUNT.
           DISPLAY 'LNCLOSE - CLOSING FEES NOT FILED: '
               WS-LEF-FAIL-COUNT.
           DISPLAY 'LNCLOSE - HISTORY WRITE FAILED: '
               WS-HIST-FAIL-COUNT.
           IF WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LEF-FAIL-COUNT > ZERO OR WS-DRAW-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE 'REWRITEFAIL' TO RCT-COUNTER-NAME.
           MOVE WS-REWRITE-FAIL-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'HELD' TO RCT-COUNTER-NAME.
           MOVE WS-HELD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'RETRIED' TO RCT-COUNTER-NAME.
           MOVE WS-RETRIED-COUNT TO RCT-COUNT.
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
               MOVE 'LNCLOSE' TO APH-PROGRAM
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
                   DISPLAY 'LNCLOSE - HISTORY WRITE FAILED FOR '
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
