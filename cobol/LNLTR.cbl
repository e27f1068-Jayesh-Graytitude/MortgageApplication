      * and one line per letter on the letter log for the compliance
      * file - the proof the adverse-action notice went out inside
      * the 30-day window, dated the night of the decision.
      *
      * Loan Estimate fees: the approval letter quotes the closing
      * fees the loan will be charged - each FEECODE fee priced off
      * the closing fee schedule (FEEFIL, loaded by FEELOAD) for the
      * loan type and property state, else the type's nationwide row
      * - and the quote is filed, fee by fee with its TRID tolerance
      * bucket, on the Loan Estimate fee file (LEFFIL). LNCLOSE holds
      * the fees it charges at funding to that snapshot, so this step
      * must run ahead of LNCLOSE. A loan approved again (repriced at
      * the lock desk) has its snapshot replaced with the revised
      * quote. A fee schedule never loaded leaves the letter without
      * a fee section and files no snapshot, the world before the
      * schedule existed.
      *
      * The approval letter also discloses the annual percentage
      * rate, finance charge, and amount financed LNUNDW computed
      * and filed with the decision.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LETTER-LOG-FILE ASSIGN TO LTRLOG
               ORGANIZATION IS SEQUENTIAL.
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
      * Estimate snapshot (see copybooks/LEFREC.cpy).
           SELECT LE-FEE-FILE ASSIGN TO LEFFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LEF-KEY
               FILE STATUS IS WS-LEF-STATUS.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
       FILE SECTION.
       FD  APPL-INPUT-FILE
           RECORDING MODE IS F.
       01  APPL-INPUT-RECORD                PIC X(600).
      *
       FD  LETTER-FILE
           RECORDING MODE IS F.
       FD  LETTER-LOG-FILE
           RECORDING MODE IS F.
       01  LETTER-LOG-FILE-RECORD           PIC X(80).
      *
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEEREC.
      *
       FD  LE-FEE-FILE
           RECORDING MODE IS F.
           COPY LEFREC.
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  WS-FLAGS.
           05  WS-EOF-APPL               PIC X VALUE 'N'.
               88  EOF-APPL                 VALUE 'Y'.
           05  WS-FEE-STATUS             PIC XX.
               88  FEE-STATUS-OK            VALUE '00'.
               88  FEE-FILE-EMPTY           VALUE '35'.
           05  WS-FEES-ON-FILE           PIC X VALUE 'Y'.
               88  FEES-ON-FILE             VALUE 'Y'.
           05  WS-FEE-FOUND              PIC X.
               88  FEE-WAS-FOUND            VALUE 'Y'.
           05  WS-LEF-STATUS             PIC XX.
               88  LEF-STATUS-OK            VALUE '00'.
               88  LEF-FILE-EMPTY           VALUE '35'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADVERSE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-SKIP-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-WITHDRAWN-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-LE-LOAN-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-LE-FEE-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-LE-FAIL-COUNT          PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
       01  WS-REASON-SUB                 PIC 9(1).
       01  WS-AMOUNT-EDIT                PIC Z(8)9.99.
       01  WS-RATE-EDIT                  PIC Z9.999.
       01  WS-PI-EDIT                    PIC Z(6)9.99.
       01  WS-FEE-EDIT                   PIC Z,ZZZ,ZZ9.99.
      *
      * The fee in hand as priced off the schedule, and the running
      * total of the loan's quoted fees for the letter.
       01  WS-FEE-AMOUNT                 PIC 9(7)V99.
       01  WS-FEE-TOTAL                  PIC 9(9)V99.
      *
       01  WS-SEPARATOR-LINE             PIC X(132) VALUE ALL '-'.
      *
      *
           COPY LNAPREC.
           COPY UWRSON.
           COPY FEECODE.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE UWR-CODE-REDEF TO UWR-CODE-TABLE.
           MOVE FEC-CODE-REDEF TO FEC-CODE-TABLE.
           OPEN INPUT APPL-INPUT-FILE.
           OPEN OUTPUT LETTER-FILE.
      * A fee schedule never loaded (file status 35) is the world
      * before it existed: no fees quoted, no snapshot filed.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-FILE-EMPTY
               DISPLAY 'LNLTR - NO CLOSING FEE SCHEDULE ON FILE - '
                   'NO LOAN ESTIMATE FEES QUOTED'
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
      * The letter log accumulates night over night (DISP=MOD in the
      * JCL) - it is the compliance file's permanent record of what
      * went out and when, so never OPEN OUTPUT it.
                  WS-PI-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
      * The Truth-in-Lending figures LNUNDW filed with the decision;
      * a record decided before they were computed carries spaces in
      * the packed fields and gets no APR section.
           IF APL-APR-PCT IS NUMERIC
                   AND APL-FINANCE-CHARGE IS NUMERIC
                   AND APL-AMOUNT-FINANCED IS NUMERIC
               PERFORM 5020-WRITE-TILA-FIGURES
           END-IF.
           IF FEES-ON-FILE
               PERFORM 5050-QUOTE-CLOSING-FEES
           END-IF.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'YOUR CLOSING AGENT WILL CONTACT YOU TO'
           WRITE LETTER-LINE.
           MOVE 'SCHEDULE SETTLEMENT.' TO LETTER-LINE.
           WRITE LETTER-LINE.
      *
       5020-WRITE-TILA-FIGURES.
           MOVE APL-APR-PCT TO WS-RATE-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING 'ANNUAL PERCENTAGE RATE:' DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  ' PCT' DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE APL-FINANCE-CHARGE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING 'FINANCE CHARGE:        ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE APL-AMOUNT-FINANCED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING 'AMOUNT FINANCED:       ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
      *
      * The Loan Estimate fee section: one line per fee the schedule
      * charges the loan, then the total, each fee filed on LEFFIL as
      * it is quoted.
       5050-QUOTE-CLOSING-FEES.
           MOVE ZERO TO WS-FEE-TOTAL.
           ADD 1 TO WS-LE-LOAN-COUNT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE 'ESTIMATED CLOSING COSTS:' TO LETTER-LINE.
           WRITE LETTER-LINE.
           PERFORM 5060-QUOTE-ONE-FEE
               VARYING FEC-IDX FROM 1 BY 1 UNTIL FEC-IDX > 6.
           MOVE WS-FEE-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO LETTER-LINE.
           STRING '  TOTAL CLOSING COSTS         ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
      *
      * Quote one fee and file it. A fee the schedule no longer
      * charges the loan is taken off an earlier snapshot, so a
      * revised quote never carries a fee the borrower was told is
      * gone.
       5060-QUOTE-ONE-FEE.
           PERFORM 5070-PRICE-FEE.
           MOVE APL-APPL-NUMBER TO LEF-APPL-NUMBER.
           MOVE FEC-TBL-CODE (FEC-IDX) TO LEF-FEE-CODE.
           READ LE-FEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FEE-WAS-FOUND
               MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT
               MOVE SPACES TO LETTER-LINE
               STRING '  ' DELIMITED BY SIZE
                      FEC-TBL-DESCRIPTION (FEC-IDX) DELIMITED BY SIZE
                      WS-FEE-EDIT DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               PERFORM 5080-FILE-LE-FEE
           ELSE
               IF LEF-STATUS-OK
                   DELETE LE-FEE-FILE
                       INVALID KEY
                           ADD 1 TO WS-LE-FAIL-COUNT
                   END-DELETE
               END-IF
           END-IF.
      *
      * Price the fee in FEC-IDX for the loan in hand: the state's
      * row, else the type's nationwide row. A percentage fee is
      * that percentage of the approved loan amount.
       5070-PRICE-FEE.
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE APL-LOAN-TYPE TO FEE-LOAN-TYPE.
           MOVE APL-PROP-STATE TO FEE-STATE.
           MOVE FEC-TBL-CODE (FEC-IDX) TO FEE-CODE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE SPACES TO FEE-STATE
                   READ FEE-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
           IF FEE-STATUS-OK
               MOVE 'Y' TO WS-FEE-FOUND
               IF FEE-PCT-OF-LOAN
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       APL-LOAN-AMOUNT * FEE-PERCENT / 100
               ELSE
                   MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
               END-IF
           END-IF.
      *
      * The READ in 5060 left LEF-STATUS-OK set when the loan already
      * had this fee on an earlier quote - that record is replaced;
      * otherwise the fee is added. Either way the closing side
      * starts empty for LNCLOSE to fill in.
       5080-FILE-LE-FEE.
           IF LEF-STATUS-OK
               PERFORM 5090-MOVE-LE-FIELDS
               REWRITE LE-FEE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO LE-FEE-RECORD
               MOVE APL-APPL-NUMBER TO LEF-APPL-NUMBER
               MOVE FEC-TBL-CODE (FEC-IDX) TO LEF-FEE-CODE
               PERFORM 5090-MOVE-LE-FIELDS
               WRITE LE-FEE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF LEF-STATUS-OK
               ADD 1 TO WS-LE-FEE-COUNT
           ELSE
               DISPLAY 'LNLTR - LOAN ESTIMATE FEE NOT FILED FOR '
                   APL-APPL-NUMBER ' FEE ' LEF-FEE-CODE
                   ' STATUS ' WS-LEF-STATUS
               ADD 1 TO WS-LE-FAIL-COUNT
           END-IF.
      *
       5090-MOVE-LE-FIELDS.
           MOVE WS-TODAY TO LEF-LE-DATE.
           MOVE APL-LOAN-AMOUNT TO LEF-LE-LOAN-AMOUNT.
           MOVE WS-FEE-AMOUNT TO LEF-LE-AMOUNT.
           MOVE FEE-TOLERANCE TO LEF-TOLERANCE.
           MOVE FEE-PAID-TO TO LEF-PAID-TO.
           MOVE SPACES TO LEF-CD-DATE.
           MOVE ZERO TO LEF-CD-AMOUNT.
           MOVE ZERO TO LEF-CURE-AMOUNT.
      *
       5100-WRITE-COUNTER-BODY.
           MOVE 'WE ARE UNABLE TO APPROVE YOUR APPLICATION AS'
           CLOSE APPL-INPUT-FILE.
           CLOSE LETTER-FILE.
           CLOSE LETTER-LOG-FILE.
           IF FEES-ON-FILE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           CLOSE LE-FEE-FILE.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNLTR - APPLICATIONS READ:    ' WS-READ-COUNT.
           DISPLAY 'LNLTR - APPROVAL LETTERS:     '
           DISPLAY 'LNLTR - NOT DECISIONED TODAY:  ' WS-SKIP-COUNT.
           DISPLAY 'LNLTR - WITHDRAWN, NO LETTER:  '
               WS-WITHDRAWN-COUNT.
           DISPLAY 'LNLTR - LOAN ESTIMATES FILED:  ' WS-LE-LOAN-COUNT.
           DISPLAY 'LNLTR - LOAN ESTIMATE FEES:    ' WS-LE-FEE-COUNT.
           DISPLAY 'LNLTR - LE FEES NOT FILED:     ' WS-LE-FAIL-COUNT.
           IF WS-LE-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * LETTERS is the counter LNRCBAL proofs against the night's
      * decisions - every application LNUNDW decided tonight must
