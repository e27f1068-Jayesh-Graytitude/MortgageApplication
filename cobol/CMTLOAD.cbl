      * prints an audit report of old versus new terms - the same
      * arrangement RATELOAD gives the rate sheet. Each sheet line
      * carries commitment number, investor, committed amount, the
      * eligible loan types, expiration date, an open/closed status,
      * and the committed price (percent of par, optional - LNPURCH
      * holds each purchase advice to it); a line whose commitment
      * number is already on file replaces the terms BUT PRESERVES
      * THE DELIVERED AMOUNT - delivery history belongs to LNALLOC's
      * allocations, not to the sheet. Bad sheet lines - non-numeric
      * amount or date, no eligible type, status not O or C, a price
      * neither numeric nor blank - are reported and skipped, and
      * leave RC=4 so marketing corrects the sheet.
      *
      * A line with status D is not a terms line but a delivered-
      * total correction: commitment number in cols 1-10 and the
      * corrected delivered amount in the committed-amount columns,
      * everything else blank. It rewrites only the delivered amount
      * of a commitment already on file, and the audit report shows
      * the delivered amount replaced and the one filed, so the
      * correction leaves the same paper trail as a terms change.
      * The weekly integrity audit (LNINTEG) writes these lines when
      * the loans stamped with a commitment add up to less than its
      * delivered total; its job applies them through this program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                            PIC X(2).
           05  CSH-EXPIRATION-DATE          PIC X(8).
           05  CSH-STATUS                   PIC X(1).
               88  CSH-DELIVERED-FIX          VALUE 'D'.
           05  CSH-PRICE-PCT                PIC 9(3)V999.
           05  CSH-PRICE-PCT-X REDEFINES CSH-PRICE-PCT
                                            PIC X(6).
      *
       FD  COMMITMENT-FILE
           RECORDING MODE IS F.
               88  CMT-FILE-EMPTY          VALUE '35'.
           05  WS-LOAD-MODE              PIC X VALUE 'N'.
               88  INITIAL-LOAD            VALUE 'Y'.
           05  WS-FIX-FOUND              PIC X.
               88  FIX-COMMITMENT-FOUND    VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REPLACE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BAD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-DLVFIX-COUNT           PIC 9(7) VALUE ZERO.
      *
       01  WS-OLD-AMOUNT                 PIC 9(11)V99.
       01  WS-HELD-DELIVERED             PIC 9(11)V99 COMP-3.
           END-READ.
      *
       3000-EDIT-SHEET-LINE.
           IF CSH-DELIVERED-FIX
               PERFORM 3500-EDIT-DELIVERED-FIX
           ELSE
               PERFORM 3100-EDIT-TERMS-LINE
           END-IF.
      *
       3100-EDIT-TERMS-LINE.
           IF CSH-COMMIT-NUMBER NOT = SPACES
                   AND CSH-INVESTOR-ID NOT = SPACES
                   AND CSH-COMMIT-AMOUNT IS NUMERIC
                   AND CSH-EXPIRATION-DATE (7:2) >= '01'
                   AND CSH-EXPIRATION-DATE (7:2) <= '31'
                   AND (CSH-STATUS = 'O' OR CSH-STATUS = 'C')
                   AND (CSH-PRICE-PCT IS NUMERIC
                        OR CSH-PRICE-PCT-X = SPACES)
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * A delivered-total correction has to name a commitment already
      * on file and carry a numeric amount (zero is a valid total).
       3500-EDIT-DELIVERED-FIX.
           MOVE 'N' TO WS-FIX-FOUND.
           IF CSH-COMMIT-NUMBER NOT = SPACES
                   AND CSH-COMMIT-AMOUNT IS NUMERIC
                   AND NOT INITIAL-LOAD
               MOVE CSH-COMMIT-NUMBER TO CMT-COMMIT-NUMBER
               READ COMMITMENT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CMT-STATUS-OK
                   MOVE 'Y' TO WS-FIX-FOUND
               END-IF
           END-IF.
           IF FIX-COMMITMENT-FOUND
               PERFORM 5200-CORRECT-DELIVERED
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE CSH-COMMIT-NUMBER TO WS-D-COMMIT-NUMBER
               MOVE SPACES TO WS-D-INVESTOR
               MOVE SPACES TO WS-D-OLD-AMOUNT
               MOVE ZERO TO WS-D-NEW-AMOUNT
               MOVE SPACES TO WS-D-EXPIRATION
               MOVE 'BAD FIX' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * Read for the commitment first so the audit trail can show
      * the amount being replaced, and so the delivered amount on
      * file survives the replace.
           MOVE 'NEW' TO WS-D-OLD-AMOUNT.
           MOVE 'ADDED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
      * Only the delivered amount changes; the audit line shows the
      * delivered amount replaced and the one now on file.
       5200-CORRECT-DELIVERED.
           MOVE CMT-DELIVERED-AMOUNT TO WS-OLD-AMOUNT.
           MOVE CSH-COMMIT-AMOUNT TO CMT-DELIVERED-AMOUNT.
           REWRITE COMMITMENT-RECORD
               INVALID KEY
                   DISPLAY 'CMTLOAD - REWRITE FAILED, STATUS '
                       WS-CMT-STATUS
           END-REWRITE.
           ADD 1 TO WS-DLVFIX-COUNT.
           MOVE CMT-COMMIT-NUMBER TO WS-D-COMMIT-NUMBER.
           MOVE CMT-INVESTOR-ID TO WS-D-INVESTOR.
           MOVE WS-OLD-AMOUNT TO WS-OLD-AMOUNT-EDIT.
           MOVE WS-OLD-AMOUNT-EDIT TO WS-D-OLD-AMOUNT.
           MOVE CMT-DELIVERED-AMOUNT TO WS-D-NEW-AMOUNT.
           MOVE CMT-EXPIRATION-DATE TO WS-D-EXPIRATION.
           MOVE 'DELIVERED' TO WS-D-ACTION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       5500-MOVE-SHEET-TO-RECORD.
           MOVE CSH-COMMIT-NUMBER TO CMT-COMMIT-NUMBER.
           MOVE CSH-ELIGIBLE-TYPES TO CMT-ELIGIBLE-TYPES.
           MOVE CSH-EXPIRATION-DATE TO CMT-EXPIRATION-DATE.
           MOVE CSH-STATUS TO CMT-STATUS.
      * No price on the sheet files zero - the price is then not
      * tested against the investor's advices.
           IF CSH-PRICE-PCT IS NUMERIC
               MOVE CSH-PRICE-PCT TO CMT-PRICE-PCT
           ELSE
               MOVE ZERO TO CMT-PRICE-PCT
           END-IF.
      *
       6000-WRITE-AUDIT-LINE.
           MOVE CSH-COMMIT-NUMBER TO WS-D-COMMIT-NUMBER.
           DISPLAY 'CMTLOAD - COMMITMENTS REPLACED:  '
               WS-REPLACE-COUNT.
           DISPLAY 'CMTLOAD - BAD LINES SKIPPED:     ' WS-BAD-COUNT.
           DISPLAY 'CMTLOAD - DELIVERED CORRECTED:   '
               WS-DLVFIX-COUNT.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'BADLINES' TO RCT-COUNTER-NAME.
           MOVE WS-BAD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'DLVFIXED' TO RCT-COUNTER-NAME.
           MOVE WS-DLVFIX-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
       8150-WRITE-RUN-CONTROL-REC.
