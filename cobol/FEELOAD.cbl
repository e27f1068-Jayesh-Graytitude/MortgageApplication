       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEELOAD.
      ******************************************************************
      * FEELOAD - Closing fee schedule load.
      * Batch program that applies the closing desk's fee sheet to the
      * closing fee schedule (FEEFIL, see FEEREC) and prints an audit
      * report of old versus new fees - the same arrangement RATELOAD
      * gives the rate sheet and GDLLOAD the guideline sheet. Each
      * sheet line is one fee for a loan type in a state (or the
      * nationwide row): a flat amount or a percentage of the loan
      * amount, the TRID tolerance bucket it is disclosed under, and
      * whether the lender or a third party is paid it. A line whose
      * type/state/fee is already on file replaces that fee (the
      * audit shows the fee it replaced on a WAS line beneath), a new
      * pairing is added. Bad sheet lines - unknown loan type or fee
      * code, a bad basis, bucket or payee, non-numeric amounts, a
      * lender fee outside the zero-tolerance bucket - are reported
      * and skipped, and leave RC=4 so the desk gets the sheet
      * corrected rather than silently half-applied.
      *
      * A change here reaches loans already quoted: LNCLOSE prices
      * the schedule again at funding and cures any rise the
      * tolerance rules do not allow, so the desk should expect the
      * tolerance report to show it.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SHEET-FILE ASSIGN TO FEESHT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on loan type + state + fee code - see
      * copybooks/FEEREC.cpy.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.
      *
           SELECT AUDIT-RPT ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SHEET-FILE
           RECORDING MODE IS F.
       01  FEE-SHEET-RECORD.
           05  FSH-LOAN-TYPE                PIC X(2).
           05  FSH-STATE                    PIC X(2).
           05  FSH-FEE-CODE                 PIC X(2).
           05  FSH-BASIS                    PIC X(1).
           05  FSH-AMOUNT                   PIC 9(7)V99.
           05  FSH-PERCENT                  PIC 9(2)V999.
           05  FSH-TOLERANCE                PIC X(1).
           05  FSH-PAID-TO                  PIC X(1).
           05  FILLER                       PIC X(57).
      *
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEEREC.
      *
       FD  AUDIT-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-SHEET              PIC X VALUE 'N'.
               88  EOF-SHEET               VALUE 'Y'.
           05  WS-FEE-STATUS             PIC XX.
               88  FEE-STATUS-OK           VALUE '00'.
               88  FEE-NOT-FOUND           VALUE '23'.
               88  FEE-FILE-EMPTY          VALUE '35'.
           05  WS-LOAD-MODE              PIC X VALUE 'N'.
               88  INITIAL-LOAD            VALUE 'Y'.
           05  WS-LINE-OK                PIC X.
               88  LINE-IS-OK              VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REPLACE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BAD-COUNT              PIC 9(7) VALUE ZERO.
      *
      * The fee a replace is about to overwrite, kept so the audit
      * can print it on the WAS line after the REWRITE.
       01  WS-OLD-FEE                    PIC X(80).
       01  WS-TODAY                      PIC X(8).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'TYPE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE 'ST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'FEE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(28) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'BASIS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             '      AMOUNT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'PERCENT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'TOL'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'PAYEE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-LOAN-TYPE            PIC X(2).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-STATE                PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-FEE-CODE             PIC X(2).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-DESCRIPTION          PIC X(28).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-BASIS                PIC X(1).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-PERCENT              PIC Z9.999.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-TOLERANCE            PIC X(1).
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  WS-D-PAID-TO              PIC X(1).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(10).
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
           COPY FEECODE.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-SHEET-LINE UNTIL EOF-SHEET.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
      * A never-loaded KSDS cannot be opened I-O (file status 35) -
      * the very first sheet applied after VSAMDEF falls back to a
      * load-mode OPEN OUTPUT, where every line is an add. Load-mode
      * WRITEs must arrive in ascending key order, so the first sheet
      * ever applied has to be sorted by type/state/fee (see the SORT
      * note in jcl/FEELOAD.jcl); after that first run the order no
      * longer matters.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE FEC-CODE-REDEF TO FEC-CODE-TABLE.
           OPEN INPUT FEE-SHEET-FILE.
           OPEN I-O FEE-SCHEDULE-FILE.
           IF FEE-FILE-EMPTY
               SET INITIAL-LOAD TO TRUE
               OPEN OUTPUT FEE-SCHEDULE-FILE
           END-IF.
           OPEN OUTPUT AUDIT-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           PERFORM 2100-READ-SHEET.
      *
       2000-PROCESS-SHEET-LINE.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 3000-EDIT-SHEET-LINE.
           PERFORM 2100-READ-SHEET.
      *
       2100-READ-SHEET.
           READ FEE-SHEET-FILE
               AT END
                   SET EOF-SHEET TO TRUE
           END-READ.
      *
      * State spaces is the nationwide row. Both the amount and the
      * percentage must be numeric whichever the basis uses, so a
      * stray character in the unused column is caught too; a flat
      * fee may be zero (waived in that state), a percentage fee
      * must carry its percentage. The lender's own charges can never
      * rise between Loan Estimate and closing, so a lender fee must
      * sit in the zero-tolerance bucket.
       3000-EDIT-SHEET-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-D-DESCRIPTION.
           IF NOT (FSH-LOAN-TYPE = 'CV' OR 'FH' OR 'VA' OR 'US')
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF FSH-STATE NOT = SPACES
                   AND FSH-STATE NOT ALPHABETIC-UPPER
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           SET FEC-IDX TO 1.
           SEARCH FEC-CODE-ENTRY
               AT END
                   MOVE 'N' TO WS-LINE-OK
               WHEN FEC-TBL-CODE (FEC-IDX) = FSH-FEE-CODE
                   MOVE FEC-TBL-DESCRIPTION (FEC-IDX)
                       TO WS-D-DESCRIPTION
           END-SEARCH.
           IF FSH-AMOUNT NOT NUMERIC
                   OR FSH-PERCENT NOT NUMERIC
               MOVE 'N' TO WS-LINE-OK
           ELSE
               IF FSH-BASIS = 'P'
                   IF FSH-PERCENT = ZERO
                       MOVE 'N' TO WS-LINE-OK
                   END-IF
               ELSE
                   IF FSH-BASIS NOT = 'F'
                       MOVE 'N' TO WS-LINE-OK
                   END-IF
               END-IF
           END-IF.
           IF NOT (FSH-TOLERANCE = 'Z' OR 'T' OR 'U')
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF NOT (FSH-PAID-TO = 'L' OR 'T')
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF FSH-PAID-TO = 'L' AND FSH-TOLERANCE NOT = 'Z'
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF LINE-IS-OK
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE FSH-LOAN-TYPE TO WS-D-LOAN-TYPE
               MOVE FSH-STATE TO WS-D-STATE
               MOVE FSH-FEE-CODE TO WS-D-FEE-CODE
               MOVE FSH-BASIS TO WS-D-BASIS
               MOVE FSH-TOLERANCE TO WS-D-TOLERANCE
               MOVE FSH-PAID-TO TO WS-D-PAID-TO
               MOVE 'BAD LINE' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * Read for the exact type/state/fee first so the audit trail
      * can show the fee being replaced; only a key not on file
      * becomes an add.
       4000-APPLY-SHEET-LINE.
           MOVE FSH-LOAN-TYPE TO FEE-LOAN-TYPE.
           MOVE FSH-STATE TO FEE-STATE.
           MOVE FSH-FEE-CODE TO FEE-CODE.
           IF NOT INITIAL-LOAD
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT INITIAL-LOAD AND FEE-STATUS-OK
               MOVE FEE-SCHEDULE-RECORD TO WS-OLD-FEE
               PERFORM 5000-REPLACE-FEE
           ELSE
               PERFORM 5100-ADD-FEE
           END-IF.
      *
       5000-REPLACE-FEE.
           PERFORM 5200-MOVE-SHEET-FEE.
           REWRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'FEELOAD - REWRITE FAILED, STATUS '
                       WS-FEE-STATUS
           END-REWRITE.
           ADD 1 TO WS-REPLACE-COUNT.
           MOVE 'REPLACED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
           MOVE WS-OLD-FEE TO FEE-SCHEDULE-RECORD.
           MOVE '  WAS' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5100-ADD-FEE.
           MOVE SPACES TO FEE-SCHEDULE-RECORD.
           MOVE FSH-LOAN-TYPE TO FEE-LOAN-TYPE.
           MOVE FSH-STATE TO FEE-STATE.
           MOVE FSH-FEE-CODE TO FEE-CODE.
           PERFORM 5200-MOVE-SHEET-FEE.
           WRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'FEELOAD - WRITE FAILED, STATUS '
                       WS-FEE-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'ADDED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5200-MOVE-SHEET-FEE.
           MOVE FSH-BASIS TO FEE-BASIS.
           MOVE FSH-AMOUNT TO FEE-AMOUNT.
           MOVE FSH-PERCENT TO FEE-PERCENT.
           MOVE FSH-TOLERANCE TO FEE-TOLERANCE.
           MOVE FSH-PAID-TO TO FEE-PAID-TO.
      *
      * One audit line from the fee in FEE-SCHEDULE-RECORD - the new
      * fee after an add or replace, the old one on a WAS line.
       6000-WRITE-AUDIT-LINE.
           MOVE FEE-LOAN-TYPE TO WS-D-LOAN-TYPE.
           MOVE FEE-STATE TO WS-D-STATE.
           MOVE FEE-CODE TO WS-D-FEE-CODE.
           MOVE FEE-BASIS TO WS-D-BASIS.
           MOVE FEE-AMOUNT TO WS-D-AMOUNT.
           MOVE FEE-PERCENT TO WS-D-PERCENT.
           MOVE FEE-TOLERANCE TO WS-D-TOLERANCE.
           MOVE FEE-PAID-TO TO WS-D-PAID-TO.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE FEE-SHEET-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE AUDIT-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'FEELOAD - SHEET LINES READ:  ' WS-READ-COUNT.
           DISPLAY 'FEELOAD - FEES ADDED:        ' WS-ADD-COUNT.
           DISPLAY 'FEELOAD - FEES REPLACED:     ' WS-REPLACE-COUNT.
           DISPLAY 'FEELOAD - BAD LINES SKIPPED: ' WS-BAD-COUNT.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'FEELOAD' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'ADDED' TO RCT-COUNTER-NAME.
           MOVE WS-ADD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REPLACED' TO RCT-COUNTER-NAME.
           MOVE WS-REPLACE-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'BADLINES' TO RCT-COUNTER-NAME.
           MOVE WS-BAD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
       8150-WRITE-RUN-CONTROL-REC.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-FILE-RECORD.
           WRITE RUN-CONTROL-FILE-RECORD.
