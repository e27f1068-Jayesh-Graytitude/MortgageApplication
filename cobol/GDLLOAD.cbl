       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDLLOAD.
      ******************************************************************
      * GDLLOAD - Underwriting guideline file load.
      * Batch program that applies the credit policy desk's guideline
      * sheet to the effective-dated guideline file (GDLFIL, see
      * GDLREC) and prints an audit report of old versus new limits -
      * the same arrangement RATELOAD gives the rate sheet and
      * LLPALOAD the adjustment grid. Each sheet line is one complete
      * row of limits for a loan type in an area (nationwide, a
      * state, or a county) from an effective date: approve and refer
      * DTI and LTV ceilings, minimum credit score, maximum loan
      * amount, the VA residual-income table, and the USDA household
      * income limits. A line whose type/state/county/effective date
      * is already on file replaces that row (the audit shows the row
      * it replaced on a WAS line beneath), a new pairing is added.
      * Bad sheet lines - unknown loan type, a county without a
      * state, a bad date, non-numeric limits, an approve ceiling
      * above its refer ceiling - are reported and skipped, and leave
      * RC=4 so the desk gets the sheet corrected rather than
      * silently half-applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUIDE-SHEET-FILE ASSIGN TO GDLSHT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on loan type + state + county + effective-
      * date complement - see copybooks/GDLREC.cpy for the key design.
           SELECT GUIDELINE-FILE ASSIGN TO GDLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GDL-KEY
               FILE STATUS IS WS-GDL-STATUS.
      *
           SELECT AUDIT-RPT ASSIGN TO GDLRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GUIDE-SHEET-FILE
           RECORDING MODE IS F.
       01  GUIDE-SHEET-RECORD.
           05  GSH-LOAN-TYPE                PIC X(2).
           05  GSH-STATE                    PIC X(2).
           05  GSH-COUNTY                   PIC X(3).
           05  GSH-EFFECTIVE-DATE           PIC X(8).
           05  GSH-DTI-APPROVE-MAX          PIC 9(3)V99.
           05  GSH-DTI-REFER-MAX            PIC 9(3)V99.
           05  GSH-LTV-APPROVE-MAX          PIC 9(3)V99.
           05  GSH-LTV-REFER-MAX            PIC 9(3)V99.
           05  GSH-MIN-CREDIT-SCORE         PIC 9(3).
           05  GSH-MAX-LOAN-AMOUNT          PIC 9(9).
           05  GSH-RESIDUAL-TABLE.
               10  GSH-RESIDUAL-INCOME-MIN  PIC 9(4) OCCURS 5 TIMES.
           05  GSH-RESIDUAL-ADDL-MEMBER     PIC 9(3).
           05  GSH-INCOME-LIMIT-SMALL       PIC 9(6).
           05  GSH-INCOME-LIMIT-LARGE       PIC 9(6).
           05  FILLER                       PIC X(18).
      *
       FD  GUIDELINE-FILE
           RECORDING MODE IS F.
           COPY GDLREC.
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
           05  WS-GDL-STATUS             PIC XX.
               88  GDL-STATUS-OK           VALUE '00'.
               88  GDL-NOT-FOUND           VALUE '23'.
               88  GDL-FILE-EMPTY          VALUE '35'.
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
      * The row a replace is about to overwrite, kept so the audit
      * can print it on the WAS line after the REWRITE.
       01  WS-OLD-GUIDELINE              PIC X(100).
       01  WS-DATE-NUM                   PIC 9(8).
       01  WS-TODAY                      PIC X(8).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'TYPE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE 'ST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'CNTY'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'EFFECTIV'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'DTI APR'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'DTI REF'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LTV APR'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LTV REF'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'MIN'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE '   MAX LOAN'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'RESID1'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'INC LIM4'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(26) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-LOAN-TYPE            PIC X(2).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-STATE                PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-COUNTY               PIC X(3).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-EFFECTIVE            PIC X(8).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-DTI-APPROVE          PIC ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DTI-REFER            PIC ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-LTV-APPROVE          PIC ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-LTV-REFER            PIC ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-MIN-SCORE            PIC ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-MAX-LOAN             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-RESIDUAL-ONE         PIC Z,ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-INCOME-LIMIT         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(10).
           05  FILLER                    PIC X(26) VALUE SPACES.
      *
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
      * ever applied has to be sorted by type/state/county/descending
      * effective date (see the SORT note in jcl/GDLLOAD.jcl); after
      * that first run the order no longer matters.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT GUIDE-SHEET-FILE.
           OPEN I-O GUIDELINE-FILE.
           IF GDL-FILE-EMPTY
               SET INITIAL-LOAD TO TRUE
               OPEN OUTPUT GUIDELINE-FILE
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
           READ GUIDE-SHEET-FILE
               AT END
                   SET EOF-SHEET TO TRUE
           END-READ.
      *
      * State spaces is the nationwide row and must carry county 000;
      * a state row is county 000, a county row its three-digit FIPS
      * county code. Zero is a legal value for the minimum score,
      * loan amount, residual table and income limits (test not
      * applied), but the four ceilings must be real and each
      * approve ceiling must sit at or under its refer ceiling.
       3000-EDIT-SHEET-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           IF NOT (GSH-LOAN-TYPE = 'CV' OR 'FH' OR 'VA' OR 'US')
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF GSH-COUNTY NOT NUMERIC
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF GSH-STATE = SPACES
               IF GSH-COUNTY NOT = '000'
                   MOVE 'N' TO WS-LINE-OK
               END-IF
           ELSE
               IF GSH-STATE NOT ALPHABETIC-UPPER
                   MOVE 'N' TO WS-LINE-OK
               END-IF
           END-IF.
           IF GSH-EFFECTIVE-DATE NOT NUMERIC
                   OR GSH-EFFECTIVE-DATE (5:2) < '01'
                   OR GSH-EFFECTIVE-DATE (5:2) > '12'
                   OR GSH-EFFECTIVE-DATE (7:2) < '01'
                   OR GSH-EFFECTIVE-DATE (7:2) > '31'
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF GSH-DTI-APPROVE-MAX NOT NUMERIC
                   OR GSH-DTI-REFER-MAX NOT NUMERIC
                   OR GSH-LTV-APPROVE-MAX NOT NUMERIC
                   OR GSH-LTV-REFER-MAX NOT NUMERIC
               MOVE 'N' TO WS-LINE-OK
           ELSE
               IF GSH-DTI-APPROVE-MAX = ZERO
                       OR GSH-LTV-APPROVE-MAX = ZERO
                       OR GSH-DTI-APPROVE-MAX > GSH-DTI-REFER-MAX
                       OR GSH-LTV-APPROVE-MAX > GSH-LTV-REFER-MAX
                   MOVE 'N' TO WS-LINE-OK
               END-IF
           END-IF.
           IF GSH-MIN-CREDIT-SCORE NOT NUMERIC
                   OR GSH-MAX-LOAN-AMOUNT NOT NUMERIC
                   OR GSH-RESIDUAL-TABLE NOT NUMERIC
                   OR GSH-RESIDUAL-ADDL-MEMBER NOT NUMERIC
                   OR GSH-INCOME-LIMIT-SMALL NOT NUMERIC
                   OR GSH-INCOME-LIMIT-LARGE NOT NUMERIC
               MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF LINE-IS-OK
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE GSH-LOAN-TYPE TO WS-D-LOAN-TYPE
               MOVE GSH-STATE TO WS-D-STATE
               MOVE GSH-COUNTY TO WS-D-COUNTY
               MOVE GSH-EFFECTIVE-DATE TO WS-D-EFFECTIVE
               MOVE 'BAD LINE' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * Read for the exact type/state/county/effective date first so
      * the audit trail can show the row being replaced; only a key
      * not on file becomes an add.
       4000-APPLY-SHEET-LINE.
           MOVE GSH-LOAN-TYPE TO GDL-LOAN-TYPE.
           MOVE GSH-STATE TO GDL-STATE.
           MOVE GSH-COUNTY TO GDL-COUNTY.
           MOVE GSH-EFFECTIVE-DATE TO WS-DATE-NUM.
           COMPUTE GDL-EFFDT-COMPLEMENT = 99999999 - WS-DATE-NUM.
           IF NOT INITIAL-LOAD
               READ GUIDELINE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT INITIAL-LOAD AND GDL-STATUS-OK
               MOVE GUIDELINE-RECORD TO WS-OLD-GUIDELINE
               PERFORM 5000-REPLACE-GUIDELINE
           ELSE
               PERFORM 5100-ADD-GUIDELINE
           END-IF.
      *
       5000-REPLACE-GUIDELINE.
           PERFORM 5200-MOVE-SHEET-LIMITS.
           REWRITE GUIDELINE-RECORD
               INVALID KEY
                   DISPLAY 'GDLLOAD - REWRITE FAILED, STATUS '
                       WS-GDL-STATUS
           END-REWRITE.
           ADD 1 TO WS-REPLACE-COUNT.
           MOVE 'REPLACED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
           MOVE WS-OLD-GUIDELINE TO GUIDELINE-RECORD.
           MOVE '  WAS' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5100-ADD-GUIDELINE.
           MOVE SPACES TO GUIDELINE-RECORD.
           MOVE GSH-LOAN-TYPE TO GDL-LOAN-TYPE.
           MOVE GSH-STATE TO GDL-STATE.
           MOVE GSH-COUNTY TO GDL-COUNTY.
           COMPUTE GDL-EFFDT-COMPLEMENT = 99999999 - WS-DATE-NUM.
           PERFORM 5200-MOVE-SHEET-LIMITS.
           WRITE GUIDELINE-RECORD
               INVALID KEY
                   DISPLAY 'GDLLOAD - WRITE FAILED, STATUS '
                       WS-GDL-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'ADDED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5200-MOVE-SHEET-LIMITS.
           MOVE GSH-EFFECTIVE-DATE TO GDL-EFFECTIVE-DATE.
           MOVE GSH-DTI-APPROVE-MAX TO GDL-DTI-APPROVE-MAX.
           MOVE GSH-DTI-REFER-MAX TO GDL-DTI-REFER-MAX.
           MOVE GSH-LTV-APPROVE-MAX TO GDL-LTV-APPROVE-MAX.
           MOVE GSH-LTV-REFER-MAX TO GDL-LTV-REFER-MAX.
           MOVE GSH-MIN-CREDIT-SCORE TO GDL-MIN-CREDIT-SCORE.
           MOVE GSH-MAX-LOAN-AMOUNT TO GDL-MAX-LOAN-AMOUNT.
           MOVE GSH-RESIDUAL-INCOME-MIN (1)
               TO GDL-RESIDUAL-INCOME-MIN (1).
           MOVE GSH-RESIDUAL-INCOME-MIN (2)
               TO GDL-RESIDUAL-INCOME-MIN (2).
           MOVE GSH-RESIDUAL-INCOME-MIN (3)
               TO GDL-RESIDUAL-INCOME-MIN (3).
           MOVE GSH-RESIDUAL-INCOME-MIN (4)
               TO GDL-RESIDUAL-INCOME-MIN (4).
           MOVE GSH-RESIDUAL-INCOME-MIN (5)
               TO GDL-RESIDUAL-INCOME-MIN (5).
           MOVE GSH-RESIDUAL-ADDL-MEMBER TO GDL-RESIDUAL-ADDL-MEMBER.
           MOVE GSH-INCOME-LIMIT-SMALL TO GDL-INCOME-LIMIT-SMALL.
           MOVE GSH-INCOME-LIMIT-LARGE TO GDL-INCOME-LIMIT-LARGE.
      *
      * One audit line from the row in GUIDELINE-RECORD - the new row
      * after an add or replace, the old one on a WAS line. Only the
      * single-person residual figure and the small-household income
      * limit fit the line; the sheet itself is the full record.
       6000-WRITE-AUDIT-LINE.
           MOVE GDL-LOAN-TYPE TO WS-D-LOAN-TYPE.
           MOVE GDL-STATE TO WS-D-STATE.
           MOVE GDL-COUNTY TO WS-D-COUNTY.
           MOVE GDL-EFFECTIVE-DATE TO WS-D-EFFECTIVE.
           MOVE GDL-DTI-APPROVE-MAX TO WS-D-DTI-APPROVE.
           MOVE GDL-DTI-REFER-MAX TO WS-D-DTI-REFER.
           MOVE GDL-LTV-APPROVE-MAX TO WS-D-LTV-APPROVE.
           MOVE GDL-LTV-REFER-MAX TO WS-D-LTV-REFER.
           MOVE GDL-MIN-CREDIT-SCORE TO WS-D-MIN-SCORE.
           MOVE GDL-MAX-LOAN-AMOUNT TO WS-D-MAX-LOAN.
           MOVE GDL-RESIDUAL-INCOME-MIN (1) TO WS-D-RESIDUAL-ONE.
           MOVE GDL-INCOME-LIMIT-SMALL TO WS-D-INCOME-LIMIT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE GUIDE-SHEET-FILE.
           CLOSE GUIDELINE-FILE.
           CLOSE AUDIT-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'GDLLOAD - SHEET LINES READ:  ' WS-READ-COUNT.
           DISPLAY 'GDLLOAD - ROWS ADDED:        ' WS-ADD-COUNT.
           DISPLAY 'GDLLOAD - ROWS REPLACED:     ' WS-REPLACE-COUNT.
           DISPLAY 'GDLLOAD - BAD LINES SKIPPED: ' WS-BAD-COUNT.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'GDLLOAD' TO RCT-STEP-NAME.
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
