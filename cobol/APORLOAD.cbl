       IDENTIFICATION DIVISION.
       PROGRAM-ID. APORLOAD.
      ******************************************************************
      * APORLOAD - Average prime offer rate table load.
      * Batch program that applies the compliance desk's weekly APOR
      * table to the effective-dated APOR file (APORFIL, see
      * APORREC) and prints an audit report of old versus new rates
      * - the same arrangement RATELOAD gives the rate sheet. Each
      * table line carries rate type (F fixed, V variable), term in
      * years, the effective date of the week, and the rate; a line
      * whose type/term/effective date is already on file replaces
      * that rate (the audit line shows the rate it replaced), a new
      * pairing is added (the audit line shows NEW). Bad lines -
      * unknown rate type, a term outside 1-50 years, a non-numeric
      * date or rate - are reported and skipped, and leave a
      * nonzero return code so compliance gets the table corrected
      * rather than silently half-applied.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APOR-SHEET-FILE ASSIGN TO APORSHT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on rate type + term years + effective-date
      * complement - see copybooks/APORREC.cpy for the key design.
           SELECT APOR-FILE ASSIGN TO APORFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOR-STATUS.
      *
           SELECT AUDIT-RPT ASSIGN TO APORRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APOR-SHEET-FILE
           RECORDING MODE IS F.
       01  APOR-SHEET-RECORD.
           05  ASH-RATE-TYPE                PIC X(1).
           05  ASH-TERM-YEARS               PIC 9(2).
           05  ASH-EFFECTIVE-DATE           PIC X(8).
           05  ASH-RATE-PCT                 PIC 9(2)V999.
           05  FILLER                       PIC X(14).
      *
       FD  APOR-FILE
           RECORDING MODE IS F.
           COPY APORREC.
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
           05  WS-APOR-STATUS            PIC XX.
               88  APOR-STATUS-OK          VALUE '00'.
               88  APOR-NOT-FOUND          VALUE '23'.
               88  APOR-FILE-EMPTY         VALUE '35'.
           05  WS-LOAD-MODE              PIC X VALUE 'N'.
               88  INITIAL-LOAD            VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REPLACE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BAD-COUNT              PIC 9(7) VALUE ZERO.
      *
       01  WS-OLD-RATE                   PIC 9(2)V999.
       01  WS-DATE-NUM                   PIC 9(8).
       01  WS-TODAY                      PIC X(8).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'TYPE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'YEARS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'EFFECTIV'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'OLD APOR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'NEW APOR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(78) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-RATE-TYPE            PIC X(1).
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  WS-D-TERM                 PIC X(2).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-EFFECTIVE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-RATE             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-RATE             PIC Z9.999.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(10).
           05  FILLER                    PIC X(78) VALUE SPACES.
      *
       01  WS-OLD-RATE-EDIT              PIC Z9.999.
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
      * the very first table applied after VSAMDEF falls back to a
      * load-mode OPEN OUTPUT, where every line is an add. Load-mode
      * WRITEs must arrive in ascending key order, so the first table
      * ever applied has to be sorted by type/term/descending
      * effective date (see the SORT note in jcl/APORLOAD.jcl);
      * after that first run the order no longer matters.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT APOR-SHEET-FILE.
           OPEN I-O APOR-FILE.
           IF APOR-FILE-EMPTY
               SET INITIAL-LOAD TO TRUE
               OPEN OUTPUT APOR-FILE
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
           READ APOR-SHEET-FILE
               AT END
                   SET EOF-SHEET TO TRUE
           END-READ.
      *
       3000-EDIT-SHEET-LINE.
           IF (ASH-RATE-TYPE = 'F' OR 'V')
                   AND ASH-TERM-YEARS IS NUMERIC
                   AND ASH-TERM-YEARS > ZERO
                   AND ASH-TERM-YEARS <= 50
                   AND ASH-EFFECTIVE-DATE IS NUMERIC
                   AND ASH-EFFECTIVE-DATE (5:2) >= '01'
                   AND ASH-EFFECTIVE-DATE (5:2) <= '12'
                   AND ASH-EFFECTIVE-DATE (7:2) >= '01'
                   AND ASH-EFFECTIVE-DATE (7:2) <= '31'
                   AND ASH-RATE-PCT IS NUMERIC
                   AND ASH-RATE-PCT > ZERO
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE ASH-RATE-TYPE TO WS-D-RATE-TYPE
               MOVE ASH-TERM-YEARS TO WS-D-TERM
               MOVE ASH-EFFECTIVE-DATE TO WS-D-EFFECTIVE
               MOVE SPACES TO WS-D-OLD-RATE
               MOVE ZERO TO WS-D-NEW-RATE
               MOVE 'BAD LINE' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * Read for the exact type/term/effective date first so the
      * audit trail can show the rate being replaced; only a key not
      * on file becomes an add.
       4000-APPLY-SHEET-LINE.
           MOVE ASH-RATE-TYPE TO APO-RATE-TYPE.
           MOVE ASH-TERM-YEARS TO APO-TERM-YEARS.
           MOVE ASH-EFFECTIVE-DATE TO WS-DATE-NUM.
           COMPUTE APO-EFFDT-COMPLEMENT = 99999999 - WS-DATE-NUM.
           IF NOT INITIAL-LOAD
               READ APOR-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT INITIAL-LOAD AND APOR-STATUS-OK
               MOVE APO-RATE-PCT TO WS-OLD-RATE
               PERFORM 5000-REPLACE-RATE
           ELSE
               PERFORM 5100-ADD-RATE
           END-IF.
      *
       5000-REPLACE-RATE.
           MOVE ASH-RATE-PCT TO APO-RATE-PCT.
           MOVE ASH-EFFECTIVE-DATE TO APO-EFFECTIVE-DATE.
           REWRITE APOR-RECORD
               INVALID KEY
                   DISPLAY 'APORLOAD - REWRITE FAILED, STATUS '
                       WS-APOR-STATUS
           END-REWRITE.
           ADD 1 TO WS-REPLACE-COUNT.
           MOVE WS-OLD-RATE TO WS-OLD-RATE-EDIT.
           MOVE WS-OLD-RATE-EDIT TO WS-D-OLD-RATE.
           MOVE 'REPLACED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5100-ADD-RATE.
           MOVE SPACES TO APOR-RECORD.
           MOVE ASH-RATE-TYPE TO APO-RATE-TYPE.
           MOVE ASH-TERM-YEARS TO APO-TERM-YEARS.
           COMPUTE APO-EFFDT-COMPLEMENT = 99999999 - WS-DATE-NUM.
           MOVE ASH-EFFECTIVE-DATE TO APO-EFFECTIVE-DATE.
           MOVE ASH-RATE-PCT TO APO-RATE-PCT.
           WRITE APOR-RECORD
               INVALID KEY
                   DISPLAY 'APORLOAD - WRITE FAILED, STATUS '
                       WS-APOR-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'NEW' TO WS-D-OLD-RATE.
           MOVE 'ADDED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       6000-WRITE-AUDIT-LINE.
           MOVE ASH-RATE-TYPE TO WS-D-RATE-TYPE.
           MOVE ASH-TERM-YEARS TO WS-D-TERM.
           MOVE ASH-EFFECTIVE-DATE TO WS-D-EFFECTIVE.
           MOVE ASH-RATE-PCT TO WS-D-NEW-RATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE APOR-SHEET-FILE.
           CLOSE APOR-FILE.
           CLOSE AUDIT-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'APORLOAD - TABLE LINES READ:  ' WS-READ-COUNT.
           DISPLAY 'APORLOAD - RATES ADDED:       ' WS-ADD-COUNT.
           DISPLAY 'APORLOAD - RATES REPLACED:    ' WS-REPLACE-COUNT.
           DISPLAY 'APORLOAD - BAD LINES SKIPPED: ' WS-BAD-COUNT.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'APORLOAD' TO RCT-STEP-NAME.
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
