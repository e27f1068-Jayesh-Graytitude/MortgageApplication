       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHLLOAD.
      ******************************************************************
      * WHLLOAD - Warehouse line master load.
      * Batch program that applies the treasury desk's warehouse line
      * sheet to the warehouse line master (WHLFIL, see WHLREC) and
      * prints an audit report of old versus new limits - the same
      * arrangement CMTLOAD gives the commitment sheet. Each sheet
      * line carries the line id, the bank, the credit limit, the
      * aging limit in days, and an open/closed status; a line whose
      * id is already on file replaces the terms BUT PRESERVES THE
      * BALANCE - the balance belongs to LNCLOSE's draws and
      * LNPURCH's paydowns, not to the sheet. Bad sheet lines - no
      * line id or bank, non-numeric limit or aging days, status not
      * O or C - are reported and skipped, and leave RC=4 so treasury
      * corrects the sheet.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-SHEET-FILE ASSIGN TO WHLSHT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on warehouse line id - see WHLREC.cpy.
           SELECT WAREHOUSE-LINE-FILE ASSIGN TO WHLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WHL-LINE-ID
               FILE STATUS IS WS-WHL-STATUS.
      *
           SELECT AUDIT-RPT ASSIGN TO WHLRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LINE-SHEET-FILE
           RECORDING MODE IS F.
       01  LINE-SHEET-RECORD.
           05  LSH-LINE-ID                  PIC X(4).
           05  LSH-BANK-NAME                PIC X(20).
           05  LSH-LINE-LIMIT               PIC 9(11)V99.
           05  LSH-AGING-LIMIT-DAYS         PIC 9(3).
           05  LSH-STATUS                   PIC X(1).
           05  FILLER                       PIC X(9).
      *
       FD  WAREHOUSE-LINE-FILE
           RECORDING MODE IS F.
           COPY WHLREC.
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
           05  WS-WHL-STATUS             PIC XX.
               88  WHL-STATUS-OK           VALUE '00'.
               88  WHL-NOT-FOUND           VALUE '23'.
               88  WHL-FILE-EMPTY          VALUE '35'.
           05  WS-LOAD-MODE              PIC X VALUE 'N'.
               88  INITIAL-LOAD            VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-REPLACE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-BAD-COUNT              PIC 9(7) VALUE ZERO.
      *
       01  WS-OLD-LIMIT                  PIC 9(11)V99.
       01  WS-HELD-BALANCE               PIC 9(11)V99 COMP-3.
       01  WS-TODAY                      PIC X(8).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'LINE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BANK'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE 'OLD LIMIT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE 'NEW LIMIT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'DAYS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE 'ST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(51) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-LINE-ID              PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-BANK-NAME            PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-OLD-LIMIT            PIC X(14).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-NEW-LIMIT            PIC Z(10)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-AGING-DAYS           PIC X(3).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-STATUS               PIC X(1).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(10).
           05  FILLER                    PIC X(51) VALUE SPACES.
      *
       01  WS-OLD-LIMIT-EDIT             PIC Z(10)9.99.
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
      * WRITEs must arrive in ascending line-id order, so the first
      * sheet ever applied has to be sorted on cols 1-4 ascending;
      * after that first run the order no longer matters.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT LINE-SHEET-FILE.
           OPEN I-O WAREHOUSE-LINE-FILE.
           IF WHL-FILE-EMPTY
               SET INITIAL-LOAD TO TRUE
               OPEN OUTPUT WAREHOUSE-LINE-FILE
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
           READ LINE-SHEET-FILE
               AT END
                   SET EOF-SHEET TO TRUE
           END-READ.
      *
       3000-EDIT-SHEET-LINE.
           IF LSH-LINE-ID NOT = SPACES
                   AND LSH-BANK-NAME NOT = SPACES
                   AND LSH-LINE-LIMIT IS NUMERIC
                   AND LSH-LINE-LIMIT > ZERO
                   AND LSH-AGING-LIMIT-DAYS IS NUMERIC
                   AND LSH-AGING-LIMIT-DAYS > ZERO
                   AND (LSH-STATUS = 'O' OR LSH-STATUS = 'C')
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE LSH-LINE-ID TO WS-D-LINE-ID
               MOVE LSH-BANK-NAME TO WS-D-BANK-NAME
               MOVE SPACES TO WS-D-OLD-LIMIT
               MOVE ZERO TO WS-D-NEW-LIMIT
               MOVE LSH-AGING-LIMIT-DAYS TO WS-D-AGING-DAYS
               MOVE LSH-STATUS TO WS-D-STATUS
               MOVE 'BAD LINE' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
      *
      * Read for the line first so the audit trail can show the
      * limit being replaced, and so the balance on file survives
      * the replace.
       4000-APPLY-SHEET-LINE.
           MOVE LSH-LINE-ID TO WHL-LINE-ID.
           IF NOT INITIAL-LOAD
               READ WAREHOUSE-LINE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT INITIAL-LOAD AND WHL-STATUS-OK
               MOVE WHL-LINE-LIMIT TO WS-OLD-LIMIT
               MOVE WHL-BALANCE TO WS-HELD-BALANCE
               PERFORM 5000-REPLACE-LINE
           ELSE
               PERFORM 5100-ADD-LINE
           END-IF.
      *
       5000-REPLACE-LINE.
           PERFORM 5500-MOVE-SHEET-TO-RECORD.
           MOVE WS-HELD-BALANCE TO WHL-BALANCE.
           REWRITE WAREHOUSE-LINE-RECORD
               INVALID KEY
                   DISPLAY 'WHLLOAD - REWRITE FAILED, STATUS '
                       WS-WHL-STATUS
           END-REWRITE.
           ADD 1 TO WS-REPLACE-COUNT.
           MOVE WS-OLD-LIMIT TO WS-OLD-LIMIT-EDIT.
           MOVE WS-OLD-LIMIT-EDIT TO WS-D-OLD-LIMIT.
           MOVE 'REPLACED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5100-ADD-LINE.
           MOVE SPACES TO WAREHOUSE-LINE-RECORD.
           PERFORM 5500-MOVE-SHEET-TO-RECORD.
           MOVE ZERO TO WHL-BALANCE.
           WRITE WAREHOUSE-LINE-RECORD
               INVALID KEY
                   DISPLAY 'WHLLOAD - WRITE FAILED, STATUS '
                       WS-WHL-STATUS
           END-WRITE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'NEW' TO WS-D-OLD-LIMIT.
           MOVE 'ADDED' TO WS-D-ACTION.
           PERFORM 6000-WRITE-AUDIT-LINE.
      *
       5500-MOVE-SHEET-TO-RECORD.
           MOVE LSH-LINE-ID TO WHL-LINE-ID.
           MOVE LSH-BANK-NAME TO WHL-BANK-NAME.
           MOVE LSH-LINE-LIMIT TO WHL-LINE-LIMIT.
           MOVE LSH-AGING-LIMIT-DAYS TO WHL-AGING-LIMIT-DAYS.
           MOVE LSH-STATUS TO WHL-STATUS.
      *
       6000-WRITE-AUDIT-LINE.
           MOVE LSH-LINE-ID TO WS-D-LINE-ID.
           MOVE LSH-BANK-NAME TO WS-D-BANK-NAME.
           MOVE LSH-LINE-LIMIT TO WS-D-NEW-LIMIT.
           MOVE LSH-AGING-LIMIT-DAYS TO WS-D-AGING-DAYS.
           MOVE LSH-STATUS TO WS-D-STATUS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE LINE-SHEET-FILE.
           CLOSE WAREHOUSE-LINE-FILE.
           CLOSE AUDIT-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'WHLLOAD - SHEET LINES READ:      ' WS-READ-COUNT.
           DISPLAY 'WHLLOAD - LINES ADDED:           ' WS-ADD-COUNT.
           DISPLAY 'WHLLOAD - LINES REPLACED:        '
               WS-REPLACE-COUNT.
           DISPLAY 'WHLLOAD - BAD LINES SKIPPED:     ' WS-BAD-COUNT.
           IF WS-BAD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'WHLLOAD' TO RCT-STEP-NAME.
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
