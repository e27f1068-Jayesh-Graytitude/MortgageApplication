      * commitment on file with committed, delivered, remaining, and
      * days to expiry - over-delivery and quiet expiry stop being
      * discovered by the investor kicking loans back.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  COMMITMENT-FILE
           RECORDING MODE IS F.
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
           05  FILLER                    PIC X(7)  VALUE 'AMOUNT'.
           05  WS-X-LOAN-AMOUNT          PIC Z(8)9.99.
           05  FILLER                    PIC X(67) VALUE SPACES.
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
           COPY INVEXREC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
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
               DISPLAY 'LNALLOC - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN I-O COMMITMENT-FILE.
           OPEN OUTPUT INVESTOR-EXTRACT-FILE.
           OPEN OUTPUT UTILIZATION-RPT.
      *
       2000-PROCESS-MASTER.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE.
           IF APL-STAT-FUNDED
               EVALUATE TRUE
                   WHEN APL-FUNDED-DATE = WS-TODAY
                           WS-MASTER-STATUS
               END-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 8700-WRITE-HISTORY
                   PERFORM 5000-WRITE-EXTRACT-RECORD
                   IF CARRYOVER-LOAN
                       ADD 1 TO WS-CARRIED-COUNT
      *
       8000-FINALIZE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE COMMITMENT-FILE.
           CLOSE INVESTOR-EXTRACT-FILE.
           CLOSE UTILIZATION-RPT.
               WS-CARRYOVER-COUNT.
           DISPLAY 'LNALLOC - MASTER REWRITE FAILED: '
               WS-REWRITE-FAIL-COUNT.
           DISPLAY 'LNALLOC - HISTORY WRITE FAILED: '
               WS-HIST-FAIL-COUNT.
           IF WS-UNALLOC-COUNT > ZERO
                   OR WS-CARRYOVER-COUNT > ZERO
                   OR WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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
               MOVE 'LNALLOC' TO APH-PROGRAM
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
                   DISPLAY 'LNALLOC - HISTORY WRITE FAILED FOR '
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
