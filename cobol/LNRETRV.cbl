      * An application already back on the master is reported and
      * left alone - retrieval never overwrites live data. Ends RC=4
      * when the application is not on the archive at all.
      * A restored application gets its history back as well: every
      * entry for it on the history archive (HSTIN - the yearly
      * history archives LNARCH writes, concatenated like ARCHIN) is
      * written back to APHFIL, a duplicate (an entry a failed
      * LNARCH delete left behind, or a second copy from an LNARCH
      * rerun) being skipped and counted, and a restore entry is
      * added behind them - before image spaces, after image the
      * record restored. A history entry that cannot be written, or
      * a history file that will not open, ends the step RC=4; the
      * master restore stands.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HSTIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT HISTORY-FILE ASSIGN TO APHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-FILE-RECORD              PIC X(600).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD           PIC X(1280).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-HIST-READ-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-HIST-RESTORED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-HIST-DUP-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-HIST-FAIL-COUNT        PIC 9(7) VALUE ZERO.
      *
       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS            PIC XX.
               88  HIST-STATUS-OK          VALUE '00'.
               88  HIST-FILE-EMPTY         VALUE '35'.
               88  HIST-DUPLICATE          VALUE '22'.
           05  WS-EOF-HIST-ARCHIVE       PIC X VALUE 'N'.
               88  EOF-HIST-ARCHIVE        VALUE 'Y'.
           05  WS-HIST-DATE              PIC X(8).
           05  WS-HIST-TIME              PIC X(8).
           05  WS-HIST-SEQUENCE          PIC 9(4).
           05  WS-HIST-TRIES             PIC 9(2).
      *
       01  WS-WANTED-APPL-NUMBER         PIC X(10).
      *
                       DISPLAY 'LNRETRV - APPLICATION '
                           WS-WANTED-APPL-NUMBER
                           ' RESTORED TO MASTER'
                       PERFORM 6000-RESTORE-HISTORY
                   WHEN MASTER-DUPLICATE
                       DISPLAY 'LNRETRV - APPLICATION '
                           WS-WANTED-APPL-NUMBER
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
      *
      *
      * Only for an application this run put back on the master - one
      * already there kept its history on APHFIL all along.
       6000-RESTORE-HISTORY.
      * A history cluster nothing has been written to yet cannot
      * be opened I-O (file status 35) - the first writer after
      * VSAMDEF loads it with OPEN OUTPUT instead.
           OPEN I-O HISTORY-FILE.
           IF HIST-FILE-EMPTY
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF NOT HIST-STATUS-OK
               DISPLAY 'LNRETRV - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS ' - HISTORY NOT RESTORED'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 6100-READ-HISTORY-ARCHIVE
               PERFORM 6200-RESTORE-ONE-ENTRY
                   UNTIL EOF-HIST-ARCHIVE
               CLOSE HISTORY-ARCHIVE-FILE
               PERFORM 6300-WRITE-RESTORE-ENTRY
               CLOSE HISTORY-FILE
               IF WS-HIST-FAIL-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       6100-READ-HISTORY-ARCHIVE.
           READ HISTORY-ARCHIVE-FILE
               AT END
                   SET EOF-HIST-ARCHIVE TO TRUE
           END-READ.
      *
       6200-RESTORE-ONE-ENTRY.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF HISTORY-ARCHIVE-RECORD (1:10) = WS-WANTED-APPL-NUMBER
               MOVE HISTORY-ARCHIVE-RECORD TO APPL-HISTORY-RECORD
               WRITE APPL-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN HIST-STATUS-OK
                       ADD 1 TO WS-HIST-RESTORED-COUNT
                   WHEN HIST-DUPLICATE
                       ADD 1 TO WS-HIST-DUP-COUNT
                   WHEN OTHER
                       DISPLAY 'LNRETRV - HISTORY WRITE FAILED, '
                           'STATUS ' WS-HIST-STATUS
                       ADD 1 TO WS-HIST-FAIL-COUNT
               END-EVALUATE
           END-IF.
           PERFORM 6100-READ-HISTORY-ARCHIVE.
      *
      * Keyed to the hundredth of a second like every other entry,
      * with the next sequence taken on a duplicate.
       6300-WRITE-RESTORE-ENTRY.
           ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-TIME FROM TIME.
           MOVE SPACES TO APPL-HISTORY-RECORD.
           MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER.
           MOVE WS-HIST-DATE TO APH-CHANGE-DATE.
           MOVE WS-HIST-TIME TO APH-CHANGE-TIME.
           MOVE 'LNRETRV' TO APH-PROGRAM.
           SET APH-ACTION-RESTORE TO TRUE.
           MOVE APL-STATUS TO APH-NEW-STATUS.
           MOVE LOAN-APPLICATION-RECORD TO APH-AFTER-IMAGE.
           MOVE ZERO TO WS-HIST-SEQUENCE.
           MOVE ZERO TO WS-HIST-TRIES.
           PERFORM 6310-WRITE-RESTORE-RECORD.
           PERFORM 6310-WRITE-RESTORE-RECORD
               UNTIL NOT HIST-DUPLICATE
                  OR WS-HIST-TRIES > 9.
           IF NOT HIST-STATUS-OK
               DISPLAY 'LNRETRV - RESTORE ENTRY NOT WRITTEN, '
                   'STATUS ' WS-HIST-STATUS
               ADD 1 TO WS-HIST-FAIL-COUNT
           END-IF.
      *
       6310-WRITE-RESTORE-RECORD.
           MOVE WS-HIST-SEQUENCE TO APH-SEQUENCE.
           WRITE APPL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF HIST-DUPLICATE
               ADD 1 TO WS-HIST-SEQUENCE
           END-IF.
           ADD 1 TO WS-HIST-TRIES.
      *
       8000-FINALIZE.
           CLOSE ARCHIVE-FILE.
           CLOSE APPL-MASTER-FILE.
           DISPLAY 'LNRETRV - ARCHIVE RECORDS READ: ' WS-READ-COUNT.
           DISPLAY 'LNRETRV - HISTORY ENTRIES READ: '
               WS-HIST-READ-COUNT.
           DISPLAY 'LNRETRV - HISTORY RESTORED:     '
               WS-HIST-RESTORED-COUNT.
           DISPLAY 'LNRETRV - HISTORY DUPLICATES:   '
               WS-HIST-DUP-COUNT.
           DISPLAY 'LNRETRV - HISTORY WRITE FAILED: '
               WS-HIST-FAIL-COUNT.
