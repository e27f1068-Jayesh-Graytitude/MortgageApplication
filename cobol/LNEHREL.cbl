      * day's numbers. Every EH application swept is listed on the
      * disposition report - released and why the hit cleared, or
      * still held and why.
      * A hold can also stand on a NAME match (see SCRQREC.cpy):
      * while the application has a review-queue entry at H (held,
      * awaiting compliance) or C (confirmed) whose list entry is
      * still standing on EXCLFIL, it stays held whatever its own
      * SSNs screen to. Compliance clearing the entry as a false
      * positive through EXRV, or the list entry itself going, is
      * what lets it release.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXR-SSN
               FILE STATUS IS WS-EXCL-STATUS.
      *
      * Name-match review queue (see SCRQREC.cpy), browsed by
      * application number for the entries that hold a loan.
           SELECT SCREEN-QUEUE-FILE ASSIGN TO SCRQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-SCRQ-STATUS.
      *
           SELECT RELEASE-EXTRACT-FILE ASSIGN TO RELOUT
               ORGANIZATION IS SEQUENTIAL.
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
       FD  EXCL-FILE
           RECORDING MODE IS F.
           COPY EXCLREC.
      *
       FD  SCREEN-QUEUE-FILE
           RECORDING MODE IS F.
           COPY SCRQREC.
      *
       FD  RELEASE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  RELEASE-EXTRACT-RECORD           PIC X(600).
      *
       FD  DISPOSITION-RPT
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
           05  WS-EXCL-STATUS            PIC XX.
           05  WS-STILL-EXCLUDED         PIC X VALUE 'N'.
               88  STILL-EXCLUDED          VALUE 'Y'.
           05  WS-SCRQ-STATUS            PIC XX.
               88  SCRQ-STATUS-OK          VALUE '00'.
               88  SCRQ-FILE-EMPTY         VALUE '35'.
           05  WS-SCRQ-OPEN              PIC X VALUE 'N'.
               88  SCRQ-FILE-OPEN          VALUE 'Y'.
           05  WS-EOF-SCRQ               PIC X.
               88  EOF-SCRQ                VALUE 'Y'.
           05  WS-NAME-DECIDED           PIC X.
               88  NAME-MATCH-DECIDED      VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-REASON               PIC X(40).
           05  FILLER                    PIC X(55) VALUE SPACES.
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
           COPY RUNCREC.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
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
               DISPLAY 'LNEHREL - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN INPUT EXCL-FILE.
      * A review queue never loaded (file status 35) has no name
      * match to hold anything on.
           OPEN INPUT SCREEN-QUEUE-FILE.
           EVALUATE TRUE
               WHEN SCRQ-STATUS-OK
                   MOVE 'Y' TO WS-SCRQ-OPEN
               WHEN SCRQ-FILE-EMPTY
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LNEHREL - REVIEW QUEUE NOT OPENED, STATUS '
                       WS-SCRQ-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT RELEASE-EXTRACT-FILE.
           OPEN OUTPUT DISPOSITION-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
       2000-PROCESS-MASTER.
           ADD 1 TO WS-READ-COUNT.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE.
           IF APL-STAT-EXCL-HOLD
               ADD 1 TO WS-EH-COUNT
               IF APL-APPL-DATE = WS-TODAY
               MOVE 'CO-BORROWER' TO WS-PARTY-NAME
               PERFORM 3100-CHECK-ONE-PARTY
           END-IF.
           IF NOT STILL-EXCLUDED AND SCRQ-FILE-OPEN
               PERFORM 3200-CHECK-NAME-MATCHES
           END-IF.
           IF STILL-EXCLUDED
               PERFORM 5000-REPORT-STILL-HELD
           ELSE
                   END-EVALUATE
           END-READ.
      *
      * The application's review-queue entries, in key order. An H
      * or C entry whose list entry is still standing keeps the hold;
      * an application that had a decided or held entry and none
      * still standing releases on that, not on its own SSNs.
       3200-CHECK-NAME-MATCHES.
           MOVE 'N' TO WS-EOF-SCRQ.
           MOVE 'N' TO WS-NAME-DECIDED.
           MOVE LOW-VALUES TO SRQ-KEY.
           MOVE APL-APPL-NUMBER TO SRQ-APPL-NUMBER.
           START SCREEN-QUEUE-FILE KEY NOT LESS THAN SRQ-KEY
               INVALID KEY
                   SET EOF-SCRQ TO TRUE
           END-START.
           IF NOT EOF-SCRQ
               PERFORM 3250-READ-QUEUE-NEXT
           END-IF.
           PERFORM 3300-CHECK-ONE-MATCH
               UNTIL EOF-SCRQ
                  OR STILL-EXCLUDED
                  OR SRQ-APPL-NUMBER NOT = APL-APPL-NUMBER.
           IF NAME-MATCH-DECIDED AND NOT STILL-EXCLUDED
               MOVE 'NAME MATCH CLEARED OR DELISTED'
                   TO WS-DISPOSITION-TEXT
           END-IF.
      *
       3250-READ-QUEUE-NEXT.
           READ SCREEN-QUEUE-FILE NEXT
               AT END
                   SET EOF-SCRQ TO TRUE
           END-READ.
           IF NOT EOF-SCRQ AND NOT SCRQ-STATUS-OK
               SET EOF-SCRQ TO TRUE
           END-IF.
      *
       3300-CHECK-ONE-MATCH.
           IF NOT SRQ-PENDING
               MOVE 'Y' TO WS-NAME-DECIDED
           END-IF.
           IF SRQ-HELD OR SRQ-CONFIRMED
               MOVE SRQ-LIST-SSN TO EXR-SSN
               READ EXCL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EXR-ACTIVE
                               AND EXR-EXPIRATION-DATE >= WS-TODAY
                           SET STILL-EXCLUDED TO TRUE
                           MOVE SPACES TO WS-DISPOSITION-TEXT
                           IF SRQ-HELD
                               STRING 'NAME MATCH IN REVIEW, LIST '
                                          DELIMITED BY SIZE
                                      SRQ-LIST-SSN DELIMITED BY SIZE
                                   INTO WS-DISPOSITION-TEXT
                           ELSE
                               STRING 'CONFIRMED NAME MATCH, LIST '
                                          DELIMITED BY SIZE
                                      SRQ-LIST-SSN DELIMITED BY SIZE
                                   INTO WS-DISPOSITION-TEXT
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF NOT STILL-EXCLUDED
               PERFORM 3250-READ-QUEUE-NEXT
           END-IF.
      *
      * Release: the application goes back to UW exactly as if the
      * intake screen had cleared it, the master is rewritten in
      * place, and the release extract gets a copy for tonight's
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-STATUS-OK
               PERFORM 8700-WRITE-HISTORY
               MOVE LOAN-APPLICATION-RECORD TO RELEASE-EXTRACT-RECORD
               WRITE RELEASE-EXTRACT-RECORD
               ADD 1 TO WS-RELEASE-COUNT
      *
       8000-FINALIZE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE EXCL-FILE.
           IF SCRQ-FILE-OPEN
               CLOSE SCREEN-QUEUE-FILE
           END-IF.
           CLOSE RELEASE-EXTRACT-FILE.
           CLOSE DISPOSITION-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNEHREL - RELEASED TO UW:        '
               WS-RELEASE-COUNT.
           DISPLAY 'LNEHREL - STILL HELD:            ' WS-HELD-COUNT.
           DISPLAY 'LNEHREL - HISTORY WRITE FAILED:  '
               WS-HIST-FAIL-COUNT.
           IF WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
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
               MOVE 'LNEHREL' TO APH-PROGRAM
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
                   DISPLAY 'LNEHREL - HISTORY WRITE FAILED FOR '
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
