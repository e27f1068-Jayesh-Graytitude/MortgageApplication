      * the cutoff, is left strictly alone. LNRETRV pulls an
      * archived application back when an audit or repurchase demand
      * asks for one.
      * An archived loan's application history goes with it: once
      * the master delete has gone through, every APHFIL entry for
      * the loan is copied to the yearly history archive (HSTOUT,
      * APHREC layout) and then deleted from APHFIL, and an archive
      * entry of this program's own - before and after image both
      * the record archived - is added to the history archive behind
      * them, so the loan's history reads through to the day it
      * left the master. A history file that has never been loaded
      * has nothing to move; one that will not open stops the run
      * before anything is archived. A history delete that fails is
      * counted and ends the step RC=4 - the entry is on the archive
      * by then, and LNRETRV skips the duplicate if the loan comes
      * back.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           SELECT ARCHIVE-RPT ASSIGN TO ARCRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Dynamic access: START at the loan, READ NEXT through its
      * entries, DELETE each by key once it is on the archive.
           SELECT HISTORY-FILE ASSIGN TO APHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HSTOUT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-FILE-RECORD              PIC X(600).
      *
       FD  ARCHIVE-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD           PIC X(1280).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-WD-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-KEPT-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-DELETE-FAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-HIST-MOVED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-HIST-FAIL-COUNT        PIC 9(7) VALUE ZERO.
      *
       01  WS-CUTOFF-DATE                PIC X(8).
      *
       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS            PIC XX.
               88  HIST-STATUS-OK          VALUE '00'.
               88  HIST-FILE-EMPTY         VALUE '35'.
           05  WS-HIST-OPEN              PIC X VALUE 'N'.
               88  HIST-FILE-OPEN          VALUE 'Y'.
           05  WS-EOF-HIST               PIC X.
               88  EOF-HIST                VALUE 'Y'.
           05  WS-HIST-DATE              PIC X(8).
           05  WS-HIST-TIME              PIC X(8).
      *
      * Archived counts by application-date year, for the run
      * report. Twenty year slots outlives any plausible retention
      * wipe the first one's records.
           OPEN EXTEND ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-RPT.
           OPEN I-O HISTORY-FILE.
           EVALUATE TRUE
               WHEN HIST-STATUS-OK
                   MOVE 'Y' TO WS-HIST-OPEN
               WHEN HIST-FILE-EMPTY
                   DISPLAY 'LNARCH - NO APPLICATION HISTORY ON FILE'
               WHEN OTHER
                   DISPLAY 'LNARCH - APPLICATION HISTORY NOT OPENED, '
                       'STATUS ' WS-HIST-STATUS ' - NOTHING ARCHIVED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      * The history archive accumulates the same way as ARCHOUT.
           OPEN EXTEND HISTORY-ARCHIVE-FILE.
           MOVE WS-CUTOFF-DATE TO WS-H-CUTOFF.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
                       ADD 1 TO WS-WD-COUNT
               END-EVALUATE
               PERFORM 4000-COUNT-BY-YEAR
               PERFORM 3500-ARCHIVE-HISTORY
           ELSE
               ADD 1 TO WS-DELETE-FAIL-COUNT
           END-IF.
      *
      * The loan's history entries are the APHFIL records keyed on
      * its application number - START at the lowest such key and
      * read forward until the number changes. Archive first, then
      * delete, the same order as the master record.
       3500-ARCHIVE-HISTORY.
           IF HIST-FILE-OPEN
               MOVE LOW-VALUES TO APH-KEY
               MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER
               MOVE 'N' TO WS-EOF-HIST
               START HISTORY-FILE KEY NOT LESS THAN APH-KEY
                   INVALID KEY
                       SET EOF-HIST TO TRUE
               END-START
               IF NOT EOF-HIST
                   PERFORM 3600-READ-HISTORY-NEXT
               END-IF
               PERFORM 3550-ARCHIVE-ONE-ENTRY UNTIL EOF-HIST
           END-IF.
           PERFORM 3700-WRITE-ARCHIVE-ENTRY.
      *
       3550-ARCHIVE-ONE-ENTRY.
           MOVE APPL-HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD.
           WRITE HISTORY-ARCHIVE-RECORD.
           DELETE HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF HIST-STATUS-OK
               ADD 1 TO WS-HIST-MOVED-COUNT
           ELSE
               DISPLAY 'LNARCH - HISTORY DELETE FAILED FOR '
                   APL-APPL-NUMBER ' STATUS ' WS-HIST-STATUS
               ADD 1 TO WS-HIST-FAIL-COUNT
           END-IF.
           PERFORM 3600-READ-HISTORY-NEXT.
      *
       3600-READ-HISTORY-NEXT.
           READ HISTORY-FILE NEXT
               AT END
                   SET EOF-HIST TO TRUE
           END-READ.
           IF NOT EOF-HIST
                   AND APH-APPL-NUMBER NOT = APL-APPL-NUMBER
               SET EOF-HIST TO TRUE
           END-IF.
      *
      * The archive entry goes to the history archive only - the loan
      * has no history left on APHFIL for it to join.
       3700-WRITE-ARCHIVE-ENTRY.
           ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-TIME FROM TIME.
           MOVE SPACES TO APPL-HISTORY-RECORD.
           MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER.
           MOVE WS-HIST-DATE TO APH-CHANGE-DATE.
           MOVE WS-HIST-TIME TO APH-CHANGE-TIME.
           MOVE ZERO TO APH-SEQUENCE.
           MOVE 'LNARCH' TO APH-PROGRAM.
           SET APH-ACTION-ARCHIVE TO TRUE.
           MOVE APL-STATUS TO APH-OLD-STATUS.
           MOVE APL-STATUS TO APH-NEW-STATUS.
           MOVE LOAN-APPLICATION-RECORD TO APH-BEFORE-IMAGE.
           MOVE LOAN-APPLICATION-RECORD TO APH-AFTER-IMAGE.
           MOVE APPL-HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD.
           WRITE HISTORY-ARCHIVE-RECORD.
      *
       4000-COUNT-BY-YEAR.
           MOVE 1 TO WS-YR-SUB.
           MOVE 'DELETE FAILED' TO WS-T-CAPTION.
           MOVE WS-DELETE-FAIL-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ENTRIES ARCHIVED' TO WS-T-CAPTION.
           MOVE WS-HIST-MOVED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY DELETE FAILED' TO WS-T-CAPTION.
           MOVE WS-HIST-FAIL-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE APPL-MASTER-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE ARCHIVE-RPT.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE HISTORY-ARCHIVE-FILE.
           DISPLAY 'LNARCH - MASTER RECORDS READ: ' WS-READ-COUNT.
           DISPLAY 'LNARCH - ARCHIVED AND PURGED: '
               WS-ARCHIVED-COUNT.
           DISPLAY 'LNARCH - KEPT ON MASTER:      ' WS-KEPT-COUNT.
           DISPLAY 'LNARCH - DELETE FAILED:       '
               WS-DELETE-FAIL-COUNT.
           DISPLAY 'LNARCH - HISTORY ARCHIVED:    '
               WS-HIST-MOVED-COUNT.
           DISPLAY 'LNARCH - HISTORY DEL FAILED:  '
               WS-HIST-FAIL-COUNT.
           IF WS-DELETE-FAIL-COUNT > ZERO OR WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
