      * paid for. The flagged application still moves through the
      * pipeline - intake does not referee which of the two is the
      * real one, people do.
      *
      * Intake also starts the rate-lock clock: the lock period
      * (15/30/45/60 days, defaulted to 30 when data entry keys
      * none) runs from the lock date to the expiration date filed
      * on the master, the date the lock desk (LNLOCK) extends and
      * LNCLOSE funds against.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      *
      * A party the SSN screen passes is then screened by NAME
      * against every standing exclusion entry: a phonetic (Soundex)
      * key on the last and first names plus a tolerance on the date
      * of birth, scored per candidate entry (see 7200-7350). A
      * strong match holds the application at EH as an SSN hit does;
      * a weaker one is filed on the review queue (SCRQFIL, see
      * SCRQREC.cpy) for compliance to clear through EXRV while the
      * application moves on. A match compliance has cleared as a
      * false positive stays cleared until the party's or the list
      * entry's name or date of birth changes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      * VSAM KSDS, keyed on SSN/Tax-ID - same dataset the EXCL
      * transaction maintains online (see cics/EXCLUDE.csd.txt).
      * Dynamic access: browsed once at startup to load the name-screen
      * table, then read by key for each party's SSN.
           SELECT EXCL-FILE ASSIGN TO EXCLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXR-SSN
               FILE STATUS IS WS-EXCL-STATUS.
      *
      *
           SELECT DUP-REPORT-FILE ASSIGN TO DUPRPT
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
      * Name-match review queue (see SCRQREC.cpy) - read for a match
      * already filed, written or rewritten for each match filed.
           SELECT SCREEN-QUEUE-FILE ASSIGN TO SCRQFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRQ-KEY
               FILE STATUS IS WS-SCRQ-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * unambiguous everywhere in the PROCEDURE DIVISION.
       FD  INTAKE-FILE
           RECORDING MODE IS F.
       01  INTAKE-RECORD                   PIC X(600).
      *
       FD  EXCL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  APPL-SSN-FILE
           RECORDING MODE IS F.
           05  SSNF-STATUS                  PIC X(2).
           05  FILLER                       PIC X(3).
           05  SSNF-BORR-SSN                PIC X(9).
           05  FILLER                       PIC X(568).
      *
       FD  APPL-COB-FILE
           RECORDING MODE IS F.
           05  COBF-STATUS                  PIC X(2).
           05  FILLER                       PIC X(70).
           05  COBF-COB-SSN                 PIC X(9).
           05  FILLER                       PIC X(501).
      *
       FD  APPL-EXTRACT-FILE
           RECORDING MODE IS F.
       01  APPL-EXTRACT-RECORD              PIC X(600).
      *
       FD  DUP-REPORT-FILE
           RECORDING MODE IS F.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       FD  SCREEN-QUEUE-FILE
           RECORDING MODE IS F.
           COPY SCRQREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EXCL-STATUS            PIC XX.
               88  EXCL-FOUND              VALUE '00'.
               88  EXCL-NOT-FOUND          VALUE '23'.
           05  WS-EOF-EXCL               PIC X VALUE 'N'.
               88  EOF-EXCL                VALUE 'Y'.
           05  WS-SCRQ-STATUS            PIC XX.
               88  SCRQ-STATUS-OK          VALUE '00'.
               88  SCRQ-NOT-FOUND          VALUE '23'.
               88  SCRQ-FILE-EMPTY         VALUE '35'.
           05  WS-SCRQ-LOAD-MODE         PIC X VALUE 'N'.
               88  SCRQ-INITIAL-LOAD       VALUE 'Y'.
           05  WS-APPL-STATUS            PIC XX.
               88  APPL-WRITE-OK           VALUE '00'.
           05  WS-SSN-STATUS             PIC XX.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * Lock date as a number, for the expiration date arithmetic.
       01  WS-LOCK-DATE-NUM              PIC 9(8).
      *
      * The SSN being probed against the path and the party it
      * belongs to, plus the open application the probe found.
       01  WS-PROBE-SSN                  PIC X(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-DUP-OPEN-STATUS        PIC X(6).
           05  FILLER                    PIC X(84) VALUE SPACES.
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
      * Name screen. The standing exclusion entries (active, not past
      * expiration) are held in storage with each name normalized -
      * upper case, letters only, so a dropped hyphen or space reads
      * the same - and reduced to its Soundex key, so every party is
      * scored against the whole list without a read per entry.
      * 25,000 entries is several times the SDN list and the house
      * entries together; a list that outgrows it stops the run.
       01  WS-NAME-TABLE.
           05  WS-NT-ENTRY OCCURS 25000 TIMES.
               10  WS-NT-SSN             PIC X(9).
               10  WS-NT-LNAME           PIC X(20).
               10  WS-NT-FNAME           PIC X(15).
               10  WS-NT-DOB             PIC X(8).
               10  WS-NT-REASON          PIC X(2).
               10  WS-NT-NORM-LNAME      PIC X(20).
               10  WS-NT-LNAME-KEY       PIC X(4).
               10  WS-NT-NORM-FNAME      PIC X(15).
               10  WS-NT-FNAME-KEY       PIC X(4).
       01  WS-NT-USED                    PIC 9(5) VALUE ZERO.
       01  WS-NT-SUB                     PIC 9(5).
      *
      * The party being name-screened, as keyed and as normalized.
       01  WS-NS-PARTY.
           05  WS-NS-PARTY-CODE          PIC X(1).
           05  WS-NS-SSN                 PIC X(9).
           05  WS-NS-LNAME               PIC X(20).
           05  WS-NS-FNAME               PIC X(15).
           05  WS-NS-DOB                 PIC X(8).
           05  WS-NS-NORM-LNAME          PIC X(20).
           05  WS-NS-LNAME-KEY           PIC X(4).
           05  WS-NS-NORM-FNAME          PIC X(15).
           05  WS-NS-FNAME-KEY           PIC X(4).
      *
      * Scoring. A candidate is any entry whose last name carries the
      * party's Soundex key: 40 points when the normalized names are
      * equal, 30 when only the key is. First name adds 30 equal, 20
      * same key, 10 same initial (or either side blank). Date of
      * birth adds 30 equal, 25 day and month transposed, 10 same
      * year and month or same day and month a year off, 5 same year
      * only (or 10 when either side is unknown). At the hold score
      * the application is held at EH; at the review score the match
      * is filed for compliance and the application moves on.
       01  WS-NS-SCORING.
           05  WS-NS-HOLD-SCORE          PIC 9(3) VALUE 85.
           05  WS-NS-REVIEW-SCORE        PIC 9(3) VALUE 75.
           05  WS-NS-SCORE               PIC 9(3).
           05  WS-NS-LNAME-POINTS        PIC 9(3).
           05  WS-NS-FNAME-POINTS        PIC 9(3).
           05  WS-NS-DOB-POINTS          PIC 9(3).
           05  WS-NS-PARTY-YEAR          PIC 9(4).
           05  WS-NS-LIST-YEAR           PIC 9(4).
           05  WS-NS-HOLD                PIC X VALUE 'N'.
               88  NAME-MATCH-HOLD         VALUE 'Y'.
           05  WS-NS-HOLD-REASON         PIC X(2).
           05  WS-NS-HOLD-SSN            PIC X(9).
      *
      * Normalize / Soundex work area. The Soundex digit for each
      * letter comes from one INSPECT CONVERTING: 9 marks H and W
      * (ignored - they do not part two like codes), 0 the vowels
      * and Y (dropped, but they do part two like codes).
       01  WS-NAME-WORK.
           05  WS-NM-IN                  PIC X(20).
           05  WS-NM-OUT                 PIC X(20).
           05  WS-NM-CODES               PIC X(20).
           05  WS-NM-KEY                 PIC X(4).
           05  WS-NM-LEN                 PIC 9(2).
           05  WS-NM-POS                 PIC 9(2).
           05  WS-NM-KEY-LEN             PIC 9(1).
           05  WS-NM-LAST-CODE           PIC X(1).
           05  WS-NM-CHAR                PIC X(1).
      *
       01  WS-NS-COUNTS.
           05  WS-NS-HOLD-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-NS-REVIEW-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-NS-CLEARED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NS-QUEUE-FAIL-COUNT    PIC 9(7) VALUE ZERO.
      *
           COPY LNAPREC.
           COPY RUNCREC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT INTAKE-FILE.
           OPEN INPUT EXCL-FILE.
           IF EXCL-FOUND
               PERFORM 7000-LOAD-NAME-TABLE
           END-IF.
      * A never-loaded review queue cannot be opened I-O (file status
      * 35) - the first run after VSAMDEF falls back to a load-mode
      * OPEN OUTPUT; intake arrives in ascending application order and
      * each party's matches are filed in list-SSN order, so
      * load-mode's ascending-key rule holds. A queue that will not
      * open at all stops the run: a match must never be dropped.
           OPEN I-O SCREEN-QUEUE-FILE.
           IF SCRQ-FILE-EMPTY
               SET SCRQ-INITIAL-LOAD TO TRUE
               OPEN OUTPUT SCREEN-QUEUE-FILE
           END-IF.
           IF NOT SCRQ-STATUS-OK
               DISPLAY 'LNAPPL - REVIEW QUEUE NOT OPENED, STATUS '
                   WS-SCRQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
               DISPLAY 'LNAPPL - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
      * A brand-new installation has no applications and so no path
      * to probe (file status 35) - every intake record then simply
      * probes nothing and flags clean.
           IF APL-RATE-LOCK-DATE NOT NUMERIC
               MOVE APL-APPL-DATE TO APL-RATE-LOCK-DATE
           END-IF.
           PERFORM 2500-SET-LOCK-TERM.
           PERFORM 3000-SCREEN-APPLICATION.
           PERFORM 3700-CHECK-OPEN-APPLICATIONS.
           PERFORM 4000-COMPUTE-LTV.
                   SET EOF-INTAKE TO TRUE
           END-READ.
      *
      * The lock runs lock-period calendar days from the lock date;
      * the expiration date is the last day the locked rate can
      * fund. A new application has had no extension or relock, so
      * those fields start at zero and spaces (LNAPED has already
      * bounced any keyed period the lock desk does not offer).
       2500-SET-LOCK-TERM.
           IF APL-LOCK-PERIOD-DAYS NOT NUMERIC
                   OR APL-LOCK-PERIOD-DAYS = ZERO
               MOVE 30 TO APL-LOCK-PERIOD-DAYS
           END-IF.
           MOVE APL-RATE-LOCK-DATE TO WS-LOCK-DATE-NUM.
           COMPUTE WS-LOCK-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-LOCK-DATE-NUM)
                   + APL-LOCK-PERIOD-DAYS).
           MOVE WS-LOCK-DATE-NUM TO APL-LOCK-EXPIRATION-DATE.
           MOVE ZERO TO APL-LOCK-EXTENSION-DAYS.
           MOVE ZERO TO APL-LOCK-EXTENSION-FEE.
           MOVE SPACES TO APL-LOCK-RELOCK-DATE.
      *
      * Screen the borrower, and the co-borrower when present, against
      * the exclusion file - by SSN, then by name. Any hit holds the
      * whole application at EH instead of letting it move on toward
      * UW.
       3000-SCREEN-APPLICATION.
           MOVE APL-BORR-SSN TO EXR-SSN.
           READ EXCL-FILE
                       PERFORM 3500-FLAG-EXCLUSION-HIT
               END-READ
           END-IF.
           IF NOT APL-EXCL-HIT-YES
               PERFORM 3200-SCREEN-PARTY-NAMES
           END-IF.
           IF NOT APL-EXCL-HIT-YES
               MOVE 'UW' TO APL-STATUS
           END-IF.
      *
      * Name screen each party the SSN screen passed. Every match at
      * the review score is filed; one at the hold score holds the
      * application under the matched entry's reason code.
       3200-SCREEN-PARTY-NAMES.
           MOVE 'N' TO WS-NS-HOLD.
           MOVE 'B' TO WS-NS-PARTY-CODE.
           MOVE APL-BORR-SSN TO WS-NS-SSN.
           MOVE APL-BORR-LNAME TO WS-NS-LNAME.
           MOVE APL-BORR-FNAME TO WS-NS-FNAME.
           MOVE APL-BORR-DOB TO WS-NS-DOB.
           PERFORM 7100-NAME-SCREEN-PARTY.
           IF APL-HAS-CO-BORROWER
               MOVE 'C' TO WS-NS-PARTY-CODE
               MOVE APL-COB-SSN TO WS-NS-SSN
               MOVE APL-COB-LNAME TO WS-NS-LNAME
               MOVE APL-COB-FNAME TO WS-NS-FNAME
               MOVE APL-COB-DOB TO WS-NS-DOB
               PERFORM 7100-NAME-SCREEN-PARTY
           END-IF.
           IF NAME-MATCH-HOLD
               MOVE 'Y' TO APL-EXCLUSION-HIT
               MOVE WS-NS-HOLD-REASON TO APL-EXCLUSION-REASON-CODE
               MOVE 'EH' TO APL-STATUS
           END-IF.
      *
       3500-FLAG-EXCLUSION-HIT.
           IF EXR-ACTIVE
           END-IF.
      *
       5000-WRITE-APPLICATION.
           MOVE SPACES TO WS-HIST-BEFORE-IMAGE.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           WRITE APPL-MASTER-RECORD
               INVALID KEY
                       APL-APPL-NUMBER ' STATUS ' WS-APPL-STATUS
           END-WRITE.
           IF APPL-WRITE-OK
               PERFORM 8700-WRITE-HISTORY
               MOVE LOAN-APPLICATION-RECORD TO APPL-EXTRACT-RECORD
               WRITE APPL-EXTRACT-RECORD
               IF APL-EXCL-HIT-YES
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
      *
      * Load the name-screen table: every standing entry on the
      * exclusion file, browsed in SSN order, so each party's
      * matches are filed in list-SSN order. An entry with no
      * letters in its last name has nothing to match on and is
      * left out.
       7000-LOAD-NAME-TABLE.
           MOVE 'N' TO WS-EOF-EXCL.
           MOVE LOW-VALUES TO EXR-SSN.
           START EXCL-FILE KEY NOT LESS THAN EXR-SSN
               INVALID KEY
                   SET EOF-EXCL TO TRUE
           END-START.
           IF NOT EOF-EXCL
               PERFORM 7010-READ-EXCLUSION-NEXT
           END-IF.
           PERFORM 7020-ADD-NAME-TABLE-ENTRY UNTIL EOF-EXCL.
      *
       7010-READ-EXCLUSION-NEXT.
           READ EXCL-FILE NEXT
               AT END
                   SET EOF-EXCL TO TRUE
           END-READ.
           IF NOT EOF-EXCL AND NOT EXCL-FOUND
               SET EOF-EXCL TO TRUE
           END-IF.
      *
       7020-ADD-NAME-TABLE-ENTRY.
           IF EXR-ACTIVE AND EXR-EXPIRATION-DATE >= WS-TODAY
               MOVE EXR-LNAME TO WS-NM-IN
               PERFORM 7800-NORMALIZE-NAME
               IF WS-NM-OUT NOT = SPACES
                   PERFORM 7030-STORE-NAME-ENTRY
               END-IF
           END-IF.
           PERFORM 7010-READ-EXCLUSION-NEXT.
      *
       7030-STORE-NAME-ENTRY.
           IF WS-NT-USED >= 25000
               DISPLAY 'LNAPPL - NAME SCREEN TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NT-USED.
           MOVE WS-NT-USED TO WS-NT-SUB.
           MOVE EXR-SSN TO WS-NT-SSN (WS-NT-SUB).
           MOVE EXR-LNAME TO WS-NT-LNAME (WS-NT-SUB).
           MOVE EXR-FNAME TO WS-NT-FNAME (WS-NT-SUB).
           MOVE EXR-DOB TO WS-NT-DOB (WS-NT-SUB).
           MOVE EXR-REASON-CODE TO WS-NT-REASON (WS-NT-SUB).
           MOVE WS-NM-OUT TO WS-NT-NORM-LNAME (WS-NT-SUB).
           MOVE WS-NM-KEY TO WS-NT-LNAME-KEY (WS-NT-SUB).
           MOVE EXR-FNAME TO WS-NM-IN.
           PERFORM 7800-NORMALIZE-NAME.
           MOVE WS-NM-OUT TO WS-NT-NORM-FNAME (WS-NT-SUB).
           MOVE WS-NM-KEY TO WS-NT-FNAME-KEY (WS-NT-SUB).
      *
      * Score one party (WS-NS-PARTY, set by the caller) against
      * every table entry. A party with no letters in the last name
      * cannot be name-screened and is passed.
       7100-NAME-SCREEN-PARTY.
           MOVE WS-NS-LNAME TO WS-NM-IN.
           PERFORM 7800-NORMALIZE-NAME.
           MOVE WS-NM-OUT TO WS-NS-NORM-LNAME.
           MOVE WS-NM-KEY TO WS-NS-LNAME-KEY.
           MOVE WS-NS-FNAME TO WS-NM-IN.
           PERFORM 7800-NORMALIZE-NAME.
           MOVE WS-NM-OUT TO WS-NS-NORM-FNAME.
           MOVE WS-NM-KEY TO WS-NS-FNAME-KEY.
           IF WS-NS-NORM-LNAME NOT = SPACES
               PERFORM 7200-SCORE-NAME-ENTRY
                   VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-USED
           END-IF.
      *
      * An entry under the party's own SSN is the exact screen's
      * business, not this one's.
       7200-SCORE-NAME-ENTRY.
           IF WS-NT-LNAME-KEY (WS-NT-SUB) = WS-NS-LNAME-KEY
                   AND WS-NT-SSN (WS-NT-SUB) NOT = WS-NS-SSN
               IF WS-NT-NORM-LNAME (WS-NT-SUB) = WS-NS-NORM-LNAME
                   MOVE 40 TO WS-NS-LNAME-POINTS
               ELSE
                   MOVE 30 TO WS-NS-LNAME-POINTS
               END-IF
               PERFORM 7300-SCORE-FIRST-NAME
               PERFORM 7350-SCORE-DATE-OF-BIRTH
               COMPUTE WS-NS-SCORE = WS-NS-LNAME-POINTS
                   + WS-NS-FNAME-POINTS + WS-NS-DOB-POINTS
               IF WS-NS-SCORE >= WS-NS-REVIEW-SCORE
                   PERFORM 7500-FILE-NAME-MATCH
               END-IF
           END-IF.
      *
       7300-SCORE-FIRST-NAME.
           EVALUATE TRUE
               WHEN WS-NS-NORM-FNAME = SPACES
                       OR WS-NT-NORM-FNAME (WS-NT-SUB) = SPACES
                   MOVE 10 TO WS-NS-FNAME-POINTS
               WHEN WS-NT-NORM-FNAME (WS-NT-SUB) = WS-NS-NORM-FNAME
                   MOVE 30 TO WS-NS-FNAME-POINTS
               WHEN WS-NT-FNAME-KEY (WS-NT-SUB) = WS-NS-FNAME-KEY
                   MOVE 20 TO WS-NS-FNAME-POINTS
               WHEN WS-NT-NORM-FNAME (WS-NT-SUB) (1:1)
                       = WS-NS-NORM-FNAME (1:1)
                   MOVE 10 TO WS-NS-FNAME-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-NS-FNAME-POINTS
           END-EVALUATE.
      *
      * Dates of birth are YYYYMMDD on both files.
       7350-SCORE-DATE-OF-BIRTH.
           EVALUATE TRUE
               WHEN WS-NS-DOB NOT NUMERIC
                       OR WS-NS-DOB = ZEROS
                       OR WS-NT-DOB (WS-NT-SUB) NOT NUMERIC
                       OR WS-NT-DOB (WS-NT-SUB) = ZEROS
                   MOVE 10 TO WS-NS-DOB-POINTS
               WHEN WS-NT-DOB (WS-NT-SUB) = WS-NS-DOB
                   MOVE 30 TO WS-NS-DOB-POINTS
               WHEN WS-NT-DOB (WS-NT-SUB) (1:4) = WS-NS-DOB (1:4)
                       AND WS-NT-DOB (WS-NT-SUB) (5:2)
                           = WS-NS-DOB (7:2)
                       AND WS-NT-DOB (WS-NT-SUB) (7:2)
                           = WS-NS-DOB (5:2)
                   MOVE 25 TO WS-NS-DOB-POINTS
               WHEN WS-NT-DOB (WS-NT-SUB) (1:6) = WS-NS-DOB (1:6)
                   MOVE 10 TO WS-NS-DOB-POINTS
               WHEN WS-NT-DOB (WS-NT-SUB) (5:4) = WS-NS-DOB (5:4)
                   MOVE WS-NS-DOB (1:4) TO WS-NS-PARTY-YEAR
                   MOVE WS-NT-DOB (WS-NT-SUB) (1:4) TO WS-NS-LIST-YEAR
                   IF WS-NS-PARTY-YEAR = WS-NS-LIST-YEAR + 1
                           OR WS-NS-PARTY-YEAR + 1 = WS-NS-LIST-YEAR
                       MOVE 10 TO WS-NS-DOB-POINTS
                   ELSE
                       MOVE ZERO TO WS-NS-DOB-POINTS
                   END-IF
               WHEN WS-NT-DOB (WS-NT-SUB) (1:4) = WS-NS-DOB (1:4)
                   MOVE 5 TO WS-NS-DOB-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-NS-DOB-POINTS
           END-EVALUATE.
      *
      * File the match on the review queue. What is already there
      * decides what happens:
      *   nothing      - filed H (and the application held) at the
      *                  hold score, P below it;
      *   H or C       - the match already stands as a hit; the
      *                  application is held again if it is not;
      *   P            - already waiting on compliance;
      *   F            - cleared as a false positive: stays cleared
      *                  while the party and the list entry read as
      *                  they did when it was cleared, otherwise it
      *                  is refiled as new and alerts again.
       7500-FILE-NAME-MATCH.
           MOVE APL-APPL-NUMBER TO SRQ-APPL-NUMBER.
           MOVE WS-NS-PARTY-CODE TO SRQ-PARTY.
           MOVE WS-NT-SSN (WS-NT-SUB) TO SRQ-LIST-SSN.
           IF SCRQ-INITIAL-LOAD
               MOVE '23' TO WS-SCRQ-STATUS
           ELSE
               READ SCREEN-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN SCRQ-NOT-FOUND
                   MOVE SPACES TO SCREEN-QUEUE-RECORD
                   MOVE APL-APPL-NUMBER TO SRQ-APPL-NUMBER
                   MOVE WS-NS-PARTY-CODE TO SRQ-PARTY
                   MOVE WS-NT-SSN (WS-NT-SUB) TO SRQ-LIST-SSN
                   MOVE ZERO TO SRQ-ALERT-COUNT
                   PERFORM 7550-SET-QUEUE-FIELDS
                   WRITE SCREEN-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   PERFORM 7600-CHECK-QUEUE-WRITE
               WHEN NOT SCRQ-STATUS-OK
                   DISPLAY 'LNAPPL - REVIEW QUEUE READ FAILED FOR '
                       SRQ-KEY ' STATUS ' WS-SCRQ-STATUS
                   ADD 1 TO WS-NS-QUEUE-FAIL-COUNT
               WHEN SRQ-HELD OR SRQ-CONFIRMED
                   MOVE 'Y' TO WS-NS-HOLD
                   MOVE WS-NT-REASON (WS-NT-SUB) TO WS-NS-HOLD-REASON
                   MOVE WS-NS-SSN TO WS-NS-HOLD-SSN
               WHEN SRQ-PENDING
                   CONTINUE
               WHEN SRQ-PARTY-LNAME = WS-NS-LNAME
                       AND SRQ-PARTY-FNAME = WS-NS-FNAME
                       AND SRQ-PARTY-DOB = WS-NS-DOB
                       AND SRQ-LIST-LNAME = WS-NT-LNAME (WS-NT-SUB)
                       AND SRQ-LIST-FNAME = WS-NT-FNAME (WS-NT-SUB)
                       AND SRQ-LIST-DOB = WS-NT-DOB (WS-NT-SUB)
                   ADD 1 TO WS-NS-CLEARED-COUNT
               WHEN OTHER
                   PERFORM 7550-SET-QUEUE-FIELDS
                   REWRITE SCREEN-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   PERFORM 7600-CHECK-QUEUE-WRITE
           END-EVALUATE.
      *
      * A strong match holds the application whether or not its
      * queue entry then writes - a hit is never let through for
      * want of a queue record.
       7550-SET-QUEUE-FIELDS.
           IF WS-NS-SCORE >= WS-NS-HOLD-SCORE
               SET SRQ-HELD TO TRUE
               MOVE 'Y' TO WS-NS-HOLD
               MOVE WS-NT-REASON (WS-NT-SUB) TO WS-NS-HOLD-REASON
               MOVE WS-NS-SSN TO WS-NS-HOLD-SSN
           ELSE
               SET SRQ-PENDING TO TRUE
           END-IF.
           MOVE WS-NS-SCORE TO SRQ-SCORE.
           MOVE WS-NS-SSN TO SRQ-PARTY-SSN.
           MOVE WS-NS-LNAME TO SRQ-PARTY-LNAME.
           MOVE WS-NS-FNAME TO SRQ-PARTY-FNAME.
           MOVE WS-NS-DOB TO SRQ-PARTY-DOB.
           MOVE WS-NT-LNAME (WS-NT-SUB) TO SRQ-LIST-LNAME.
           MOVE WS-NT-FNAME (WS-NT-SUB) TO SRQ-LIST-FNAME.
           MOVE WS-NT-DOB (WS-NT-SUB) TO SRQ-LIST-DOB.
           MOVE WS-NT-REASON (WS-NT-SUB) TO SRQ-LIST-REASON.
           MOVE WS-TODAY TO SRQ-QUEUED-DATE.
           MOVE 'LNAPPL' TO SRQ-QUEUED-BY.
           MOVE SPACES TO SRQ-DECIDED-DATE.
           MOVE SPACES TO SRQ-DECIDED-BY.
           ADD 1 TO SRQ-ALERT-COUNT.
      *
       7600-CHECK-QUEUE-WRITE.
           IF SCRQ-STATUS-OK
               IF SRQ-HELD
                   ADD 1 TO WS-NS-HOLD-COUNT
               ELSE
                   ADD 1 TO WS-NS-REVIEW-COUNT
               END-IF
           ELSE
               DISPLAY 'LNAPPL - REVIEW QUEUE WRITE FAILED FOR '
                   SRQ-KEY ' STATUS ' WS-SCRQ-STATUS
               ADD 1 TO WS-NS-QUEUE-FAIL-COUNT
           END-IF.
      *
      * Upper case, letters only, left-justified in WS-NM-OUT with
      * its length in WS-NM-LEN; then the Soundex key.
       7800-NORMALIZE-NAME.
           INSPECT WS-NM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NM-OUT.
           MOVE ZERO TO WS-NM-LEN.
           PERFORM 7810-KEEP-LETTER
               VARYING WS-NM-POS FROM 1 BY 1
               UNTIL WS-NM-POS > 20.
           PERFORM 7850-BUILD-SOUNDEX-KEY.
      *
       7810-KEEP-LETTER.
           MOVE WS-NM-IN (WS-NM-POS:1) TO WS-NM-CHAR.
           IF WS-NM-CHAR IS ALPHABETIC-UPPER
                   AND WS-NM-CHAR NOT = SPACE
               ADD 1 TO WS-NM-LEN
               MOVE WS-NM-CHAR TO WS-NM-OUT (WS-NM-LEN:1)
           END-IF.
      *
      * Soundex: the first letter kept, then the digit of each later
      * letter that differs from the one before it, to four places
      * zero-filled (MOHAMMED and MUHAMMAD are both M530).
       7850-BUILD-SOUNDEX-KEY.
           MOVE SPACES TO WS-NM-KEY.
           IF WS-NM-LEN > ZERO
               MOVE WS-NM-OUT TO WS-NM-CODES
               INSPECT WS-NM-CODES CONVERTING
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   TO '01230129022455012623019202'
               MOVE '0000' TO WS-NM-KEY
               MOVE WS-NM-OUT (1:1) TO WS-NM-KEY (1:1)
               MOVE WS-NM-CODES (1:1) TO WS-NM-LAST-CODE
               MOVE 1 TO WS-NM-KEY-LEN
               PERFORM 7860-SOUNDEX-LETTER
                   VARYING WS-NM-POS FROM 2 BY 1
                   UNTIL WS-NM-POS > WS-NM-LEN
                      OR WS-NM-KEY-LEN = 4
           END-IF.
      *
       7860-SOUNDEX-LETTER.
           MOVE WS-NM-CODES (WS-NM-POS:1) TO WS-NM-CHAR.
           EVALUATE TRUE
               WHEN WS-NM-CHAR = '9'
                   CONTINUE
               WHEN WS-NM-CHAR = '0'
                   MOVE '0' TO WS-NM-LAST-CODE
               WHEN WS-NM-CHAR = WS-NM-LAST-CODE
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-NM-KEY-LEN
                   MOVE WS-NM-CHAR TO WS-NM-KEY (WS-NM-KEY-LEN:1)
                   MOVE WS-NM-CHAR TO WS-NM-LAST-CODE
           END-EVALUATE.
      *
       8000-FINALIZE.
           CLOSE INTAKE-FILE.
           CLOSE EXCL-FILE.
           CLOSE SCREEN-QUEUE-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE APPL-SSN-FILE.
           CLOSE APPL-COB-FILE.
           CLOSE APPL-EXTRACT-FILE.
           DISPLAY 'LNAPPL - CLEARED TO UNDERWRITE:  ' WS-CLEAN-COUNT.
           DISPLAY 'LNAPPL - MASTER WRITE FAILED:    ' WS-REJECT-COUNT.
           DISPLAY 'LNAPPL - MULTI-APPL FLAGGED:     ' WS-MULTI-COUNT.
           DISPLAY 'LNAPPL - HISTORY WRITE FAILED:   '
               WS-HIST-FAIL-COUNT.
           DISPLAY 'LNAPPL - NAME SCREEN ENTRIES:    ' WS-NT-USED.
           DISPLAY 'LNAPPL - NAME MATCHES HELD:      '
               WS-NS-HOLD-COUNT.
           DISPLAY 'LNAPPL - NAME MATCHES QUEUED:    '
               WS-NS-REVIEW-COUNT.
           DISPLAY 'LNAPPL - CLEARED, NOT REALERTED: '
               WS-NS-CLEARED-COUNT.
           DISPLAY 'LNAPPL - REVIEW QUEUE FAILED:    '
               WS-NS-QUEUE-FAIL-COUNT.
           IF WS-HIST-FAIL-COUNT > ZERO
                   OR WS-NS-QUEUE-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE 'MULTIAPPL' TO RCT-COUNTER-NAME.
           MOVE WS-MULTI-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'NAMEHOLD' TO RCT-COUNTER-NAME.
           MOVE WS-NS-HOLD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'NAMEREVIEW' TO RCT-COUNTER-NAME.
           MOVE WS-NS-REVIEW-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'NAMECLEARED' TO RCT-COUNTER-NAME.
           MOVE WS-NS-CLEARED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
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
               MOVE 'LNAPPL' TO APH-PROGRAM
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
                   DISPLAY 'LNAPPL - HISTORY WRITE FAILED FOR '
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
