       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNLOCK.
      ******************************************************************
      * LNLOCK - Rate-lock desk: extensions, relocks, and the daily
      * expiring-locks report.
      * Batch program that runs FIRST in the nightly chain, ahead of
      * LNEHREL and LNAPPL, so every later step works off the lock
      * terms the desk set today. It reads the lock desk's card file
      * (one card per request: application number, action E to
      * extend or R to relock, and a day count) and applies each one
      * to the persistent master:
      *
      *   EXTEND  - an open lock (not yet past its expiration date)
      *             is pushed out by the keyed number of days, the
      *             days are added to the extensions on file (never
      *             more than 30 in all on one lock), and the per-day
      *             extension fee for them - a percent of the loan
      *             amount per day, set by secondary marketing below
      *             - is added to the fee on file. LNCLOSE collects
      *             the accumulated fee at funding. An expired lock
      *             cannot be extended; it has to be relocked.
      *   RELOCK  - the lock term restarts today (the keyed period,
      *             or the period already on file when none is
      *             keyed), and the loan is priced at the WORSE of
      *             its original rate and today's rate - RATEFIL base
      *             for the type and term plus the LLPAFIL grid
      *             add-on, the same build LNUNDW uses. For an
      *             application not yet decisioned the original rate
      *             is what RATEFIL paid on the original lock date;
      *             whichever date priced worse becomes the lock date
      *             LNUNDW prices from. For an AP or RF loan the
      *             original rate is the note rate LNUNDW filed: when
      *             today's rate is worse, the loan goes back to UW at
      *             today's lock date and is written to the LOCKOUT
      *             extract, which the LNUNDW job concatenates ahead
      *             of the value-posted extract so the loan is
      *             re-underwritten (and re-lettered) at the new rate
      *             tonight; when it is not, the filed rate stands.
      *
      * Funded, declined, withdrawn, and closed applications are past
      * the point where a lock means anything and are rejected, as
      * are unknown applications and malformed cards - reported and
      * skipped, leaving RC=4 so the desk corrects and resubmits, the
      * same treatment LNMDISP gives the underwriting desk's cards.
      * This step runs every night whether or not the desk keyed
      * cards; LNRCBAL expects its counters.
      *
      * After the cards, the whole master is swept for the daily
      * expiring-locks report: every open (undecisioned, approved, or
      * referred) loan whose lock expires within the next five
      * business days, plus every open loan whose lock has already
      * expired - the loans LNCLOSE will refuse to fund until the
      * desk acts. Business days skip Saturdays and Sundays only;
      * a holiday inside the window simply makes the report look a
      * day further out than it strictly needs to.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-CARD-FILE ASSIGN TO LOCKIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number. Dynamic access: the
      * cards are applied by random READ/REWRITE, and the expiring-
      * locks sweep then browses the whole file from the top.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * Effective-dated rate file - the same START/READ NEXT lookup
      * LNUNDW's 3000-LOOKUP-RATE uses (see copybooks/RATEREC.cpy).
           SELECT RATE-FILE ASSIGN TO RATEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTE-KEY
               FILE STATUS IS WS-RATE-STATUS.
      *
      * The pricing desk's adjustment grid, read into a table at
      * startup exactly as LNUNDW reads it.
           SELECT PRICE-ADJ-FILE ASSIGN TO LLPAFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LPA-KEY
               FILE STATUS IS WS-LLPA-STATUS.
      *
      * ARM plan file - an undecisioned ARM application has only its
      * plan code on the record, and the plan's fixed period is the
      * RATEFIL term it prices under (ARMPREC convention).
           SELECT ARM-PLAN-FILE ASSIGN TO ARMPLAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARM-PLAN-CODE
               FILE STATUS IS WS-ARM-STATUS.
      *
      * Decisioned loans sent back to UW by a relock at a worse rate,
      * in the LNAPREC layout - concatenated ahead of the value-
      * posted extract on the LNUNDW APLIN.
           SELECT REPRICE-EXTRACT-FILE ASSIGN TO LOCKOUT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT LOCK-ACTIVITY-RPT ASSIGN TO LOCKRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT EXPIRING-LOCK-RPT ASSIGN TO LOCKEXP
               ORGANIZATION IS SEQUENTIAL.
      *
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
       FD  LOCK-CARD-FILE
           RECORDING MODE IS F.
       01  LOCK-CARD.
           05  LCK-APPL-NUMBER              PIC X(10).
           05  LCK-ACTION                   PIC X(1).
               88  LCK-ACTION-EXTEND          VALUE 'E'.
               88  LCK-ACTION-RELOCK          VALUE 'R'.
           05  LCK-DAYS                     PIC X(2).
           05  LCK-DAYS-NUM REDEFINES LCK-DAYS
                                            PIC 9(2).
           05  FILLER                       PIC X(67).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  RATE-FILE
           RECORDING MODE IS F.
           COPY RATEREC.
      *
       FD  PRICE-ADJ-FILE
           RECORDING MODE IS F.
           COPY LLPAREC.
      *
       FD  ARM-PLAN-FILE
           RECORDING MODE IS F.
           COPY ARMPREC.
      *
       FD  REPRICE-EXTRACT-FILE
           RECORDING MODE IS F.
       01  REPRICE-EXTRACT-RECORD           PIC X(600).
      *
       FD  LOCK-ACTIVITY-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  EXPIRING-LOCK-RPT
           RECORDING MODE IS F.
       01  EXPIRING-LINE                    PIC X(132).
      *
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
           05  WS-EOF-CARDS              PIC X VALUE 'N'.
               88  EOF-CARDS               VALUE 'Y'.
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER              VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-RATE-STATUS            PIC XX.
               88  RATE-STATUS-OK          VALUE '00'.
           05  WS-LLPA-STATUS            PIC XX.
               88  LLPA-FILE-EMPTY         VALUE '35'.
           05  WS-EOF-LLPA               PIC X VALUE 'N'.
               88  EOF-LLPA                VALUE 'Y'.
           05  WS-ARM-STATUS             PIC XX.
               88  ARM-STATUS-OK           VALUE '00'.
           05  WS-CARD-OK                PIC X.
               88  CARD-IS-OK              VALUE 'Y'.
           05  WS-RATE-FOUND             PIC X.
               88  RATE-WAS-FOUND          VALUE 'Y'.
           05  WS-CURRENT-WORSE          PIC X.
               88  CURRENT-RATE-WORSE      VALUE 'Y'.
           05  WS-DECISIONED             PIC X.
               88  LOAN-IS-DECISIONED      VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-EXTEND-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-RELOCK-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-REPRICE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-EXPIRING-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-EXPIRED-COUNT          PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * Lock desk terms, set by secondary marketing. The extension
      * fee is a percent of the loan amount per day extended; the
      * cap is the most extension days one lock may accumulate
      * before the desk has to relock instead.
       01  WS-LOCK-TERMS.
           05  WS-EXT-FEE-PCT-PER-DAY    PIC 9V999 VALUE 0.020.
           05  WS-EXT-MAX-DAYS           PIC 9(3)  VALUE 30.
           05  WS-DEFAULT-LOCK-DAYS      PIC 9(2)  VALUE 30.
           05  WS-WARNING-BUS-DAYS       PIC 9(1)  VALUE 5.
      *
      * Date arithmetic work. The horizon is the fifth business day
      * after today - the far edge of the expiring-locks report.
       01  WS-DATE-WORK.
           05  WS-TODAY-NUM              PIC 9(8).
           05  WS-WORK-DATE-NUM          PIC 9(8).
           05  WS-HORIZON-DATE           PIC X(8).
           05  WS-DAY-INT                PIC 9(7).
           05  WS-DAY-OF-WEEK            PIC 9(1).
           05  WS-BUS-DAYS               PIC 9(1).
           05  WS-DAYS-LEFT              PIC S9(5).
      *
      * Extension work.
       01  WS-EXT-DAYS-ON-FILE           PIC 9(3).
       01  WS-EXT-FEE-ON-FILE            PIC 9(7)V99.
       01  WS-EXT-FEE                    PIC 9(7)V99.
      *
      * Relock pricing work: the term RATEFIL is searched under, the
      * date priced, and the original and current rates compared.
       01  WS-PRICE-TERM                 PIC 9(3).
       01  WS-PRICE-DATE-NUM             PIC 9(8).
       01  WS-ORIG-LOCK-DATE             PIC X(8).
       01  WS-NEW-PERIOD                 PIC 9(2).
       01  WS-PRICED-RATE                PIC 9(2)V999.
       01  WS-ORIGINAL-RATE              PIC 9(2)V999.
       01  WS-CURRENT-RATE               PIC 9(2)V999.
      *
      * The pricing desk's grid (same shape and limit as LNUNDW's).
       01  WS-LLPA-TABLE.
           05  WS-LLPA-ENTRY OCCURS 100 TIMES.
               10  WS-LLPA-TYPE          PIC X(2).
               10  WS-LLPA-SCORE-FLOOR   PIC 9(3).
               10  WS-LLPA-SCORE-CEILING PIC 9(3).
               10  WS-LLPA-LTV-FLOOR     PIC 9(3).
               10  WS-LLPA-LTV-CEILING   PIC 9(3).
               10  WS-LLPA-ADJ           PIC 9(2)V999.
       01  WS-LLPA-USED                  PIC 9(3) VALUE ZERO.
       01  WS-LLPA-SUB                   PIC 9(3).
       01  WS-PRICE-ADJ                  PIC 9(2)V999.
      *
      * Why the card was rejected, or what was done with it.
       01  WS-DISPOSITION-TEXT           PIC X(50).
      *
      * Edited figures strung into the disposition text.
       01  WS-EDIT-DAYS                  PIC Z9.
       01  WS-EDIT-FEE                   PIC Z(6)9.99.
       01  WS-EDIT-RATE                  PIC Z9.999.
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'ACT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'DAYS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'STATUS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'EXPIRES'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(50) VALUE 'DISPOSITION'.
           05  FILLER                    PIC X(40) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS                 PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS               PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-EXPIRES              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DISPOSITION          PIC X(50).
           05  FILLER                    PIC X(40) VALUE SPACES.
      *
       01  WS-EXP-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'STAT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'LOCKED'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'EXPIRES'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'DAYS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'TERM'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'EXT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'STATE'.
           05  FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WS-EXP-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-E-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-STATUS               PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-LOCK-DATE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-EXPIRES              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-DAYS-LEFT            PIC -(4)9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-E-PERIOD               PIC Z9.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  WS-E-EXT-DAYS             PIC ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-E-STATE                PIC X(8).
           05  FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-CAPTION              PIC X(30).
           05  WS-T-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(94) VALUE SPACES.
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
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD UNTIL EOF-CARDS.
           PERFORM 5000-REPORT-EXPIRING-LOCKS.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           PERFORM 1200-COMPUTE-HORIZON.
           OPEN INPUT LOCK-CARD-FILE.
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
               DISPLAY 'LNLOCK - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN INPUT RATE-FILE.
           OPEN INPUT ARM-PLAN-FILE.
           OPEN OUTPUT REPRICE-EXTRACT-FILE.
           OPEN OUTPUT LOCK-ACTIVITY-RPT.
           OPEN OUTPUT EXPIRING-LOCK-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE EXPIRING-LINE FROM WS-EXP-HEADING-LINE.
           PERFORM 1100-LOAD-PRICE-ADJ-GRID.
           PERFORM 2100-READ-CARD.
      *
      * Pull the adjustment grid into the table. A grid never loaded
      * (file status 35 on open) leaves the table empty and prices
      * both sides of a relock flat at base - still a fair
      * comparison, since the same add-on would apply to both.
       1100-LOAD-PRICE-ADJ-GRID.
           OPEN INPUT PRICE-ADJ-FILE.
           IF LLPA-FILE-EMPTY
               SET EOF-LLPA TO TRUE
           ELSE
               PERFORM 1150-READ-PRICE-ADJ
           END-IF.
           PERFORM 1160-FILE-PRICE-ADJ UNTIL EOF-LLPA.
           IF NOT LLPA-FILE-EMPTY
               CLOSE PRICE-ADJ-FILE
           END-IF.
      *
       1150-READ-PRICE-ADJ.
           READ PRICE-ADJ-FILE
               AT END
                   SET EOF-LLPA TO TRUE
           END-READ.
      *
       1160-FILE-PRICE-ADJ.
           IF WS-LLPA-USED >= 100
               DISPLAY 'LNLOCK - PRICE ADJUSTMENT TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LLPA-USED.
           MOVE WS-LLPA-USED TO WS-LLPA-SUB.
           MOVE LPA-LOAN-TYPE TO WS-LLPA-TYPE (WS-LLPA-SUB).
           MOVE LPA-SCORE-FLOOR TO WS-LLPA-SCORE-FLOOR (WS-LLPA-SUB).
           MOVE LPA-SCORE-CEILING
               TO WS-LLPA-SCORE-CEILING (WS-LLPA-SUB).
           MOVE LPA-LTV-FLOOR TO WS-LLPA-LTV-FLOOR (WS-LLPA-SUB).
           MOVE LPA-LTV-CEILING TO WS-LLPA-LTV-CEILING (WS-LLPA-SUB).
           MOVE LPA-ADJ-PCT TO WS-LLPA-ADJ (WS-LLPA-SUB).
           PERFORM 1150-READ-PRICE-ADJ.
      *
      * Walk forward from today one calendar day at a time, counting
      * only Monday through Friday, until the fifth business day -
      * that day is the horizon. INTEGER-OF-DATE day 1 (1 January
      * 1601) was a Monday, so (day - 1) mod 7 gives 0 for Monday
      * through 4 for Friday, 5 and 6 for the weekend.
       1200-COMPUTE-HORIZON.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           MOVE ZERO TO WS-BUS-DAYS.
           PERFORM 1250-STEP-ONE-DAY
               UNTIL WS-BUS-DAYS >= WS-WARNING-BUS-DAYS.
           COMPUTE WS-WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT).
           MOVE WS-WORK-DATE-NUM TO WS-HORIZON-DATE.
      *
       1250-STEP-ONE-DAY.
           ADD 1 TO WS-DAY-INT.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT - 1, 7).
           IF WS-DAY-OF-WEEK < 5
               ADD 1 TO WS-BUS-DAYS
           END-IF.
      *
       2000-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-D-STATUS.
           MOVE SPACES TO WS-D-EXPIRES.
           PERFORM 3000-EDIT-CARD.
           IF CARD-IS-OK
               PERFORM 4000-APPLY-CARD
           ELSE
               PERFORM 7000-REJECT-CARD
           END-IF.
           PERFORM 2100-READ-CARD.
      *
       2100-READ-CARD.
           READ LOCK-CARD-FILE
               AT END
                   SET EOF-CARDS TO TRUE
           END-READ.
      *
      * Card-level edits before the master is touched. An extension
      * must key 1 to 30 days; a relock keys one of the lock periods
      * the desk offers, or leaves the days blank to keep the period
      * already on the loan.
       3000-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-OK.
           MOVE SPACES TO WS-DISPOSITION-TEXT.
           IF LCK-APPL-NUMBER = SPACES
               MOVE 'N' TO WS-CARD-OK
               MOVE 'APPLICATION NUMBER MISSING'
                   TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK
                   AND NOT LCK-ACTION-EXTEND
                   AND NOT LCK-ACTION-RELOCK
               MOVE 'N' TO WS-CARD-OK
               MOVE 'ACTION MUST BE E OR R' TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND LCK-ACTION-EXTEND
               IF LCK-DAYS NOT NUMERIC
                       OR LCK-DAYS-NUM = ZERO
                       OR LCK-DAYS-NUM > WS-EXT-MAX-DAYS
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'EXTENSION DAYS MUST BE 01-30'
                       TO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
           IF CARD-IS-OK AND LCK-ACTION-RELOCK
                   AND LCK-DAYS NOT = SPACES
               IF LCK-DAYS NOT = '15' AND LCK-DAYS NOT = '30'
                       AND LCK-DAYS NOT = '45' AND LCK-DAYS NOT = '60'
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'RELOCK PERIOD MUST BE 15/30/45/60 OR BLANK'
                       TO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
      *
      * Fetch the loan and route the card. A loan that has funded,
      * declined, withdrawn, or closed has no lock left to manage.
       4000-APPLY-CARD.
           MOVE LCK-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT MASTER-STATUS-OK
               MOVE 'APPLICATION NOT ON MASTER' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           ELSE
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
               MOVE APL-STATUS TO WS-D-STATUS
               MOVE APL-LOCK-EXPIRATION-DATE TO WS-D-EXPIRES
               IF APL-STAT-FUNDED OR APL-STAT-DECLINED
                       OR APL-STAT-WITHDRAWN OR APL-STAT-CLOSED
                   STRING 'NO OPEN LOCK - APPLICATION IS '
                              DELIMITED BY SIZE
                          APL-STATUS DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               ELSE
                   IF LCK-ACTION-EXTEND
                       PERFORM 4100-EXTEND-LOCK
                   ELSE
                       PERFORM 4200-RELOCK
                   END-IF
               END-IF
           END-IF.
      *
      * Extension: only a lock with a term on file that has not yet
      * run out, and never past the cumulative cap. The fee is
      * figured on the days granted now and added to what earlier
      * extensions already ran up.
       4100-EXTEND-LOCK.
           IF APL-LOCK-EXTENSION-DAYS IS NUMERIC
               MOVE APL-LOCK-EXTENSION-DAYS TO WS-EXT-DAYS-ON-FILE
           ELSE
               MOVE ZERO TO WS-EXT-DAYS-ON-FILE
           END-IF.
           IF APL-LOCK-EXTENSION-FEE IS NUMERIC
               MOVE APL-LOCK-EXTENSION-FEE TO WS-EXT-FEE-ON-FILE
           ELSE
               MOVE ZERO TO WS-EXT-FEE-ON-FILE
           END-IF.
           EVALUATE TRUE
               WHEN APL-LOCK-EXPIRATION-DATE NOT NUMERIC
                   MOVE 'NO LOCK TERM ON FILE - RELOCK INSTEAD'
                       TO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               WHEN APL-LOCK-EXPIRATION-DATE < WS-TODAY
                   MOVE 'LOCK HAS EXPIRED - RELOCK REQUIRED'
                       TO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               WHEN WS-EXT-DAYS-ON-FILE + LCK-DAYS-NUM
                       > WS-EXT-MAX-DAYS
                   MOVE 'EXTENSIONS WOULD PASS 30 DAYS - RELOCK'
                       TO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               WHEN OTHER
                   PERFORM 4150-APPLY-EXTENSION
           END-EVALUATE.
      *
       4150-APPLY-EXTENSION.
           MOVE APL-LOCK-EXPIRATION-DATE TO WS-WORK-DATE-NUM.
           COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)
                   + LCK-DAYS-NUM).
           MOVE WS-WORK-DATE-NUM TO APL-LOCK-EXPIRATION-DATE.
           COMPUTE APL-LOCK-EXTENSION-DAYS =
               WS-EXT-DAYS-ON-FILE + LCK-DAYS-NUM.
           COMPUTE WS-EXT-FEE ROUNDED =
               APL-LOAN-AMOUNT * WS-EXT-FEE-PCT-PER-DAY / 100
                   * LCK-DAYS-NUM.
           COMPUTE APL-LOCK-EXTENSION-FEE =
               WS-EXT-FEE-ON-FILE + WS-EXT-FEE.
           MOVE LCK-DAYS-NUM TO WS-EDIT-DAYS.
           MOVE WS-EXT-FEE TO WS-EDIT-FEE.
           STRING 'EXTENDED ' DELIMITED BY SIZE
                  WS-EDIT-DAYS DELIMITED BY SIZE
                  ' DAYS  FEE ' DELIMITED BY SIZE
                  WS-EDIT-FEE DELIMITED BY SIZE
               INTO WS-DISPOSITION-TEXT.
           PERFORM 4900-REWRITE-MASTER.
           IF MASTER-STATUS-OK
               ADD 1 TO WS-EXTEND-COUNT
           END-IF.
      *
      * Relock: price the loan as of the original lock and as of
      * today, keep the worse, and restart the term today. See the
      * banner for what "original" means on a decisioned loan.
       4200-RELOCK.
           MOVE 'Y' TO WS-CARD-OK.
           IF APL-RATE-LOCK-DATE IS NUMERIC
               MOVE APL-RATE-LOCK-DATE TO WS-ORIG-LOCK-DATE
           ELSE
               MOVE APL-APPL-DATE TO WS-ORIG-LOCK-DATE
           END-IF.
           IF (APL-STAT-APPROVED AND APL-UW-APPROVE)
                   OR (APL-STAT-REFERRED AND APL-UW-REFER)
               MOVE 'Y' TO WS-DECISIONED
           ELSE
               MOVE 'N' TO WS-DECISIONED
           END-IF.
           PERFORM 4300-SET-PRICE-TERM.
           IF CARD-IS-OK
               PERFORM 3500-LOOKUP-PRICE-ADJ
               MOVE WS-TODAY TO WS-PRICE-DATE-NUM
               PERFORM 3000-LOOKUP-RATE
               IF NOT RATE-WAS-FOUND
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'NO RATE ON FILE TODAY FOR TYPE/TERM'
                       TO WS-DISPOSITION-TEXT
               ELSE
                   MOVE WS-PRICED-RATE TO WS-CURRENT-RATE
               END-IF
           END-IF.
           IF CARD-IS-OK
               PERFORM 4400-PRICE-ORIGINAL-LOCK
               IF WS-CURRENT-RATE > WS-ORIGINAL-RATE
                   MOVE 'Y' TO WS-CURRENT-WORSE
               ELSE
                   MOVE 'N' TO WS-CURRENT-WORSE
               END-IF
               PERFORM 4500-APPLY-RELOCK
           ELSE
               PERFORM 7000-REJECT-CARD
           END-IF.
      *
      * The RATEFIL term: the loan term on a fixed-rate loan, the
      * plan's fixed period on an ARM - filed on the record once the
      * loan is decisioned, looked up on ARMPLAN before that.
       4300-SET-PRICE-TERM.
           IF APL-ARM-PLAN-CODE = SPACES
               MOVE APL-LOAN-TERM-MONTHS TO WS-PRICE-TERM
           ELSE
               IF APL-ARM-FIXED-MONTHS IS NUMERIC
                       AND APL-ARM-FIXED-MONTHS > ZERO
                   MOVE APL-ARM-FIXED-MONTHS TO WS-PRICE-TERM
               ELSE
                   MOVE APL-ARM-PLAN-CODE TO ARM-PLAN-CODE
                   READ ARM-PLAN-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF ARM-STATUS-OK
                       MOVE ARM-FIXED-MONTHS TO WS-PRICE-TERM
                   ELSE
                       MOVE 'N' TO WS-CARD-OK
                       MOVE 'ARM PLAN NOT ON FILE - CANNOT PRICE'
                           TO WS-DISPOSITION-TEXT
                   END-IF
               END-IF
           END-IF.
      *
      * The original side: the note rate LNUNDW filed on a decisioned
      * loan; otherwise what RATEFIL (plus the same add-on) paid on
      * the original lock date. No rate on file back then leaves
      * today's rate as the only price there is.
       4400-PRICE-ORIGINAL-LOCK.
           IF LOAN-IS-DECISIONED
               MOVE APL-LOAN-RATE-PCT TO WS-ORIGINAL-RATE
           ELSE
               MOVE WS-ORIG-LOCK-DATE TO WS-PRICE-DATE-NUM
               PERFORM 3000-LOOKUP-RATE
               IF RATE-WAS-FOUND
                   MOVE WS-PRICED-RATE TO WS-ORIGINAL-RATE
               ELSE
                   MOVE WS-CURRENT-RATE TO WS-ORIGINAL-RATE
               END-IF
           END-IF.
      *
      * Restart the term today and file the winner of the worst-of
      * comparison. A decisioned loan repriced upward goes back to
      * UW and onto the LOCKOUT extract for LNUNDW to re-underwrite
      * at the new rate - its DTI and payment change with it.
       4500-APPLY-RELOCK.
           IF LCK-DAYS = SPACES
               IF APL-LOCK-PERIOD-DAYS IS NUMERIC
                       AND APL-LOCK-PERIOD-DAYS > ZERO
                   MOVE APL-LOCK-PERIOD-DAYS TO WS-NEW-PERIOD
               ELSE
                   MOVE WS-DEFAULT-LOCK-DAYS TO WS-NEW-PERIOD
               END-IF
           ELSE
               MOVE LCK-DAYS-NUM TO WS-NEW-PERIOD
           END-IF.
           MOVE WS-NEW-PERIOD TO APL-LOCK-PERIOD-DAYS.
           MOVE WS-TODAY TO APL-LOCK-RELOCK-DATE.
           MOVE ZERO TO APL-LOCK-EXTENSION-DAYS.
           IF APL-LOCK-EXTENSION-FEE NOT NUMERIC
               MOVE ZERO TO APL-LOCK-EXTENSION-FEE
           END-IF.
           COMPUTE WS-WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   + WS-NEW-PERIOD).
           MOVE WS-WORK-DATE-NUM TO APL-LOCK-EXPIRATION-DATE.
           IF CURRENT-RATE-WORSE
               MOVE WS-TODAY TO APL-RATE-LOCK-DATE
               MOVE WS-CURRENT-RATE TO WS-EDIT-RATE
               IF LOAN-IS-DECISIONED
                   SET APL-STAT-UNDERWRITING TO TRUE
                   STRING 'RELOCKED - REPRICED TO ' DELIMITED BY SIZE
                          WS-EDIT-RATE DELIMITED BY SIZE
                          ' - BACK TO UW' DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
               ELSE
                   STRING 'RELOCKED AT CURRENT RATE ' DELIMITED BY SIZE
                          WS-EDIT-RATE DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
               END-IF
           ELSE
               MOVE WS-ORIGINAL-RATE TO WS-EDIT-RATE
               STRING 'RELOCKED AT ORIGINAL RATE ' DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                   INTO WS-DISPOSITION-TEXT
           END-IF.
           PERFORM 4900-REWRITE-MASTER.
           IF MASTER-STATUS-OK
               ADD 1 TO WS-RELOCK-COUNT
               IF CURRENT-RATE-WORSE AND LOAN-IS-DECISIONED
                   MOVE LOAN-APPLICATION-RECORD
                       TO REPRICE-EXTRACT-RECORD
                   WRITE REPRICE-EXTRACT-RECORD
                   ADD 1 TO WS-REPRICE-COUNT
               END-IF
           END-IF.
      *
      * Same rate build as LNUNDW's 3000-LOOKUP-RATE: START at the
      * complement of the pricing date and READ NEXT lands on the
      * newest rate not after it, provided type and term still
      * match. The grid add-on is the one 3500 found for this loan.
       3000-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE APL-LOAN-TYPE TO RTE-LOAN-TYPE.
           MOVE WS-PRICE-TERM TO RTE-TERM-MONTHS.
           COMPUTE RTE-EFFDT-COMPLEMENT = 99999999 - WS-PRICE-DATE-NUM.
           START RATE-FILE KEY NOT LESS THAN RTE-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF RATE-STATUS-OK
               READ RATE-FILE NEXT
                   AT END
                       CONTINUE
               END-READ
               IF RATE-STATUS-OK
                       AND RTE-LOAN-TYPE = APL-LOAN-TYPE
                       AND RTE-TERM-MONTHS = WS-PRICE-TERM
                   COMPUTE WS-PRICED-RATE =
                       RTE-RATE-PCT + WS-PRICE-ADJ
                   MOVE 'Y' TO WS-RATE-FOUND
               END-IF
           END-IF.
      *
      * The grid cell covering this loan type, score, and LTV, the
      * same scan LNUNDW's 3500-LOOKUP-PRICE-ADJ makes.
       3500-LOOKUP-PRICE-ADJ.
           MOVE ZERO TO WS-PRICE-ADJ.
           MOVE 1 TO WS-LLPA-SUB.
           PERFORM 3550-CHECK-GRID-CELL
               UNTIL WS-LLPA-SUB > WS-LLPA-USED.
      *
       3550-CHECK-GRID-CELL.
           IF WS-LLPA-TYPE (WS-LLPA-SUB) = APL-LOAN-TYPE
                   AND APL-BORR-CREDIT-SCORE >=
                       WS-LLPA-SCORE-FLOOR (WS-LLPA-SUB)
                   AND APL-BORR-CREDIT-SCORE <=
                       WS-LLPA-SCORE-CEILING (WS-LLPA-SUB)
                   AND APL-LTV-PERCENT >
                       WS-LLPA-LTV-FLOOR (WS-LLPA-SUB)
                   AND APL-LTV-PERCENT <=
                       WS-LLPA-LTV-CEILING (WS-LLPA-SUB)
               MOVE WS-LLPA-ADJ (WS-LLPA-SUB) TO WS-PRICE-ADJ
               MOVE WS-LLPA-USED TO WS-LLPA-SUB
           END-IF.
           ADD 1 TO WS-LLPA-SUB.
      *
      * Rewrite the card's loan. A failed rewrite turns the card into
      * a reject so the desk sees the loan was NOT changed.
       4900-REWRITE-MASTER.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LNLOCK - MASTER REWRITE FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-STATUS-OK
               PERFORM 8700-WRITE-HISTORY
               MOVE APL-STATUS TO WS-D-STATUS
               MOVE APL-LOCK-EXPIRATION-DATE TO WS-D-EXPIRES
               PERFORM 6000-WRITE-DETAIL-LINE
           ELSE
               MOVE 'MASTER REWRITE FAILED' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           END-IF.
      *
      * Browse the whole master for open locks running out. Only an
      * application still working toward funding has a lock worth
      * watching; a lock with no term on file (keyed before the term
      * existed) never expires and is not listed.
       5000-REPORT-EXPIRING-LOCKS.
           MOVE LOW-VALUES TO APPL-MASTER-KEY.
           START APPL-MASTER-FILE KEY NOT LESS THAN APPL-MASTER-KEY
               INVALID KEY
                   SET EOF-MASTER TO TRUE
           END-START.
           IF NOT EOF-MASTER
               PERFORM 5100-READ-MASTER-NEXT
           END-IF.
           PERFORM 5200-CHECK-ONE-LOCK UNTIL EOF-MASTER.
           MOVE SPACES TO EXPIRING-LINE.
           WRITE EXPIRING-LINE.
           MOVE 'LOCKS EXPIRING BY' TO WS-T-CAPTION.
           MOVE WS-HORIZON-DATE TO WS-T-CAPTION (19:8).
           MOVE WS-EXPIRING-COUNT TO WS-T-COUNT.
           WRITE EXPIRING-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOCKS ALREADY EXPIRED' TO WS-T-CAPTION.
           MOVE WS-EXPIRED-COUNT TO WS-T-COUNT.
           WRITE EXPIRING-LINE FROM WS-TOTAL-LINE.
      *
       5100-READ-MASTER-NEXT.
           READ APPL-MASTER-FILE NEXT
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.
      *
       5200-CHECK-ONE-LOCK.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           IF APL-LOCK-EXPIRATION-DATE IS NUMERIC
                   AND NOT APL-STAT-FUNDED
                   AND NOT APL-STAT-DECLINED
                   AND NOT APL-STAT-WITHDRAWN
                   AND NOT APL-STAT-CLOSED
               IF APL-LOCK-EXPIRATION-DATE < WS-TODAY
                   MOVE 'EXPIRED' TO WS-E-STATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 5300-WRITE-EXPIRING-LINE
               ELSE
                   IF APL-LOCK-EXPIRATION-DATE <= WS-HORIZON-DATE
                       MOVE 'EXPIRING' TO WS-E-STATE
                       ADD 1 TO WS-EXPIRING-COUNT
                       PERFORM 5300-WRITE-EXPIRING-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 5100-READ-MASTER-NEXT.
      *
      * Days left run in calendar days from today - negative on a
      * lock already past its expiration.
       5300-WRITE-EXPIRING-LINE.
           MOVE APL-LOCK-EXPIRATION-DATE TO WS-WORK-DATE-NUM.
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM).
           MOVE APL-APPL-NUMBER TO WS-E-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-E-BORR-LNAME.
           MOVE APL-STATUS TO WS-E-STATUS.
           MOVE APL-RATE-LOCK-DATE TO WS-E-LOCK-DATE.
           MOVE APL-LOCK-EXPIRATION-DATE TO WS-E-EXPIRES.
           MOVE WS-DAYS-LEFT TO WS-E-DAYS-LEFT.
           IF APL-LOCK-PERIOD-DAYS IS NUMERIC
               MOVE APL-LOCK-PERIOD-DAYS TO WS-E-PERIOD
           ELSE
               MOVE ZERO TO WS-E-PERIOD
           END-IF.
           IF APL-LOCK-EXTENSION-DAYS IS NUMERIC
               MOVE APL-LOCK-EXTENSION-DAYS TO WS-E-EXT-DAYS
           ELSE
               MOVE ZERO TO WS-E-EXT-DAYS
           END-IF.
           WRITE EXPIRING-LINE FROM WS-EXP-DETAIL-LINE.
      *
       6000-WRITE-DETAIL-LINE.
           MOVE LCK-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE LCK-ACTION TO WS-D-ACTION.
           MOVE LCK-DAYS TO WS-D-DAYS.
           MOVE WS-DISPOSITION-TEXT TO WS-D-DISPOSITION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       7000-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 6000-WRITE-DETAIL-LINE.
      *
       8000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOCK CARDS READ' TO WS-T-CAPTION.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOCKS EXTENDED' TO WS-T-CAPTION.
           MOVE WS-EXTEND-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOCKS RELOCKED' TO WS-T-CAPTION.
           MOVE WS-RELOCK-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH BACK TO UW' TO WS-T-CAPTION.
           MOVE WS-REPRICE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO WS-T-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE LOCK-CARD-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE RATE-FILE.
           CLOSE ARM-PLAN-FILE.
           CLOSE REPRICE-EXTRACT-FILE.
           CLOSE LOCK-ACTIVITY-RPT.
           CLOSE EXPIRING-LOCK-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNLOCK - LOCK CARDS READ:        ' WS-READ-COUNT.
           DISPLAY 'LNLOCK - LOCKS EXTENDED:         ' WS-EXTEND-COUNT.
           DISPLAY 'LNLOCK - LOCKS RELOCKED:         ' WS-RELOCK-COUNT.
           DISPLAY 'LNLOCK - REPRICED BACK TO UW:    '
               WS-REPRICE-COUNT.
           DISPLAY 'LNLOCK - CARDS REJECTED:         ' WS-REJECT-COUNT.
           DISPLAY 'LNLOCK - LOCKS EXPIRING:         '
               WS-EXPIRING-COUNT.
           DISPLAY 'LNLOCK - LOCKS ALREADY EXPIRED:  '
               WS-EXPIRED-COUNT.
           DISPLAY 'LNLOCK - HISTORY WRITE FAILED:   '
               WS-HIST-FAIL-COUNT.
           IF WS-REJECT-COUNT > ZERO OR WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * REPRICED feeds LNRCBAL's LNUNDW READ proof - the repriced
      * loans ride the LNUNDW APLIN ahead of the value-posted
      * extract. EXTENDED+RELOCKED+REJECTED proofs against READ.
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'LNLOCK' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'EXTENDED' TO RCT-COUNTER-NAME.
           MOVE WS-EXTEND-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'RELOCKED' TO RCT-COUNTER-NAME.
           MOVE WS-RELOCK-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REPRICED' TO RCT-COUNTER-NAME.
           MOVE WS-REPRICE-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REJECTED' TO RCT-COUNTER-NAME.
           MOVE WS-REJECT-COUNT TO RCT-COUNT.
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
               MOVE 'LNLOCK' TO APH-PROGRAM
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
                   DISPLAY 'LNLOCK - HISTORY WRITE FAILED FOR '
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
