       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNINTEG.
      ******************************************************************
      * LNINTEG - Weekly cross-file integrity audit.
      * Batch program that proves the application master (LNAPFIL)
      * and the files kept alongside it still agree, and cleans up
      * where the answer is mechanical. Four checks, one report
      * (INTGRPT) listing every finding; any finding at all - a purge
      * or a correction included - ends the step RC=4.
      *
      * 1. Amortization schedules. LNARCH purges terminal loans from
      *    the master but never touches AMSCHD, so schedules pile up.
      *    Every schedule whose loan is no longer on the master, or
      *    whose loan was declined or withdrawn, is deleted period by
      *    period and listed, one line per loan. A loan LNRETRV later
      *    restores comes back without its schedule - it is terminal
      *    by then and nothing reads one for it.
      *
      * 2. Commitment delivered totals. LNALLOC posts a loan to the
      *    commitment before it stamps the master, so an abend
      *    between the two leaves CMT-DELIVERED-AMOUNT overstated.
      *    Every OPEN commitment's delivered total is recomputed from
      *    the loans on the master stamped with it. An overstated
      *    total is corrected - not here, but by a correction line
      *    (CMTLOAD sheet layout, status D) written to CMTFIX, which
      *    the next step of this job applies through CMTLOAD, so the
      *    fix goes through the same audited load path and lands on
      *    CMTLOAD's old-versus-new report. An understated total
      *    (loans stamped past the total on file) is reported for
      *    secondary marketing and left alone. A loan stamped with a
      *    commitment that is not on CMTFIL at all is reported.
      *    Commitments live a few months; the master keeps funded
      *    loans for years before LNARCH moves them, so an archived
      *    loan on a still-open commitment does not happen in
      *    practice - if the archive cutoff is ever pulled in that
      *    far, this check would call the commitment overstated.
      *
      * 3. Master field and status consistency - reported, never
      *    changed: funded with no funded date, approved or declined
      *    without the matching decision code, withdrawn with no
      *    withdrawn date, a boarding status on a loan that is not
      *    funded, and an exclusion hold (EH) whose EXCLFIL entries
      *    no longer hold either party by LNEHREL's own test - an
      *    active entry not yet expired - and that no name match on
      *    the review queue (SCRQFIL, an H or C entry whose list
      *    entry stands) holds either.
      *
      * 4. Alternate indexes. Each master record is looked up through
      *    the borrower-SSN path (LNAPSSN) and, when it has a co-
      *    borrower, the co-borrower-SSN path (LNAPCOB), walking the
      *    duplicates for its own application number; then each path
      *    is read end to end and its record count proved against
      *    the base cluster's. A miss means the index is out of step
      *    with the cluster - rebuild it with VSAMDEF's BLDINDEX step.
      *
      * The master is read only. The schedule purge deletes against a
      * random read of the master, and a master that will not open
      * (never loaded included) stops the run before anything is
      * deleted - an empty master must never read as "every schedule
      * is an orphan". Run with the online region down: the delivered
      * totals are only true between nightly cycles.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The persistent application master. Dynamic access: read by
      * key for each schedule's loan, then START/READ NEXT front to
      * back for the consistency sweep.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * Sequential-access I-O so DELETE removes the period just read
      * - the standard sweep-and-purge arrangement.
           SELECT SCHEDULE-FILE ASSIGN TO AMSCHDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
      *
      * VSAM KSDS, keyed on commitment number (see CMTREC.cpy), read
      * front to back into a table at startup.
           SELECT COMMITMENT-FILE ASSIGN TO CMTFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMT-COMMIT-NUMBER
               FILE STATUS IS WS-CMT-STATUS.
      *
      * VSAM KSDS, keyed on SSN/Tax-ID - same dataset the EXCL
      * transaction maintains online (see cics/EXCLUDE.csd.txt).
           SELECT EXCL-FILE ASSIGN TO EXCLFIL
               ORGANIZATION IS INDEXED
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
      * The master through the borrower-SSN alternate-index path
      * (LNAPSSN, WITH DUPLICATES - see jcl/VSAMDEF.jcl), the same
      * arrangement LNAPPL's duplicate probe uses: the SSN is the
      * path key, so the record key here is the SSN field at its
      * LNAPREC offset.
           SELECT APPL-SSN-FILE ASSIGN TO LNAPSSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSNF-BORR-SSN
               FILE STATUS IS WS-SSN-STATUS.
      *
      * And through the co-borrower-SSN path (LNAPCOB).
           SELECT APPL-COB-FILE ASSIGN TO LNAPCOB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COBF-COB-SSN
               FILE STATUS IS WS-COB-STATUS.
      *
      * Delivered-total correction lines, CMTLOAD sheet layout.
           SELECT CORRECTION-FILE ASSIGN TO CMTFIX
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT INTEGRITY-RPT ASSIGN TO INTGRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY AMSCHD.
      *
       FD  COMMITMENT-FILE
           RECORDING MODE IS F.
           COPY CMTREC.
      *
       FD  EXCL-FILE
           RECORDING MODE IS F.
           COPY EXCLREC.
      *
       FD  SCREEN-QUEUE-FILE
           RECORDING MODE IS F.
           COPY SCRQREC.
      *
       FD  APPL-SSN-FILE
           RECORDING MODE IS F.
      * The LNAPREC image as the SSN path returns it, fielded only
      * where the audit needs to look - the same layout as LNAPPL's.
      * Keep the FILLERs in step with any LNAPREC change that moves
      * them.
       01  APPL-SSN-RECORD.
           05  SSNF-APPL-NUMBER             PIC X(10).
           05  FILLER                       PIC X(8).
           05  SSNF-STATUS                  PIC X(2).
           05  FILLER                       PIC X(3).
           05  SSNF-BORR-SSN                PIC X(9).
           05  FILLER                       PIC X(568).
      *
       FD  APPL-COB-FILE
           RECORDING MODE IS F.
       01  APPL-COB-RECORD.
           05  COBF-APPL-NUMBER             PIC X(10).
           05  FILLER                       PIC X(8).
           05  COBF-STATUS                  PIC X(2).
           05  FILLER                       PIC X(70).
           05  COBF-COB-SSN                 PIC X(9).
           05  FILLER                       PIC X(501).
      *
       FD  CORRECTION-FILE
           RECORDING MODE IS F.
      * Cols 1-10 commitment, 15-27 the corrected delivered amount
      * in the committed-amount columns, col 44 status D.
       01  CORRECTION-RECORD.
           05  FIX-COMMIT-NUMBER            PIC X(10).
           05  FILLER                       PIC X(4).
           05  FIX-DELIVERED-AMOUNT         PIC 9(11)V99.
           05  FILLER                       PIC X(16).
           05  FIX-STATUS                   PIC X(1).
           05  FILLER                       PIC X(6).
      *
       FD  INTEGRITY-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER              VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
               88  MASTER-NOT-FOUND        VALUE '23'.
           05  WS-MASTER-FOUND           PIC X.
               88  MASTER-FOUND            VALUE 'Y'.
           05  WS-EOF-SCHED              PIC X VALUE 'N'.
               88  EOF-SCHED               VALUE 'Y'.
           05  WS-SCHED-STATUS           PIC XX.
               88  SCHED-STATUS-OK         VALUE '00'.
               88  SCHED-FILE-EMPTY        VALUE '35'.
           05  WS-SCHED-OPEN             PIC X VALUE 'N'.
               88  SCHED-FILE-OPEN         VALUE 'Y'.
           05  WS-PURGE-FLAG             PIC X.
               88  PURGE-SCHEDULE          VALUE 'Y'.
           05  WS-EOF-CMT                PIC X VALUE 'N'.
               88  EOF-CMT                 VALUE 'Y'.
           05  WS-CMT-STATUS             PIC XX.
               88  CMT-STATUS-OK           VALUE '00'.
               88  CMT-FILE-EMPTY          VALUE '35'.
           05  WS-CMT-OPEN               PIC X VALUE 'N'.
               88  CMT-FILE-OPEN           VALUE 'Y'.
           05  WS-EXCL-STATUS            PIC XX.
               88  EXCL-STATUS-OK          VALUE '00'.
               88  EXCL-FILE-EMPTY         VALUE '35'.
      * E when the file has never been loaded - the hold check still
      * runs, and every EH loan is a finding.
           05  WS-EXCL-OPEN              PIC X VALUE 'N'.
               88  EXCL-FILE-OPEN          VALUE 'Y'.
               88  EXCL-CHECK-ON           VALUE 'Y' 'E'.
           05  WS-STILL-EXCLUDED         PIC X.
               88  STILL-EXCLUDED          VALUE 'Y'.
           05  WS-ENTRY-FOUND            PIC X.
               88  EXCL-ENTRY-FOUND        VALUE 'Y'.
           05  WS-SCRQ-STATUS            PIC XX.
               88  SCRQ-STATUS-OK          VALUE '00'.
               88  SCRQ-FILE-EMPTY         VALUE '35'.
           05  WS-SCRQ-OPEN              PIC X VALUE 'N'.
               88  SCRQ-FILE-OPEN          VALUE 'Y'.
           05  WS-EOF-SCRQ               PIC X.
               88  EOF-SCRQ                VALUE 'Y'.
      * A READ NEXT through a path returns 02 while more duplicates
      * of the key follow - as good as 00 here.
           05  WS-SSN-STATUS             PIC XX.
               88  SSN-STATUS-OK           VALUE '00' '02'.
           05  WS-SSN-OPEN               PIC X VALUE 'N'.
               88  SSN-PATH-OPEN           VALUE 'Y'.
           05  WS-COB-STATUS             PIC XX.
               88  COB-STATUS-OK           VALUE '00' '02'.
           05  WS-COB-OPEN               PIC X VALUE 'N'.
               88  COB-PATH-OPEN           VALUE 'Y'.
           05  WS-EOF-PATH               PIC X.
               88  EOF-PATH                VALUE 'Y'.
           05  WS-PATH-HIT               PIC X.
               88  PATH-HIT                VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-SCHED-READ-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-SCHED-LOAN-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-PURGED-LOAN-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PURGED-PERIOD-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-DELETE-FAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MASTER-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CMT-CHECKED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CMT-FIXED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CMT-SHORT-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-CMT-MISSING-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MASTER-FINDING-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-AIX-FINDING-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-SSN-PATH-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-COB-PATH-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-PATH-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-FINDING-COUNT          PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * The loan whose schedule periods are in hand, and how many of
      * them there were and how many went.
       01  WS-SCHED-APPL                 PIC X(10).
       01  WS-LOAN-PERIODS               PIC 9(4).
       01  WS-LOAN-PURGED                PIC 9(4).
       01  WS-PURGE-REASON               PIC X(50).
      *
      * The commitment master in table form, with the delivered total
      * recomputed from the master alongside the one on file. Fifty
      * commitments is LNALLOC's table size and several times what
      * marketing has ever had on file at once.
       01  WS-CMT-TABLE.
           05  WS-CMT-ENTRY OCCURS 50 TIMES.
               10  WS-CMT-NUMBER         PIC X(10).
               10  WS-CMT-DELIVERED      PIC 9(11)V99 COMP-3.
               10  WS-CMT-LOAN-TOTAL     PIC 9(11)V99 COMP-3.
               10  WS-CMT-LOAN-COUNT     PIC 9(5) COMP-3.
               10  WS-CMT-OPEN-FLAG      PIC X(1).
                   88  WS-CMT-IS-OPEN      VALUE 'O'.
       01  WS-CMT-USED                   PIC 9(2) VALUE ZERO.
       01  WS-CMT-SUB                    PIC 9(2).
       01  WS-PICK-SUB                   PIC 9(2).
      *
       01  WS-EDIT-FIELDS.
           05  WS-E-AMOUNT-1             PIC Z(10)9.99.
           05  WS-E-AMOUNT-2             PIC Z(10)9.99.
           05  WS-E-PERIODS              PIC Z(3)9.
           05  WS-E-COUNT-1              PIC Z(6)9.
           05  WS-E-COUNT-2              PIC Z(6)9.
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(44)
               VALUE 'LNINTEG - CROSS-FILE INTEGRITY AUDIT - RUN'.
           05  WS-H-RUN-DATE             PIC X(8).
           05  FILLER                    PIC X(79) VALUE SPACES.
      *
       01  WS-COLUMN-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'CHECK'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'KEY'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE 'ST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(50) VALUE 'FINDING'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(51) VALUE 'ACTION'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-CHECK                PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-KEY                  PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS               PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-FINDING              PIC X(50).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(51).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-CAPTION              PIC X(40).
           05  WS-T-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(84) VALUE SPACES.
      *
           COPY LNAPREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-AUDIT-SCHEDULES.
           PERFORM 3000-AUDIT-MASTER.
           PERFORM 4000-CHECK-DELIVERED-TOTALS.
           PERFORM 5000-COUNT-PATH-RECORDS.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
      * The master is the yardstick for every check - without it the
      * run stops before a single schedule is touched. The other
      * files each gate only their own check.
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT APPL-MASTER-FILE.
           IF NOT MASTER-STATUS-OK
               DISPLAY 'LNINTEG - APPLICATION MASTER NOT OPENED, '
                   'STATUS ' WS-MASTER-STATUS ' - NOTHING AUDITED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTEGRITY-RPT.
           OPEN OUTPUT CORRECTION-FILE.
           MOVE WS-TODAY TO WS-H-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE.
           OPEN I-O SCHEDULE-FILE.
           EVALUATE TRUE
               WHEN SCHED-STATUS-OK
                   MOVE 'Y' TO WS-SCHED-OPEN
               WHEN SCHED-FILE-EMPTY
                   DISPLAY 'LNINTEG - NO AMORTIZATION SCHEDULES ON '
                       'FILE'
               WHEN OTHER
                   MOVE 'SCHEDULE' TO WS-D-CHECK
                   MOVE SPACES TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'AMSCHD NOT OPENED, STATUS '
                              DELIMITED BY SIZE
                          WS-SCHED-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'SCHEDULE CHECK NOT RUN' TO WS-D-ACTION
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
           OPEN INPUT COMMITMENT-FILE.
           EVALUATE TRUE
               WHEN CMT-STATUS-OK
                   MOVE 'Y' TO WS-CMT-OPEN
                   PERFORM 1100-LOAD-COMMITMENT-TABLE
               WHEN CMT-FILE-EMPTY
                   DISPLAY 'LNINTEG - NO COMMITMENT MASTER ON FILE'
               WHEN OTHER
                   MOVE 'COMMITMENT' TO WS-D-CHECK
                   MOVE SPACES TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'CMTFIL NOT OPENED, STATUS '
                              DELIMITED BY SIZE
                          WS-CMT-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'COMMITMENT CHECK NOT RUN' TO WS-D-ACTION
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
           OPEN INPUT EXCL-FILE.
           EVALUATE TRUE
               WHEN EXCL-STATUS-OK
                   MOVE 'Y' TO WS-EXCL-OPEN
               WHEN EXCL-FILE-EMPTY
                   MOVE 'E' TO WS-EXCL-OPEN
                   DISPLAY 'LNINTEG - NO EXCLUSION FILE ON FILE'
               WHEN OTHER
                   MOVE 'MASTER' TO WS-D-CHECK
                   MOVE SPACES TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'EXCLFIL NOT OPENED, STATUS '
                              DELIMITED BY SIZE
                          WS-EXCL-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'EXCLUSION HOLDS NOT CHECKED' TO WS-D-ACTION
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
      * A review queue never loaded holds nothing; one that will not
      * open leaves every name-match hold to read as a finding, so
      * say so first.
           OPEN INPUT SCREEN-QUEUE-FILE.
           EVALUATE TRUE
               WHEN SCRQ-STATUS-OK
                   MOVE 'Y' TO WS-SCRQ-OPEN
               WHEN SCRQ-FILE-EMPTY
                   CONTINUE
               WHEN OTHER
                   MOVE 'MASTER' TO WS-D-CHECK
                   MOVE SPACES TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'SCRQFIL NOT OPENED, STATUS '
                              DELIMITED BY SIZE
                          WS-SCRQ-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'NAME MATCH HOLDS NOT CHECKED' TO WS-D-ACTION
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
           OPEN INPUT APPL-SSN-FILE.
           IF SSN-STATUS-OK
               MOVE 'Y' TO WS-SSN-OPEN
           ELSE
               MOVE 'AIX' TO WS-D-CHECK
               MOVE SPACES TO WS-D-KEY
               MOVE SPACES TO WS-D-STATUS
               MOVE SPACES TO WS-D-FINDING
               STRING 'PATH LNAPSSN NOT OPENED, STATUS '
                          DELIMITED BY SIZE
                      WS-SSN-STATUS DELIMITED BY SIZE
                   INTO WS-D-FINDING
               MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP' TO WS-D-ACTION
               PERFORM 7000-WRITE-FINDING
           END-IF.
           OPEN INPUT APPL-COB-FILE.
           IF COB-STATUS-OK
               MOVE 'Y' TO WS-COB-OPEN
           ELSE
               MOVE 'AIX' TO WS-D-CHECK
               MOVE SPACES TO WS-D-KEY
               MOVE SPACES TO WS-D-STATUS
               MOVE SPACES TO WS-D-FINDING
               STRING 'PATH LNAPCOB NOT OPENED, STATUS '
                          DELIMITED BY SIZE
                      WS-COB-STATUS DELIMITED BY SIZE
                   INTO WS-D-FINDING
               MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP' TO WS-D-ACTION
               PERFORM 7000-WRITE-FINDING
           END-IF.
      *
      * Every commitment on file goes into the table - the open ones
      * are proved, the closed ones are there so a loan stamped with
      * one is not reported as stamped with nothing.
       1100-LOAD-COMMITMENT-TABLE.
           MOVE LOW-VALUES TO CMT-COMMIT-NUMBER.
           START COMMITMENT-FILE KEY NOT LESS THAN CMT-COMMIT-NUMBER
               INVALID KEY
                   SET EOF-CMT TO TRUE
           END-START.
           IF NOT EOF-CMT
               PERFORM 1150-READ-COMMITMENT-NEXT
           END-IF.
           PERFORM 1200-ADD-COMMITMENT-ENTRY UNTIL EOF-CMT.
      *
       1150-READ-COMMITMENT-NEXT.
           READ COMMITMENT-FILE NEXT
               AT END
                   SET EOF-CMT TO TRUE
           END-READ.
           IF NOT EOF-CMT AND NOT CMT-STATUS-OK
               SET EOF-CMT TO TRUE
           END-IF.
      *
       1200-ADD-COMMITMENT-ENTRY.
           IF WS-CMT-USED >= 50
               DISPLAY 'LNINTEG - COMMITMENT TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CMT-USED.
           MOVE WS-CMT-USED TO WS-CMT-SUB.
           MOVE CMT-COMMIT-NUMBER TO WS-CMT-NUMBER (WS-CMT-SUB).
           MOVE CMT-DELIVERED-AMOUNT TO WS-CMT-DELIVERED (WS-CMT-SUB).
           MOVE ZERO TO WS-CMT-LOAN-TOTAL (WS-CMT-SUB).
           MOVE ZERO TO WS-CMT-LOAN-COUNT (WS-CMT-SUB).
           MOVE CMT-STATUS TO WS-CMT-OPEN-FLAG (WS-CMT-SUB).
           PERFORM 1150-READ-COMMITMENT-NEXT.
      *
      ******************************************************************
      * Check 1 - amortization schedules. The schedule file is in
      * application-number order, so each loan's periods arrive
      * together: look the loan up once, then keep or delete every
      * period that follows until the number changes.
      ******************************************************************
       2000-AUDIT-SCHEDULES.
           IF SCHED-FILE-OPEN
               PERFORM 2250-READ-SCHEDULE
               PERFORM 2100-PROCESS-SCHEDULE-LOAN UNTIL EOF-SCHED
           END-IF.
      *
       2100-PROCESS-SCHEDULE-LOAN.
           ADD 1 TO WS-SCHED-LOAN-COUNT.
           MOVE AMS-APPL-NUMBER TO WS-SCHED-APPL.
           MOVE ZERO TO WS-LOAN-PERIODS.
           MOVE ZERO TO WS-LOAN-PURGED.
           PERFORM 2150-FIND-SCHEDULE-MASTER.
           PERFORM 2200-PROCESS-SCHEDULE-PERIOD
               UNTIL EOF-SCHED
                  OR AMS-APPL-NUMBER NOT = WS-SCHED-APPL.
           IF PURGE-SCHEDULE
               PERFORM 2300-REPORT-SCHEDULE-PURGE
           END-IF.
      *
      * Only a clean not-found (23) counts as no master - any other
      * read failure stops the run rather than purge on a guess.
       2150-FIND-SCHEDULE-MASTER.
           MOVE 'N' TO WS-PURGE-FLAG.
           MOVE 'N' TO WS-MASTER-FOUND.
           MOVE WS-SCHED-APPL TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN MASTER-STATUS-OK
                   MOVE 'Y' TO WS-MASTER-FOUND
                   MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               WHEN MASTER-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'LNINTEG - MASTER READ FAILED FOR '
                       WS-SCHED-APPL ' STATUS ' WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 'Y' TO WS-PURGE-FLAG
                   MOVE SPACES TO WS-D-STATUS
                   MOVE 'SCHEDULE WITH NO MASTER RECORD'
                       TO WS-PURGE-REASON
               WHEN APL-STAT-DECLINED
                   MOVE 'Y' TO WS-PURGE-FLAG
                   MOVE APL-STATUS TO WS-D-STATUS
                   MOVE 'SCHEDULE FOR A DECLINED LOAN'
                       TO WS-PURGE-REASON
               WHEN APL-STAT-WITHDRAWN
                   MOVE 'Y' TO WS-PURGE-FLAG
                   MOVE APL-STATUS TO WS-D-STATUS
                   MOVE 'SCHEDULE FOR A WITHDRAWN LOAN'
                       TO WS-PURGE-REASON
           END-EVALUATE.
      *
      * Sequential-access DELETE takes no INVALID KEY phrase - it
      * removes the period just read, and the file status says how
      * that went.
       2200-PROCESS-SCHEDULE-PERIOD.
           ADD 1 TO WS-LOAN-PERIODS.
           IF PURGE-SCHEDULE
               DELETE SCHEDULE-FILE
               IF SCHED-STATUS-OK
                   ADD 1 TO WS-LOAN-PURGED
                   ADD 1 TO WS-PURGED-PERIOD-COUNT
               ELSE
                   DISPLAY 'LNINTEG - SCHEDULE DELETE FAILED FOR '
                       AMS-APPL-NUMBER ' PERIOD ' AMS-PERIOD-NUMBER
                       ' STATUS ' WS-SCHED-STATUS
                   ADD 1 TO WS-DELETE-FAIL-COUNT
               END-IF
           END-IF.
           PERFORM 2250-READ-SCHEDULE.
      *
       2250-READ-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   SET EOF-SCHED TO TRUE
           END-READ.
           IF NOT EOF-SCHED
               ADD 1 TO WS-SCHED-READ-COUNT
           END-IF.
      *
       2300-REPORT-SCHEDULE-PURGE.
           ADD 1 TO WS-PURGED-LOAN-COUNT.
           MOVE 'SCHEDULE' TO WS-D-CHECK.
           MOVE WS-SCHED-APPL TO WS-D-KEY.
           MOVE WS-PURGE-REASON TO WS-D-FINDING.
           MOVE WS-LOAN-PURGED TO WS-E-PERIODS.
           MOVE SPACES TO WS-D-ACTION.
           IF WS-LOAN-PURGED = WS-LOAN-PERIODS
               STRING WS-E-PERIODS DELIMITED BY SIZE
                      ' PERIODS PURGED' DELIMITED BY SIZE
                   INTO WS-D-ACTION
           ELSE
               STRING WS-E-PERIODS DELIMITED BY SIZE
                      ' PERIODS PURGED - INCOMPLETE, SEE SYSOUT'
                          DELIMITED BY SIZE
                   INTO WS-D-ACTION
           END-IF.
           PERFORM 7000-WRITE-FINDING.
      *
      ******************************************************************
      * Checks 2, 3 and 4 ride one sweep of the master: each record is
      * proved for consistency, added to its commitment's recomputed
      * total, and looked up through both alternate-index paths.
      ******************************************************************
       3000-AUDIT-MASTER.
           MOVE LOW-VALUES TO APPL-MASTER-KEY.
           START APPL-MASTER-FILE KEY NOT LESS THAN APPL-MASTER-KEY
               INVALID KEY
                   SET EOF-MASTER TO TRUE
           END-START.
           IF NOT EOF-MASTER
               PERFORM 3050-READ-MASTER-NEXT
           END-IF.
           PERFORM 3100-CHECK-MASTER-RECORD UNTIL EOF-MASTER.
      *
       3050-READ-MASTER-NEXT.
           READ APPL-MASTER-FILE NEXT
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.
           IF NOT EOF-MASTER AND NOT MASTER-STATUS-OK
               DISPLAY 'LNINTEG - MASTER READ FAILED, STATUS '
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       3100-CHECK-MASTER-RECORD.
           ADD 1 TO WS-MASTER-READ-COUNT.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           PERFORM 3200-CHECK-FIELD-CONSISTENCY.
           IF APL-STAT-EXCL-HOLD AND EXCL-CHECK-ON
               PERFORM 3300-CHECK-EXCLUSION-HOLD
           END-IF.
           IF CMT-FILE-OPEN AND APL-COMMITMENT-NUMBER NOT = SPACES
               PERFORM 3400-ACCUMULATE-DELIVERED
           END-IF.
           IF SSN-PATH-OPEN AND APL-BORR-SSN NOT = SPACES
               PERFORM 3500-VERIFY-BORROWER-PATH
           END-IF.
           IF COB-PATH-OPEN AND APL-HAS-CO-BORROWER
                   AND APL-COB-SSN NOT = SPACES
               PERFORM 3600-VERIFY-COB-PATH
           END-IF.
           PERFORM 3050-READ-MASTER-NEXT.
      *
      * Each test stands alone - one record can fail several.
       3200-CHECK-FIELD-CONSISTENCY.
           MOVE 'MASTER' TO WS-D-CHECK.
           MOVE APL-APPL-NUMBER TO WS-D-KEY.
           MOVE APL-STATUS TO WS-D-STATUS.
           MOVE 'REVIEW AND CORRECT ONLINE (LMNT)' TO WS-D-ACTION.
           IF APL-STAT-FUNDED
                   AND (APL-FUNDED-DATE = SPACES
                        OR APL-FUNDED-DATE NOT NUMERIC)
               MOVE 'FUNDED WITH NO FUNDED DATE' TO WS-D-FINDING
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
           IF APL-STAT-APPROVED AND NOT APL-UW-APPROVE
               MOVE 'APPROVED WITH NO APPROVE DECISION CODE'
                   TO WS-D-FINDING
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
           IF APL-STAT-DECLINED AND NOT APL-UW-DECLINE
               MOVE 'DECLINED WITH NO DECLINE DECISION CODE'
                   TO WS-D-FINDING
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
           IF APL-STAT-WITHDRAWN
                   AND (APL-WITHDRAWN-DATE = SPACES
                        OR APL-WITHDRAWN-DATE NOT NUMERIC)
               MOVE 'WITHDRAWN WITH NO WITHDRAWN DATE' TO WS-D-FINDING
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
           IF (APL-BOARD-SENT OR APL-BOARD-ACCEPTED
                   OR APL-BOARD-REJECTED)
                   AND NOT APL-STAT-FUNDED
               MOVE 'BOARDING STATUS ON A LOAN NOT FUNDED'
                   TO WS-D-FINDING
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
      *
       3250-WRITE-MASTER-FINDING.
           ADD 1 TO WS-MASTER-FINDING-COUNT.
           PERFORM 7000-WRITE-FINDING.
      *
      * The hold stands while either party has an active entry not
      * yet expired, or a held or confirmed name match on the review
      * queue names an entry that is - LNEHREL's test, so a finding
      * here is a loan LNEHREL should have released and has not.
       3300-CHECK-EXCLUSION-HOLD.
           MOVE 'N' TO WS-STILL-EXCLUDED.
           MOVE 'N' TO WS-ENTRY-FOUND.
           MOVE APL-BORR-SSN TO EXR-SSN.
           PERFORM 3350-CHECK-ONE-PARTY.
           IF NOT STILL-EXCLUDED AND APL-HAS-CO-BORROWER
               MOVE APL-COB-SSN TO EXR-SSN
               PERFORM 3350-CHECK-ONE-PARTY
           END-IF.
           IF NOT STILL-EXCLUDED AND SCRQ-FILE-OPEN
               PERFORM 3370-CHECK-NAME-MATCHES
           END-IF.
           IF NOT STILL-EXCLUDED
               MOVE 'MASTER' TO WS-D-CHECK
               MOVE APL-APPL-NUMBER TO WS-D-KEY
               MOVE APL-STATUS TO WS-D-STATUS
               MOVE SPACES TO WS-D-FINDING
               IF EXCL-ENTRY-FOUND
                   STRING 'EH, REASON ' DELIMITED BY SIZE
                          APL-EXCLUSION-REASON-CODE DELIMITED BY SIZE
                          ' - ENTRY NO LONGER STANDING'
                              DELIMITED BY SIZE
                       INTO WS-D-FINDING
               ELSE
                   STRING 'EH, REASON ' DELIMITED BY SIZE
                          APL-EXCLUSION-REASON-CODE DELIMITED BY SIZE
                          ' - NO EXCLUSION ENTRY ON FILE'
                              DELIMITED BY SIZE
                       INTO WS-D-FINDING
               END-IF
               MOVE 'RELEASE THROUGH LNEHREL' TO WS-D-ACTION
               PERFORM 3250-WRITE-MASTER-FINDING
           END-IF.
      *
       3350-CHECK-ONE-PARTY.
           IF EXCL-FILE-OPEN
               READ EXCL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND
                       IF EXR-ACTIVE
                               AND EXR-EXPIRATION-DATE >= WS-TODAY
                           SET STILL-EXCLUDED TO TRUE
                       END-IF
               END-READ
           END-IF.
      *
       3360-READ-QUEUE-NEXT.
           READ SCREEN-QUEUE-FILE NEXT
               AT END
                   SET EOF-SCRQ TO TRUE
           END-READ.
           IF NOT EOF-SCRQ AND NOT SCRQ-STATUS-OK
               SET EOF-SCRQ TO TRUE
           END-IF.
      *
       3370-CHECK-NAME-MATCHES.
           MOVE 'N' TO WS-EOF-SCRQ.
           MOVE LOW-VALUES TO SRQ-KEY.
           MOVE APL-APPL-NUMBER TO SRQ-APPL-NUMBER.
           START SCREEN-QUEUE-FILE KEY NOT LESS THAN SRQ-KEY
               INVALID KEY
                   SET EOF-SCRQ TO TRUE
           END-START.
           IF NOT EOF-SCRQ
               PERFORM 3360-READ-QUEUE-NEXT
           END-IF.
           PERFORM 3380-CHECK-ONE-MATCH
               UNTIL EOF-SCRQ
                  OR STILL-EXCLUDED
                  OR SRQ-APPL-NUMBER NOT = APL-APPL-NUMBER.
      *
       3380-CHECK-ONE-MATCH.
           IF SRQ-HELD OR SRQ-CONFIRMED
               MOVE SRQ-LIST-SSN TO EXR-SSN
               PERFORM 3350-CHECK-ONE-PARTY
           END-IF.
           IF NOT STILL-EXCLUDED
               PERFORM 3360-READ-QUEUE-NEXT
           END-IF.
      *
       3400-ACCUMULATE-DELIVERED.
           MOVE ZERO TO WS-PICK-SUB.
           PERFORM 3450-MATCH-COMMITMENT
               VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-USED
                  OR WS-PICK-SUB > ZERO.
           IF WS-PICK-SUB = ZERO
               ADD 1 TO WS-CMT-MISSING-COUNT
               MOVE 'COMMITMENT' TO WS-D-CHECK
               MOVE APL-APPL-NUMBER TO WS-D-KEY
               MOVE APL-STATUS TO WS-D-STATUS
               MOVE SPACES TO WS-D-FINDING
               STRING 'STAMPED WITH COMMITMENT ' DELIMITED BY SIZE
                      APL-COMMITMENT-NUMBER DELIMITED BY SIZE
                      ' - NOT ON CMTFIL' DELIMITED BY SIZE
                   INTO WS-D-FINDING
               MOVE 'REFER TO SECONDARY MARKETING' TO WS-D-ACTION
               PERFORM 7000-WRITE-FINDING
           ELSE
               ADD 1 TO WS-CMT-LOAN-COUNT (WS-PICK-SUB)
               IF APL-LOAN-AMOUNT IS NUMERIC
                   ADD APL-LOAN-AMOUNT
                       TO WS-CMT-LOAN-TOTAL (WS-PICK-SUB)
               END-IF
           END-IF.
      *
       3450-MATCH-COMMITMENT.
           IF WS-CMT-NUMBER (WS-CMT-SUB) = APL-COMMITMENT-NUMBER
               MOVE WS-CMT-SUB TO WS-PICK-SUB
           END-IF.
      *
      * START at the record's own SSN and walk that SSN's duplicates
      * until its application number turns up. Not there means the
      * path has lost the record.
       3500-VERIFY-BORROWER-PATH.
           MOVE 'N' TO WS-PATH-HIT.
           MOVE 'N' TO WS-EOF-PATH.
           MOVE APL-BORR-SSN TO SSNF-BORR-SSN.
           START APPL-SSN-FILE KEY NOT LESS THAN SSNF-BORR-SSN
               INVALID KEY
                   SET EOF-PATH TO TRUE
           END-START.
           IF NOT EOF-PATH
               PERFORM 3550-READ-SSN-PATH-NEXT
           END-IF.
           PERFORM 3550-READ-SSN-PATH-NEXT
               UNTIL EOF-PATH OR PATH-HIT.
           IF NOT PATH-HIT
               MOVE 'NOT FOUND ON BORROWER-SSN PATH LNAPSSN'
                   TO WS-D-FINDING
               PERFORM 3700-WRITE-AIX-FINDING
           END-IF.
      *
       3550-READ-SSN-PATH-NEXT.
           READ APPL-SSN-FILE NEXT
               AT END
                   SET EOF-PATH TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN EOF-PATH
                   CONTINUE
               WHEN NOT SSN-STATUS-OK
                       OR SSNF-BORR-SSN NOT = APL-BORR-SSN
                   SET EOF-PATH TO TRUE
               WHEN SSNF-APPL-NUMBER = APL-APPL-NUMBER
                   SET PATH-HIT TO TRUE
           END-EVALUATE.
      *
       3600-VERIFY-COB-PATH.
           MOVE 'N' TO WS-PATH-HIT.
           MOVE 'N' TO WS-EOF-PATH.
           MOVE APL-COB-SSN TO COBF-COB-SSN.
           START APPL-COB-FILE KEY NOT LESS THAN COBF-COB-SSN
               INVALID KEY
                   SET EOF-PATH TO TRUE
           END-START.
           IF NOT EOF-PATH
               PERFORM 3650-READ-COB-PATH-NEXT
           END-IF.
           PERFORM 3650-READ-COB-PATH-NEXT
               UNTIL EOF-PATH OR PATH-HIT.
           IF NOT PATH-HIT
               MOVE 'NOT FOUND ON CO-BORROWER-SSN PATH LNAPCOB'
                   TO WS-D-FINDING
               PERFORM 3700-WRITE-AIX-FINDING
           END-IF.
      *
       3650-READ-COB-PATH-NEXT.
           READ APPL-COB-FILE NEXT
               AT END
                   SET EOF-PATH TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN EOF-PATH
                   CONTINUE
               WHEN NOT COB-STATUS-OK
                       OR COBF-COB-SSN NOT = APL-COB-SSN
                   SET EOF-PATH TO TRUE
               WHEN COBF-APPL-NUMBER = APL-APPL-NUMBER
                   SET PATH-HIT TO TRUE
           END-EVALUATE.
      *
       3700-WRITE-AIX-FINDING.
           ADD 1 TO WS-AIX-FINDING-COUNT.
           MOVE 'AIX' TO WS-D-CHECK.
           MOVE APL-APPL-NUMBER TO WS-D-KEY.
           MOVE APL-STATUS TO WS-D-STATUS.
           MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP' TO WS-D-ACTION.
           PERFORM 7000-WRITE-FINDING.
      *
      ******************************************************************
      * Check 2 - with the sweep done, each open commitment's total on
      * file is held against the sum of its stamped loans.
      ******************************************************************
       4000-CHECK-DELIVERED-TOTALS.
           PERFORM 4100-CHECK-ONE-COMMITMENT
               VARYING WS-CMT-SUB FROM 1 BY 1
               UNTIL WS-CMT-SUB > WS-CMT-USED.
      *
       4100-CHECK-ONE-COMMITMENT.
           IF WS-CMT-IS-OPEN (WS-CMT-SUB)
               ADD 1 TO WS-CMT-CHECKED-COUNT
               IF WS-CMT-DELIVERED (WS-CMT-SUB)
                       NOT = WS-CMT-LOAN-TOTAL (WS-CMT-SUB)
                   PERFORM 4150-REPORT-DELIVERED-VARIANCE
               END-IF
           END-IF.
      *
      * Overstated goes back through CMTLOAD as a correction line;
      * understated is left for marketing to explain.
       4150-REPORT-DELIVERED-VARIANCE.
           MOVE 'COMMITMENT' TO WS-D-CHECK.
           MOVE WS-CMT-NUMBER (WS-CMT-SUB) TO WS-D-KEY.
           MOVE SPACES TO WS-D-STATUS.
           MOVE WS-CMT-DELIVERED (WS-CMT-SUB) TO WS-E-AMOUNT-1.
           MOVE WS-CMT-LOAN-TOTAL (WS-CMT-SUB) TO WS-E-AMOUNT-2.
           MOVE SPACES TO WS-D-FINDING.
           STRING 'DELIVERED ' DELIMITED BY SIZE
                  WS-E-AMOUNT-1 DELIMITED BY SIZE
                  ' LOANS ' DELIMITED BY SIZE
                  WS-E-AMOUNT-2 DELIMITED BY SIZE
               INTO WS-D-FINDING.
           IF WS-CMT-DELIVERED (WS-CMT-SUB)
                   > WS-CMT-LOAN-TOTAL (WS-CMT-SUB)
               ADD 1 TO WS-CMT-FIXED-COUNT
               PERFORM 4200-WRITE-CORRECTION
               MOVE 'OVERSTATED - CORRECTION SENT TO CMTLOAD'
                   TO WS-D-ACTION
           ELSE
               ADD 1 TO WS-CMT-SHORT-COUNT
               MOVE 'UNDERSTATED - REFER TO SECONDARY MARKETING'
                   TO WS-D-ACTION
           END-IF.
           PERFORM 7000-WRITE-FINDING.
      *
       4200-WRITE-CORRECTION.
           MOVE SPACES TO CORRECTION-RECORD.
           MOVE WS-CMT-NUMBER (WS-CMT-SUB) TO FIX-COMMIT-NUMBER.
           MOVE WS-CMT-LOAN-TOTAL (WS-CMT-SUB) TO FIX-DELIVERED-AMOUNT.
           MOVE 'D' TO FIX-STATUS.
           WRITE CORRECTION-RECORD.
      *
      ******************************************************************
      * Check 4, second half - every base record appears once on each
      * path (the co-borrower path carries the records with no co-
      * borrower too, under a blank key), so each path read end to
      * end has to count to the master's record count.
      ******************************************************************
       5000-COUNT-PATH-RECORDS.
           IF SSN-PATH-OPEN
               MOVE 'N' TO WS-EOF-PATH
               MOVE LOW-VALUES TO SSNF-BORR-SSN
               START APPL-SSN-FILE KEY NOT LESS THAN SSNF-BORR-SSN
                   INVALID KEY
                       SET EOF-PATH TO TRUE
               END-START
               PERFORM 5100-COUNT-SSN-PATH UNTIL EOF-PATH
               MOVE WS-SSN-PATH-COUNT TO WS-PATH-COUNT
               MOVE 'LNAPSSN' TO WS-D-KEY
               PERFORM 5300-COMPARE-PATH-COUNT
           END-IF.
           IF COB-PATH-OPEN
               MOVE 'N' TO WS-EOF-PATH
               MOVE LOW-VALUES TO COBF-COB-SSN
               START APPL-COB-FILE KEY NOT LESS THAN COBF-COB-SSN
                   INVALID KEY
                       SET EOF-PATH TO TRUE
               END-START
               PERFORM 5200-COUNT-COB-PATH UNTIL EOF-PATH
               MOVE WS-COB-PATH-COUNT TO WS-PATH-COUNT
               MOVE 'LNAPCOB' TO WS-D-KEY
               PERFORM 5300-COMPARE-PATH-COUNT
           END-IF.
      *
       5100-COUNT-SSN-PATH.
           READ APPL-SSN-FILE NEXT
               AT END
                   SET EOF-PATH TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN EOF-PATH
                   CONTINUE
               WHEN SSN-STATUS-OK
                   ADD 1 TO WS-SSN-PATH-COUNT
               WHEN OTHER
                   SET EOF-PATH TO TRUE
                   MOVE 'AIX' TO WS-D-CHECK
                   MOVE 'LNAPSSN' TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'PATH READ FAILED, STATUS ' DELIMITED BY SIZE
                          WS-SSN-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP'
                       TO WS-D-ACTION
                   ADD 1 TO WS-AIX-FINDING-COUNT
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
      *
       5200-COUNT-COB-PATH.
           READ APPL-COB-FILE NEXT
               AT END
                   SET EOF-PATH TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN EOF-PATH
                   CONTINUE
               WHEN COB-STATUS-OK
                   ADD 1 TO WS-COB-PATH-COUNT
               WHEN OTHER
                   SET EOF-PATH TO TRUE
                   MOVE 'AIX' TO WS-D-CHECK
                   MOVE 'LNAPCOB' TO WS-D-KEY
                   MOVE SPACES TO WS-D-STATUS
                   MOVE SPACES TO WS-D-FINDING
                   STRING 'PATH READ FAILED, STATUS ' DELIMITED BY SIZE
                          WS-COB-STATUS DELIMITED BY SIZE
                       INTO WS-D-FINDING
                   MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP'
                       TO WS-D-ACTION
                   ADD 1 TO WS-AIX-FINDING-COUNT
                   PERFORM 7000-WRITE-FINDING
           END-EVALUATE.
      *
      * WS-D-KEY names the path and WS-PATH-COUNT holds its count
      * going in.
       5300-COMPARE-PATH-COUNT.
           IF WS-PATH-COUNT NOT = WS-MASTER-READ-COUNT
               MOVE WS-PATH-COUNT TO WS-E-COUNT-1
               MOVE WS-MASTER-READ-COUNT TO WS-E-COUNT-2
               MOVE 'AIX' TO WS-D-CHECK
               MOVE SPACES TO WS-D-STATUS
               MOVE SPACES TO WS-D-FINDING
               STRING 'PATH RECORDS ' DELIMITED BY SIZE
                      WS-E-COUNT-1 DELIMITED BY SIZE
                      ' BASE RECORDS ' DELIMITED BY SIZE
                      WS-E-COUNT-2 DELIMITED BY SIZE
                   INTO WS-D-FINDING
               MOVE 'REBUILD WITH VSAMDEF BLDINDEX STEP'
                   TO WS-D-ACTION
               ADD 1 TO WS-AIX-FINDING-COUNT
               PERFORM 7000-WRITE-FINDING
           END-IF.
      *
      * Every finding, purge and correction alike, comes through here
      * - the count is what sets the step's return code.
       7000-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SCHEDULE PERIODS READ' TO WS-T-CAPTION.
           MOVE WS-SCHED-READ-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULES (LOANS) READ' TO WS-T-CAPTION.
           MOVE WS-SCHED-LOAN-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULES PURGED (LOANS)' TO WS-T-CAPTION.
           MOVE WS-PURGED-LOAN-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULE PERIODS PURGED' TO WS-T-CAPTION.
           MOVE WS-PURGED-PERIOD-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SCHEDULE DELETES FAILED' TO WS-T-CAPTION.
           MOVE WS-DELETE-FAIL-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MASTER RECORDS READ' TO WS-T-CAPTION.
           MOVE WS-MASTER-READ-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MASTER CONSISTENCY FINDINGS' TO WS-T-CAPTION.
           MOVE WS-MASTER-FINDING-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN COMMITMENTS CHECKED' TO WS-T-CAPTION.
           MOVE WS-CMT-CHECKED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DELIVERED OVERSTATED - CORRECTED' TO WS-T-CAPTION.
           MOVE WS-CMT-FIXED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'DELIVERED UNDERSTATED - REPORTED' TO WS-T-CAPTION.
           MOVE WS-CMT-SHORT-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'LOANS ON A COMMITMENT NOT ON FILE' TO WS-T-CAPTION.
           MOVE WS-CMT-MISSING-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'BORROWER-SSN PATH RECORDS' TO WS-T-CAPTION.
           MOVE WS-SSN-PATH-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CO-BORROWER-SSN PATH RECORDS' TO WS-T-CAPTION.
           MOVE WS-COB-PATH-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'ALTERNATE INDEX FINDINGS' TO WS-T-CAPTION.
           MOVE WS-AIX-FINDING-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL FINDINGS' TO WS-T-CAPTION.
           MOVE WS-FINDING-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE APPL-MASTER-FILE.
           IF SCHED-FILE-OPEN
               CLOSE SCHEDULE-FILE
           END-IF.
           IF CMT-FILE-OPEN
               CLOSE COMMITMENT-FILE
           END-IF.
           IF EXCL-FILE-OPEN
               CLOSE EXCL-FILE
           END-IF.
           IF SCRQ-FILE-OPEN
               CLOSE SCREEN-QUEUE-FILE
           END-IF.
           IF SSN-PATH-OPEN
               CLOSE APPL-SSN-FILE
           END-IF.
           IF COB-PATH-OPEN
               CLOSE APPL-COB-FILE
           END-IF.
           CLOSE CORRECTION-FILE.
           CLOSE INTEGRITY-RPT.
           DISPLAY 'LNINTEG - MASTER RECORDS READ:      '
               WS-MASTER-READ-COUNT.
           DISPLAY 'LNINTEG - SCHEDULES PURGED (LOANS): '
               WS-PURGED-LOAN-COUNT.
           DISPLAY 'LNINTEG - SCHEDULE PERIODS PURGED:  '
               WS-PURGED-PERIOD-COUNT.
           DISPLAY 'LNINTEG - DELIVERED CORRECTIONS:    '
               WS-CMT-FIXED-COUNT.
           DISPLAY 'LNINTEG - MASTER FINDINGS:          '
               WS-MASTER-FINDING-COUNT.
           DISPLAY 'LNINTEG - AIX FINDINGS:             '
               WS-AIX-FINDING-COUNT.
           DISPLAY 'LNINTEG - TOTAL FINDINGS:           '
               WS-FINDING-COUNT.
           IF WS-FINDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
