       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPRS.
      ******************************************************************
      * APRPRS - Appraisal return parser.
      * Batch program that reads APRXTR's application extract and
      * matches in the appraisal management company's (AMC's) return
      * records (APRRTN.cpy; both in application-number order),
      * posting each completed report onto the application - value,
      * effective date, appraiser license, condition rating and
      * property flags - and onto the master.
      *
      * The value the loan is figured on (APL-PROP-APPRAISED-VALUE)
      * becomes the lower of the keyed estimate and the appraisal.
      * When that moves it, the LTV is recomputed on LNAPPL's
      * formula, and a loan already decided (AP/RF) goes back to UW
      * the way LNLOCK sends a repriced loan back, so LNUNDW figures
      * its LLPA, MI and decision again on the new LTV. A loan
      * parked at PA (pending appraisal) goes on to UW with its value
      * in either way.
      *
      * An AMC turn time is days, so nearly every return is for an
      * application ordered on an earlier night and parked at PA on
      * the master - not on tonight's extract. Like a late bureau
      * response in BURPRS, such a return arrives ahead of the
      * extract (lower application number) and is matched against
      * the master directly; the master is brought current and an
      * application now at UW is appended to APLOUT so it joins the
      * underwriting run that same night. A return for an
      * application with no appraisal on order, one closed out
      * (DC/WD/FD/CL), or one sitting at UW on the master (it is on
      * LNLOCK's extract tonight and would be overwritten there) is
      * an orphan - reported and counted, left for the appraisal
      * desk. A return with no usable value or effective date is
      * rejected the same way and the order stays outstanding.
      *
      * The value-variance report (APRVRPT) lists every return
      * posted tonight more than 10% below its estimate, and, from a
      * sweep of the master at the end of the run, every open
      * application whose appraisal will be more than 120 days old
      * at closing - reckoned to the lock expiration date where the
      * loan is locked, otherwise to today - so it can be
      * recertified or updated before the closing table.
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
           SELECT APPL-INPUT-FILE ASSIGN TO APLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPRAISAL-RETURN-FILE ASSIGN TO APRRTNF
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPL-OUTPUT-FILE ASSIGN TO APLOUT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number. Dynamic access: read
      * by key to post each return, then front-to-back for the
      * appraisal-age sweep.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT VARIANCE-RPT ASSIGN TO APRVRPT
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
       FD  APPL-INPUT-FILE
           RECORDING MODE IS F.
       01  APPL-INPUT-RECORD                PIC X(600).
      *
       FD  APPRAISAL-RETURN-FILE
           RECORDING MODE IS F.
       01  APPRAISAL-RETURN-FILE-RECORD     PIC X(60).
      *
       FD  APPL-OUTPUT-FILE
           RECORDING MODE IS F.
       01  APPL-OUTPUT-RECORD                PIC X(600).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY               PIC X(10).
           05  FILLER                        PIC X(590).
      *
       FD  VARIANCE-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
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
           05  WS-EOF-APPL               PIC X VALUE 'N'.
               88  EOF-APPL                 VALUE 'Y'.
           05  WS-EOF-RTN                PIC X VALUE 'N'.
               88  EOF-RTN                  VALUE 'Y'.
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER              VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-POSTED-FLAG            PIC X.
               88  RETURN-POSTED            VALUE 'Y'.
           05  WS-VALUE-CHANGED-FLAG     PIC X.
               88  VALUE-CHANGED            VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-POSTED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-ORPHAN-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-RECYCLE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REUNDERWRITE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-LOW-VALUE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-AGED-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT     PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * A return more than WS-LOW-VALUE-PCT percent below the keyed
      * estimate is listed on the variance report; an appraisal
      * whose effective date will be more than WS-MAX-AGE-DAYS old
      * at closing is listed as needing recertification or an
      * update.
       01  WS-LOW-VALUE-PCT              PIC 9(2)V99 VALUE 10.00.
       01  WS-MAX-AGE-DAYS               PIC 9(3) VALUE 120.
      *
      * Value arithmetic for the posting.
       01  WS-VALUE-FIELDS.
           05  WS-NEW-VALUE              PIC 9(9)V99.
           05  WS-OLD-LTV                PIC 9(3)V99.
           05  WS-PCT-BELOW              PIC S9(3)V99.
      *
      * Day-count work fields for the appraisal-age arithmetic.
       01  WS-AGING.
           05  WS-AGE-FROM-DATE          PIC 9(8).
           05  WS-AGE-TO-DATE            PIC 9(8).
           05  WS-TODAY-NUM              PIC 9(8).
           05  WS-AGE-DAYS               PIC S9(5).
      *
       01  WS-LOW-HEADING.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               'APPRAISALS MORE THAN 10% BELOW ESTIMATE'.
           05  FILLER                    PIC X(91) VALUE SPACES.
      *
       01  WS-LOW-COLUMNS.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
                                             '   EST. VALUE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
                                             '    APPRAISED'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'PCT BEL'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LTV WAS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LTV NOW'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'STATUS'.
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-LOW-DETAIL.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-L-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-EST-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-APPR-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-PCT-BELOW            PIC ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-L-OLD-LTV              PIC ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-L-NEW-LTV              PIC ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-L-STATUS               PIC X(2).
           05  FILLER                    PIC X(36) VALUE SPACES.
      *
       01  WS-AGED-HEADING.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(50) VALUE
               'APPRAISALS OVER 120 DAYS OLD AT CLOSING'.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-AGED-COLUMNS.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'STATUS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'EFFECTIVE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'LOCK EXP'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AGE DAYS'.
           05  FILLER                    PIC X(59) VALUE SPACES.
      *
       01  WS-AGED-DETAIL.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-A-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-STATUS               PIC X(2).
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  WS-A-EFFECTIVE-DATE       PIC X(8).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-A-LOCK-EXP-DATE        PIC X(8).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-A-AGE-DAYS             PIC Z(4)9-.
           05  FILLER                    PIC X(61) VALUE SPACES.
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
       COPY APRRTN.
       COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-APPLICATION UNTIL EOF-APPL.
           PERFORM 3060-MATCH-RETURN-TO-MASTER UNTIL EOF-RTN.
           PERFORM 4900-FINISH-LOW-VALUE-SECTION.
           PERFORM 5000-SWEEP-APPRAISAL-AGE.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           OPEN INPUT APPL-INPUT-FILE.
           OPEN INPUT APPRAISAL-RETURN-FILE.
           OPEN OUTPUT APPL-OUTPUT-FILE.
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
               DISPLAY 'APRPRS - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN OUTPUT VARIANCE-RPT.
           WRITE REPORT-LINE FROM WS-LOW-HEADING.
           WRITE REPORT-LINE FROM WS-LOW-COLUMNS.
           PERFORM 2100-READ-APPLICATION.
           PERFORM 2200-READ-RETURN.
      *
      * The early returns must be worked off before the input record
      * is moved into LOAN-APPLICATION-RECORD - the master path loads
      * an earlier application's image into that same record area,
      * so the comparison against the current extract record keys
      * off the raw input buffer instead.
       2000-PROCESS-APPLICATION.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 3060-MATCH-RETURN-TO-MASTER
               UNTIL EOF-RTN
                  OR ART-APPL-NUMBER NOT < APPL-INPUT-RECORD (1:10).
           MOVE APPL-INPUT-RECORD TO LOAN-APPLICATION-RECORD.
           MOVE 'N' TO WS-POSTED-FLAG.
           PERFORM 3000-APPLY-MATCHING-RETURN
               UNTIL EOF-RTN
                  OR ART-APPL-NUMBER NOT = APL-APPL-NUMBER.
           IF RETURN-POSTED
               PERFORM 3300-UPDATE-MASTER
           END-IF.
           MOVE LOAN-APPLICATION-RECORD TO APPL-OUTPUT-RECORD.
           WRITE APPL-OUTPUT-RECORD.
           PERFORM 2100-READ-APPLICATION.
      *
       2100-READ-APPLICATION.
           READ APPL-INPUT-FILE
               AT END
                   SET EOF-APPL TO TRUE
           END-READ.
      *
       2200-READ-RETURN.
           READ APPRAISAL-RETURN-FILE
               AT END
                   SET EOF-RTN TO TRUE
           END-READ.
           IF NOT EOF-RTN
               MOVE APPRAISAL-RETURN-FILE-RECORD
                   TO APPRAISAL-RETURN-RECORD
           END-IF.
      *
      * A return for an application on tonight's extract - usually
      * one released from exclusion hold with its order out, or a
      * revised report for one already appraised. More than one
      * return for the same application posts in file order, so the
      * AMC's latest report is the one left standing.
       3000-APPLY-MATCHING-RETURN.
           IF APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                   OR APL-STAT-FUNDED OR APL-STAT-CLOSED
                   OR NOT (APL-APPR-ORDERED OR APL-APPR-RECEIVED)
               PERFORM 3900-REPORT-ORPHAN
           ELSE
               PERFORM 3100-POST-RETURN
           END-IF.
           PERFORM 2200-READ-RETURN.
      *
      * A return sitting ahead of the current extract application
      * (or left after the last one) - the answer to an order placed
      * on an earlier night. It is posted to the master, and the
      * application rejoins tonight's underwriting run if it is now
      * at UW. One whose application is not on the master, not
      * waiting on an appraisal, closed out, or already at UW is
      * an orphan.
       3060-MATCH-RETURN-TO-MASTER.
           MOVE ART-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MASTER-STATUS-OK
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
           END-IF.
           IF MASTER-STATUS-OK
                   AND (APL-APPR-ORDERED OR APL-APPR-RECEIVED)
                   AND NOT (APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                       OR APL-STAT-FUNDED OR APL-STAT-CLOSED
                       OR APL-STAT-UNDERWRITING)
               MOVE 'N' TO WS-POSTED-FLAG
               PERFORM 3100-POST-RETURN
               IF RETURN-POSTED
                   PERFORM 3070-REWRITE-MASTER
               END-IF
           ELSE
               PERFORM 3900-REPORT-ORPHAN
           END-IF.
           PERFORM 2200-READ-RETURN.
      *
       3070-REWRITE-MASTER.
           MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD.
           REWRITE APPL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF MASTER-STATUS-OK
               PERFORM 8700-WRITE-HISTORY
               IF APL-STAT-UNDERWRITING
                   MOVE LOAN-APPLICATION-RECORD TO APPL-OUTPUT-RECORD
                   WRITE APPL-OUTPUT-RECORD
                   ADD 1 TO WS-RECYCLE-COUNT
               END-IF
           ELSE
               DISPLAY 'APRPRS - MASTER REWRITE FAILED FOR '
                   APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
      *
      * A report with no value or no effective date cannot be
      * figured on; it is rejected and the order stays outstanding
      * on the aging report until the AMC sends a usable one.
       3100-POST-RETURN.
           IF ART-APPRAISED-VALUE IS NOT NUMERIC
                   OR ART-APPRAISED-VALUE = ZERO
                   OR ART-EFFECTIVE-DATE IS NOT NUMERIC
               DISPLAY 'APRPRS - RETURN REJECTED, NO VALUE OR DATE: '
                   ART-APPL-NUMBER
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM 3150-APPLY-RETURN
               PERFORM 3200-SET-APPRAISAL-STATUS
               PERFORM 3170-CHECK-LOW-VALUE
               MOVE 'Y' TO WS-POSTED-FLAG
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
      *
      * The estimate is the value keyed at intake (an application
      * without one is measured against the appraisal itself). The
      * value of record becomes the lower of the two; only when that
      * moves is the LTV figured again.
       3150-APPLY-RETURN.
           IF APL-PROP-ESTIMATED-VALUE IS NOT NUMERIC
                   OR APL-PROP-ESTIMATED-VALUE = ZERO
               MOVE ART-APPRAISED-VALUE TO APL-PROP-ESTIMATED-VALUE
           END-IF.
           MOVE ART-APPRAISED-VALUE TO APL-APPR-VALUE.
           MOVE ART-EFFECTIVE-DATE TO APL-APPR-EFFECTIVE-DATE.
           MOVE ART-APPRAISER-LICENSE TO APL-APPR-LICENSE.
           MOVE ART-CONDITION-RATING TO APL-APPR-CONDITION.
           MOVE ART-SUBJECT-TO-FLAG TO APL-APPR-SUBJECT-TO-FLAG.
           MOVE ART-DECLINING-MKT-FLAG TO APL-APPR-DECLINING-FLAG.
           MOVE ART-SAFETY-FLAG TO APL-APPR-SAFETY-FLAG.
           MOVE WS-TODAY TO APL-APPR-RETURN-DATE.
           SET APL-APPR-RECEIVED TO TRUE.
           IF ART-APPRAISED-VALUE < APL-PROP-ESTIMATED-VALUE
               MOVE ART-APPRAISED-VALUE TO WS-NEW-VALUE
           ELSE
               MOVE APL-PROP-ESTIMATED-VALUE TO WS-NEW-VALUE
           END-IF.
           MOVE 'N' TO WS-VALUE-CHANGED-FLAG.
           IF APL-LTV-PERCENT IS NUMERIC
               MOVE APL-LTV-PERCENT TO WS-OLD-LTV
           ELSE
               MOVE ZERO TO WS-OLD-LTV
           END-IF.
           IF APL-PROP-APPRAISED-VALUE IS NOT NUMERIC
                   OR APL-PROP-APPRAISED-VALUE NOT = WS-NEW-VALUE
               MOVE 'Y' TO WS-VALUE-CHANGED-FLAG
               MOVE WS-NEW-VALUE TO APL-PROP-APPRAISED-VALUE
               PERFORM 3160-COMPUTE-LTV
           END-IF.
      *
      * Same formula as LNAPPL's 4000-COMPUTE-LTV.
       3160-COMPUTE-LTV.
           IF APL-PROP-APPRAISED-VALUE > ZERO
               COMPUTE APL-LTV-PERCENT ROUNDED =
                   (APL-LOAN-AMOUNT / APL-PROP-APPRAISED-VALUE) * 100
           ELSE
               MOVE ZERO TO APL-LTV-PERCENT
           END-IF.
      *
       3170-CHECK-LOW-VALUE.
           COMPUTE WS-PCT-BELOW ROUNDED =
               ((APL-PROP-ESTIMATED-VALUE - ART-APPRAISED-VALUE)
                   / APL-PROP-ESTIMATED-VALUE) * 100.
           IF WS-PCT-BELOW > WS-LOW-VALUE-PCT
               MOVE APL-APPL-NUMBER TO WS-L-APPL-NUMBER
               MOVE APL-BORR-LNAME TO WS-L-BORR-LNAME
               MOVE APL-PROP-ESTIMATED-VALUE TO WS-L-EST-VALUE
               MOVE ART-APPRAISED-VALUE TO WS-L-APPR-VALUE
               MOVE WS-PCT-BELOW TO WS-L-PCT-BELOW
               MOVE WS-OLD-LTV TO WS-L-OLD-LTV
               MOVE APL-LTV-PERCENT TO WS-L-NEW-LTV
               MOVE APL-STATUS TO WS-L-STATUS
               WRITE REPORT-LINE FROM WS-LOW-DETAIL
               ADD 1 TO WS-LOW-VALUE-COUNT
           END-IF.
      *
      * PA has waited for this value and goes on to UW. A loan
      * already decided goes back to UW only when its value of
      * record moved - LNUNDW then refigures its LLPA, MI and
      * decision on the new LTV, as for a loan LNLOCK repriced.
      * Any other status (EH, PC) keeps its hold; the value posted
      * now is there when the hold lifts.
       3200-SET-APPRAISAL-STATUS.
           EVALUATE TRUE
               WHEN APL-STAT-PENDING-APPRAISAL
                   MOVE 'UW' TO APL-STATUS
               WHEN (APL-STAT-APPROVED OR APL-STAT-REFERRED)
                       AND VALUE-CHANGED
                   MOVE 'UW' TO APL-STATUS
                   ADD 1 TO WS-REUNDERWRITE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      * The master's image of this application was last written by
      * APRXTR from the same extract record earlier tonight, so
      * rewriting it from LOAN-APPLICATION-RECORD with the return
      * posted loses nothing.
       3300-UPDATE-MASTER.
           MOVE APL-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MASTER-STATUS-OK
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
               MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD
               REWRITE APPL-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 8700-WRITE-HISTORY
               END-IF
           END-IF.
           IF NOT MASTER-STATUS-OK
               DISPLAY 'APRPRS - MASTER UPDATE FAILED FOR '
                   APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
      *
       3900-REPORT-ORPHAN.
           DISPLAY 'APRPRS - ORPHAN RETURN, NOT POSTED: '
               ART-APPL-NUMBER.
           ADD 1 TO WS-ORPHAN-COUNT.
      *
       4900-FINISH-LOW-VALUE-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETURNS POSTED' TO WS-T-CAPTION.
           MOVE WS-POSTED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'MORE THAN 10% BELOW ESTIMATE' TO WS-T-CAPTION.
           MOVE WS-LOW-VALUE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'SENT BACK TO UNDERWRITING' TO WS-T-CAPTION.
           MOVE WS-REUNDERWRITE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
      *
      * Front-to-back sweep of the master for every open application
      * carrying a received appraisal, tonight's postings included.
       5000-SWEEP-APPRAISAL-AGE.
           WRITE REPORT-LINE FROM WS-AGED-HEADING.
           WRITE REPORT-LINE FROM WS-AGED-COLUMNS.
           MOVE LOW-VALUES TO APPL-MASTER-KEY.
           START APPL-MASTER-FILE KEY NOT LESS THAN APPL-MASTER-KEY
               INVALID KEY
                   SET EOF-MASTER TO TRUE
           END-START.
           IF NOT EOF-MASTER
               PERFORM 5100-READ-MASTER-NEXT
           END-IF.
           PERFORM 5200-CHECK-MASTER-RECORD UNTIL EOF-MASTER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OVER 120 DAYS AT CLOSING' TO WS-T-CAPTION.
           MOVE WS-AGED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
      *
       5100-READ-MASTER-NEXT.
           READ APPL-MASTER-FILE NEXT
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.
      *
       5200-CHECK-MASTER-RECORD.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           IF APL-APPR-RECEIVED
                   AND APL-APPR-EFFECTIVE-DATE IS NUMERIC
                   AND NOT (APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                       OR APL-STAT-FUNDED OR APL-STAT-CLOSED)
               PERFORM 5300-AGE-AT-CLOSING
           END-IF.
           PERFORM 5100-READ-MASTER-NEXT.
      *
      * The loan closes no earlier than today and no later than its
      * lock expiration; the age is taken at the later of the two,
      * which is the date the appraisal has to still be good on.
       5300-AGE-AT-CLOSING.
           MOVE APL-APPR-EFFECTIVE-DATE TO WS-AGE-FROM-DATE.
           MOVE WS-TODAY-NUM TO WS-AGE-TO-DATE.
           IF APL-LOCK-EXPIRATION-DATE IS NUMERIC
               IF APL-LOCK-EXPIRATION-DATE > WS-TODAY
                   MOVE APL-LOCK-EXPIRATION-DATE TO WS-AGE-TO-DATE
               END-IF
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-AGE-TO-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE).
           IF WS-AGE-DAYS > WS-MAX-AGE-DAYS
               MOVE APL-APPL-NUMBER TO WS-A-APPL-NUMBER
               MOVE APL-BORR-LNAME TO WS-A-BORR-LNAME
               MOVE APL-STATUS TO WS-A-STATUS
               MOVE APL-APPR-EFFECTIVE-DATE TO WS-A-EFFECTIVE-DATE
               MOVE APL-LOCK-EXPIRATION-DATE TO WS-A-LOCK-EXP-DATE
               MOVE WS-AGE-DAYS TO WS-A-AGE-DAYS
               WRITE REPORT-LINE FROM WS-AGED-DETAIL
               ADD 1 TO WS-AGED-COUNT
           END-IF.
      *
       8000-FINALIZE.
           CLOSE APPL-INPUT-FILE.
           CLOSE APPRAISAL-RETURN-FILE.
           CLOSE APPL-OUTPUT-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE VARIANCE-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'APRPRS - APPLICATIONS READ:      ' WS-READ-COUNT.
           DISPLAY 'APRPRS - RETURNS POSTED:         ' WS-POSTED-COUNT.
           DISPLAY 'APRPRS - RETURNS REJECTED:       '
               WS-REJECTED-COUNT.
           DISPLAY 'APRPRS - ORPHAN RETURNS:         ' WS-ORPHAN-COUNT.
           DISPLAY 'APRPRS - RECYCLED TO UNDERWRITING: '
               WS-RECYCLE-COUNT.
           DISPLAY 'APRPRS - SENT BACK FOR REDECISION: '
               WS-REUNDERWRITE-COUNT.
           DISPLAY 'APRPRS - OVER 10% BELOW ESTIMATE: '
               WS-LOW-VALUE-COUNT.
           DISPLAY 'APRPRS - OVER 120 DAYS AT CLOSING: '
               WS-AGED-COUNT.
           DISPLAY 'APRPRS - MASTER UPDATE FAILED:   '
               WS-REWRITE-FAIL-COUNT.
           DISPLAY 'APRPRS - HISTORY WRITE FAILED:   '
               WS-HIST-FAIL-COUNT.
           IF WS-HIST-FAIL-COUNT > ZERO
                   OR WS-REWRITE-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'APRPRS' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'POSTED' TO RCT-COUNTER-NAME.
           MOVE WS-POSTED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REJECTED' TO RCT-COUNTER-NAME.
           MOVE WS-REJECTED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'ORPHAN' TO RCT-COUNTER-NAME.
           MOVE WS-ORPHAN-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'RECYCLED' TO RCT-COUNTER-NAME.
           MOVE WS-RECYCLE-COUNT TO RCT-COUNT.
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
               MOVE 'APRPRS' TO APH-PROGRAM
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
                   DISPLAY 'APRPRS - HISTORY WRITE FAILED FOR '
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
