      * keyed, so the adverse-action letter spells out the desk's
      * reasons, not the referral's.
      *
      * An approval card may also key up to three condition codes
      * (CNDCODE table). Each is put on the conditions file (CNDFIL,
      * see copybooks/CONDREC.cpy) as an open condition under the
      * code's usual category, the way LNCOND adds one from the
      * processing desk's card, so a prior-to-funding condition
      * keeps LNCLOSE from funding the loan until LNCOND clears it.
      *
      * Bad cards - unknown application, application not at RF,
      * action not A or D, missing or invalid decline reasons,
      * condition codes on a decline or not on the table - are
      * reported and skipped, and leave RC=4 so the desk corrects and
      * resubmits. This step runs every night whether or not the desk
      * keyed cards (an empty card file is a normal run) - LNRCBAL
      * expects its counters on the run-control dataset.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      *
      * Behind the cards it reads the online disposition queue
      * (DSPQFIL, see DSPQREC.cpy) - the approvals and declines
      * underwriters keyed during the day under the LMUW maintenance
      * transaction (LNAPMNT), which already updated the master,
      * history and conditions. Each queued loan still at the
      * decided status (AP for an approval, DC for a decline) goes on
      * the disposition extract as it now stands on the master and
      * counts with the card decisions, so it funds, letters, and
      * balances in LNRCBAL's proofs the same night; one that has
      * moved on since (withdrawn the same afternoon, say) is listed
      * and left off. A missing or empty queue is a normal run. The
      * job empties the queue once this step ends.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DISPOSITION-RPT ASSIGN TO MDSPRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Underwriting conditions, keyed on application number plus
      * condition sequence - browsed for the next free sequence and
      * written for each condition an approval card keys.
           SELECT CONDITION-FILE ASSIGN TO CNDFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-KEY
               FILE STATUS IS WS-COND-STATUS.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
      * The online disposition queue - a VSAM ESDS, read here in
      * entry sequence just as LNAPMNT adds to it.
           SELECT ONLINE-DISPOSITION-FILE ASSIGN TO DSPQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSPQ-STATUS.
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
           05  DSP-REASON-CODES.
               10  DSP-REASON-CODE OCCURS 3 TIMES
                                            PIC X(2).
           05  DSP-CONDITION-CODES.
               10  DSP-CONDITION-CODE OCCURS 3 TIMES
                                            PIC X(4).
           05  FILLER                       PIC X(51).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  DISPOSITION-EXTRACT-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-EXTRACT-RECORD       PIC X(600).
      *
       FD  DISPOSITION-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  CONDITION-FILE
           RECORDING MODE IS F.
           COPY CONDREC.
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       FD  ONLINE-DISPOSITION-FILE
           RECORDING MODE IS F.
           COPY DSPQREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  CARD-IS-OK              VALUE 'Y'.
           05  WS-CODE-OK                PIC X.
               88  CODE-IS-OK              VALUE 'Y'.
           05  WS-COND-STATUS            PIC XX.
               88  COND-STATUS-OK          VALUE '00'.
               88  COND-FILE-EMPTY         VALUE '35'.
           05  WS-SEQ-DONE               PIC X.
               88  SEQ-SCAN-DONE           VALUE 'Y'.
           05  WS-EOF-ONLINE             PIC X VALUE 'N'.
               88  EOF-ONLINE              VALUE 'Y'.
           05  WS-DSPQ-STATUS            PIC XX.
               88  DSPQ-STATUS-OK          VALUE '00'.
               88  DSPQ-FILE-EMPTY         VALUE '35'.
           05  WS-DSPQ-OPEN              PIC X VALUE 'N'.
               88  DSPQ-FILE-OPEN          VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-APPROVE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-DECLINE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-COND-ADD-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-COND-FAIL-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-ONLINE-READ-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ONLINE-SKIP-COUNT      PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
       01  WS-REASON-SUB                 PIC 9(1).
       01  WS-COND-SUB                   PIC 9(1).
       01  WS-NEXT-SEQUENCE              PIC 9(4).
      *
      * Why the card was rejected, or how the decision was applied,
      * carried into the disposition report line.
           05  FILLER                    PIC X(7)  VALUE 'REASONS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE 'DISPOSITION'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE 'CONDITIONS'.
           05  FILLER                    PIC X(46) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-REASONS              PIC X(7).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DISPOSITION          PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-CONDITIONS           PIC X(14).
           05  FILLER                    PIC X(46) VALUE SPACES.
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
           COPY UWRSON.
           COPY CNDCODE.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD UNTIL EOF-CARDS.
           PERFORM 2500-PROCESS-ONLINE UNTIL EOF-ONLINE.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE UWR-CODE-REDEF TO UWR-CODE-TABLE.
           MOVE CND-CODE-REDEF TO CND-CODE-TABLE.
           OPEN INPUT DISPOSITION-CARD-FILE.
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
               DISPLAY 'LNMDISP - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN OUTPUT DISPOSITION-EXTRACT-FILE.
           OPEN OUTPUT DISPOSITION-RPT.
      * A conditions cluster nothing has been written to yet cannot
      * be opened I-O (file status 35) - it is opened OUTPUT once
      * to load it empty, then reopened I-O so the browses and
      * rewrites below work as on any other night.
           OPEN I-O CONDITION-FILE.
           IF COND-FILE-EMPTY
               OPEN OUTPUT CONDITION-FILE
               CLOSE CONDITION-FILE
               OPEN I-O CONDITION-FILE
           END-IF.
           OPEN INPUT ONLINE-DISPOSITION-FILE.
           EVALUATE TRUE
               WHEN DSPQ-STATUS-OK
                   MOVE 'Y' TO WS-DSPQ-OPEN
                   PERFORM 2600-READ-ONLINE
               WHEN DSPQ-FILE-EMPTY
                   SET EOF-ONLINE TO TRUE
               WHEN OTHER
                   DISPLAY 'LNMDISP - ONLINE DISPOSITION QUEUE NOT '
                       'OPENED, STATUS ' WS-DSPQ-STATUS
                   SET EOF-ONLINE TO TRUE
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           PERFORM 2100-READ-CARD.
      *
                   SET EOF-CARDS TO TRUE
           END-READ.
      *
      * One online decision off the queue. The master already
      * carries it - LNAPMNT rewrote it, journaled it, and added its
      * conditions - so nothing is updated here: the loan is only
      * put on tonight's extract, provided it is still where the
      * underwriter left it.
       2500-PROCESS-ONLINE.
           ADD 1 TO WS-ONLINE-READ-COUNT.
           MOVE DSQ-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE SPACES TO LOAN-APPLICATION-RECORD.
           IF MASTER-STATUS-OK
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
           END-IF.
           MOVE SPACES TO WS-DISPOSITION-TEXT.
           EVALUATE TRUE
               WHEN NOT MASTER-STATUS-OK
                   ADD 1 TO WS-ONLINE-SKIP-COUNT
                   MOVE 'ONLINE - NOT ON MASTER, NOT EXTRACTED'
                       TO WS-DISPOSITION-TEXT
               WHEN DSQ-ACTION-APPROVE AND APL-STAT-APPROVED
                   ADD 1 TO WS-APPROVE-COUNT
                   PERFORM 2550-EXTRACT-ONLINE
                   STRING 'APPROVED ONLINE BY ' DELIMITED BY SIZE
                          DSQ-USERID           DELIMITED BY SPACE
                       INTO WS-DISPOSITION-TEXT
               WHEN DSQ-ACTION-DECLINE AND APL-STAT-DECLINED
                   ADD 1 TO WS-DECLINE-COUNT
                   PERFORM 2550-EXTRACT-ONLINE
                   STRING 'DECLINED ONLINE BY ' DELIMITED BY SIZE
                          DSQ-USERID           DELIMITED BY SPACE
                       INTO WS-DISPOSITION-TEXT
               WHEN OTHER
                   ADD 1 TO WS-ONLINE-SKIP-COUNT
                   STRING 'ONLINE - NOW STATUS ' DELIMITED BY SIZE
                          APL-STATUS           DELIMITED BY SIZE
                          ', NOT EXTRACTED'    DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
           END-EVALUATE.
           MOVE DSQ-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE DSQ-ACTION TO WS-D-ACTION.
           MOVE SPACES TO WS-D-REASONS.
           IF DSQ-ACTION-DECLINE
               MOVE APL-UW-DENIAL-REASONS TO WS-D-REASONS
           END-IF.
           MOVE SPACES TO WS-D-CONDITIONS.
           MOVE WS-DISPOSITION-TEXT TO WS-D-DISPOSITION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
           PERFORM 2600-READ-ONLINE.
      *
       2550-EXTRACT-ONLINE.
           MOVE LOAN-APPLICATION-RECORD TO DISPOSITION-EXTRACT-RECORD.
           WRITE DISPOSITION-EXTRACT-RECORD.
      *
       2600-READ-ONLINE.
           READ ONLINE-DISPOSITION-FILE
               AT END
                   SET EOF-ONLINE TO TRUE
           END-READ.
      *
      * Card-level edits before the master is touched. A decline must
      * carry at least one reason code and every code keyed must be a
      * D-code on the UWRSON table - the desk's reasons go on the
               MOVE 'REASON CODES NOT ALLOWED ON APPROVE'
                   TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND DSP-ACTION-DECLINE
                   AND DSP-CONDITION-CODES NOT = SPACES
               MOVE 'N' TO WS-CARD-OK
               MOVE 'CONDITIONS NOT ALLOWED ON DECLINE'
                   TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND DSP-ACTION-APPROVE
               PERFORM 3200-EDIT-ONE-CONDITION
                   VARYING WS-COND-SUB FROM 1 BY 1
                   UNTIL WS-COND-SUB > 3
           END-IF.
           IF CARD-IS-OK AND DSP-ACTION-DECLINE
               IF DSP-REASON-CODES = SPACES
                   MOVE 'N' TO WS-CARD-OK
               END-IF
           END-IF.
      *
      * One keyed condition code: blank slots are fine, anything else
      * must be on the CNDCODE table.
       3200-EDIT-ONE-CONDITION.
           IF DSP-CONDITION-CODE (WS-COND-SUB) NOT = SPACES
               MOVE 'N' TO WS-CODE-OK
               SET CND-IDX TO 1
               SEARCH CND-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CND-TBL-CODE (CND-IDX) =
                           DSP-CONDITION-CODE (WS-COND-SUB)
                       MOVE 'Y' TO WS-CODE-OK
               END-SEARCH
               IF NOT CODE-IS-OK
                   MOVE 'N' TO WS-CARD-OK
                   MOVE SPACES TO WS-DISPOSITION-TEXT
                   STRING 'CONDITION CODE '  DELIMITED BY SIZE
                          DSP-CONDITION-CODE (WS-COND-SUB)
                                             DELIMITED BY SIZE
                          ' NOT ON TABLE'    DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
      *
      * Fetch the referred record and apply the desk's decision the
      * way LNUNDW's 6000-DECIDE would have written it, then rewrite
      * the master and copy the updated record to the disposition
               PERFORM 7000-REJECT-CARD
           ELSE
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
               IF NOT APL-STAT-REFERRED
                   MOVE 'N' TO WS-CARD-OK
                   MOVE SPACES TO WS-DISPOSITION-TEXT
                       APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
           END-REWRITE.
           IF MASTER-STATUS-OK
               PERFORM 8700-WRITE-HISTORY
               MOVE LOAN-APPLICATION-RECORD
                   TO DISPOSITION-EXTRACT-RECORD
               WRITE DISPOSITION-EXTRACT-RECORD
               IF DSP-ACTION-APPROVE
                   PERFORM 5500-ADD-CONDITION
                       VARYING WS-COND-SUB FROM 1 BY 1
                       UNTIL WS-COND-SUB > 3
               END-IF
               PERFORM 6000-WRITE-DETAIL-LINE
           ELSE
               IF DSP-ACTION-APPROVE
               MOVE 'MASTER REWRITE FAILED' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           END-IF.
      *
      * Put one keyed condition on file, open, under the code's usual
      * category and description, at the next sequence free on the
      * application. A condition that cannot be written is shown on
      * the console and ends the step RC=4 - the approval stands, and
      * the processing desk keys the condition through LNCOND.
       5500-ADD-CONDITION.
           IF DSP-CONDITION-CODE (WS-COND-SUB) NOT = SPACES
               SET CND-IDX TO 1
               SEARCH CND-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CND-TBL-CODE (CND-IDX) =
                           DSP-CONDITION-CODE (WS-COND-SUB)
                       CONTINUE
               END-SEARCH
               PERFORM 5600-FIND-NEXT-SEQUENCE
               MOVE SPACES TO CONDITION-RECORD
               MOVE APL-APPL-NUMBER TO CND-APPL-NUMBER
               MOVE WS-NEXT-SEQUENCE TO CND-SEQUENCE
               MOVE CND-TBL-CODE (CND-IDX) TO CND-CODE
               MOVE CND-TBL-CATEGORY (CND-IDX) TO CND-CATEGORY
               MOVE CND-TBL-DESCRIPTION (CND-IDX) TO CND-DESCRIPTION
               SET CND-OPEN TO TRUE
               MOVE WS-TODAY TO CND-ADDED-DATE
               MOVE 'LNMDISP' TO CND-ADDED-BY
               IF WS-NEXT-SEQUENCE > 999
                   MOVE 'SQ' TO WS-COND-STATUS
               ELSE
                   WRITE CONDITION-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF COND-STATUS-OK
                   ADD 1 TO WS-COND-ADD-COUNT
               ELSE
                   DISPLAY 'LNMDISP - CONDITION NOT ADDED FOR '
                       APL-APPL-NUMBER ' CODE ' CND-CODE
                       ' STATUS ' WS-COND-STATUS
                   ADD 1 TO WS-COND-FAIL-COUNT
               END-IF
           END-IF.
      *
      * One more than the highest sequence on file for the loan, the
      * same browse LNCOND's 4200-FIND-NEXT-SEQUENCE makes.
       5600-FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE 'N' TO WS-SEQ-DONE.
           MOVE APL-APPL-NUMBER TO CND-APPL-NUMBER.
           MOVE ZERO TO CND-SEQUENCE.
           START CONDITION-FILE KEY NOT LESS THAN CND-KEY
               INVALID KEY
                   SET SEQ-SCAN-DONE TO TRUE
           END-START.
           PERFORM 5650-SCAN-ONE-CONDITION UNTIL SEQ-SCAN-DONE.
      *
       5650-SCAN-ONE-CONDITION.
           READ CONDITION-FILE NEXT
               AT END
                   SET SEQ-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SEQ-SCAN-DONE
               IF CND-APPL-NUMBER = APL-APPL-NUMBER
                   COMPUTE WS-NEXT-SEQUENCE = CND-SEQUENCE + 1
               ELSE
                   SET SEQ-SCAN-DONE TO TRUE
               END-IF
           END-IF.
      *
       6000-WRITE-DETAIL-LINE.
           MOVE DSP-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE DSP-ACTION TO WS-D-ACTION.
           MOVE DSP-REASON-CODES TO WS-D-REASONS.
           MOVE DSP-CONDITION-CODES TO WS-D-CONDITIONS.
           MOVE WS-DISPOSITION-TEXT TO WS-D-DISPOSITION.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE DISPOSITION-CARD-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE DISPOSITION-EXTRACT-FILE.
           CLOSE DISPOSITION-RPT.
           CLOSE CONDITION-FILE.
           IF DSPQ-FILE-OPEN
               CLOSE ONLINE-DISPOSITION-FILE
           END-IF.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNMDISP - DISPOSITION CARDS READ: ' WS-READ-COUNT.
           DISPLAY 'LNMDISP - APPROVED W/CONDITIONS:  '
               WS-DECLINE-COUNT.
           DISPLAY 'LNMDISP - CARDS REJECTED:         '
               WS-REJECT-COUNT.
           DISPLAY 'LNMDISP - CONDITIONS ADDED:       '
               WS-COND-ADD-COUNT.
           DISPLAY 'LNMDISP - CONDITIONS NOT ADDED:   '
               WS-COND-FAIL-COUNT.
           DISPLAY 'LNMDISP - HISTORY WRITE FAILED:   '
               WS-HIST-FAIL-COUNT.
           DISPLAY 'LNMDISP - ONLINE DECISIONS READ:  '
               WS-ONLINE-READ-COUNT.
           DISPLAY 'LNMDISP - ONLINE NOT EXTRACTED:   '
               WS-ONLINE-SKIP-COUNT.
           IF WS-REJECT-COUNT > ZERO OR WS-COND-FAIL-COUNT > ZERO
           OR WS-HIST-FAIL-COUNT > ZERO
           OR (NOT DSPQ-FILE-OPEN AND NOT DSPQ-FILE-EMPTY)
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
               MOVE 'LNMDISP' TO APH-PROGRAM
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
                   DISPLAY 'LNMDISP - HISTORY WRITE FAILED FOR '
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
