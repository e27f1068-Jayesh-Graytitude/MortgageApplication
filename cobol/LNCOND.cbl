       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCOND.
      ******************************************************************
      * LNCOND - Underwriting condition maintenance and the daily
      * outstanding-conditions report.
      * Batch program that puts the underwriter's conditions on file
      * instead of on paper in the loan folder. It reads the
      * processing desk's condition card file and applies each card
      * to the conditions file (CNDFIL, see copybooks/CONDREC.cpy):
      *
      *   ADD    - a new condition on an application: a code off the
      *            CNDCODE table, the category it falls under (the
      *            table's usual category when none is keyed), and
      *            the table's description unless the card keys the
      *            specifics. The condition takes the next sequence
      *            number on the application and starts open.
      *   CLEAR  - an open condition met: stamped cleared with who
      *            cleared it and today's date.
      *   WAIVE  - an open condition the underwriter has decided not
      *            to require: stamped the same way as a clear, with
      *            status W so the file shows it was never met.
      *
      * LNMDISP adds conditions too, when the underwriting desk
      * approves a referral with conditions keyed on its card. Run
      * nightly after LNMDISP and ahead of LNCLOSE, so a condition
      * cleared today releases the loan at tonight's closing and one
      * added today holds it. Bad cards - unknown application or
      * condition, unknown code or category, a clear against a
      * condition already cleared, a prior-to-docs or prior-to-
      * funding condition on a loan already funded, any condition on
      * a declined or withdrawn application - are reported and
      * skipped, leaving RC=4 so the desk corrects and resubmits,
      * the same treatment LNMDISP gives its cards. This step runs
      * every night whether or not the desk keyed cards; LNRCBAL
      * expects its counters.
      *
      * After the cards, every open condition on file is listed on
      * the outstanding-conditions report with its age in days since
      * it was added and totalled by age band, so the processing
      * desk can chase the oldest first. Conditions left open on a
      * declined or withdrawn application are counted but not
      * listed - nobody is going to clear them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONDITION-CARD-FILE ASSIGN TO CONDIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number plus condition
      * sequence. Dynamic access: cards add, clear, and find the next
      * sequence at random and by browse; the report then browses
      * the whole file.
           SELECT CONDITION-FILE ASSIGN TO CNDFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CND-KEY
               FILE STATUS IS WS-COND-STATUS.
      *
      * The application master, read only - for the status edits on
      * the cards and the borrower name on the report.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT CONDITION-ACTIVITY-RPT ASSIGN TO CONDRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CONDITION-AGING-RPT ASSIGN TO CONDAGE
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONDITION-CARD-FILE
           RECORDING MODE IS F.
       01  CONDITION-CARD.
           05  CDC-APPL-NUMBER              PIC X(10).
           05  CDC-ACTION                   PIC X(1).
               88  CDC-ACTION-ADD             VALUE 'A'.
               88  CDC-ACTION-CLEAR           VALUE 'C'.
               88  CDC-ACTION-WAIVE           VALUE 'W'.
           05  CDC-SEQUENCE                 PIC X(3).
           05  CDC-SEQUENCE-NUM REDEFINES CDC-SEQUENCE
                                            PIC 9(3).
           05  CDC-CODE                     PIC X(4).
           05  CDC-CATEGORY                 PIC X(1).
           05  CDC-USER-ID                  PIC X(8).
           05  CDC-DESCRIPTION              PIC X(40).
           05  FILLER                       PIC X(13).
      *
       FD  CONDITION-FILE
           RECORDING MODE IS F.
           COPY CONDREC.
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  CONDITION-ACTIVITY-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  CONDITION-AGING-RPT
           RECORDING MODE IS F.
       01  AGING-LINE                       PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-CARDS              PIC X VALUE 'N'.
               88  EOF-CARDS               VALUE 'Y'.
           05  WS-EOF-COND               PIC X VALUE 'N'.
               88  EOF-COND                VALUE 'Y'.
           05  WS-COND-STATUS            PIC XX.
               88  COND-STATUS-OK          VALUE '00'.
               88  COND-FILE-EMPTY         VALUE '35'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-CARD-OK                PIC X.
               88  CARD-IS-OK              VALUE 'Y'.
           05  WS-CODE-FOUND             PIC X.
               88  CODE-WAS-FOUND          VALUE 'Y'.
           05  WS-SEQ-DONE               PIC X.
               88  SEQ-SCAN-DONE           VALUE 'Y'.
           05  WS-LOAN-ON-FILE           PIC X.
               88  LOAN-IS-ON-FILE         VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ADD-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-CLEAR-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-WAIVE-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-REJECT-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-OPEN-LISTED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-OPEN-DEAD-COUNT        PIC 9(7) VALUE ZERO.
      *
      * Outstanding conditions by age band, in days since added.
       01  WS-AGE-BANDS.
           05  WS-AGE-0-7-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-AGE-8-15-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-AGE-16-30-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-AGE-OVER-30-COUNT      PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
       01  WS-TODAY-NUM                  PIC 9(8).
       01  WS-ADDED-DATE-NUM             PIC 9(8).
       01  WS-AGE-DAYS                   PIC 9(5).
      *
      * Next-sequence work and the application whose master image is
      * in LOAN-APPLICATION-RECORD (the report reads each loan once,
      * not once per condition).
       01  WS-NEXT-SEQUENCE              PIC 9(4).
       01  WS-LAST-APPL-READ             PIC X(10) VALUE SPACES.
       01  WS-SAVE-CONDITION             PIC X(100).
      *
      * Code shown on a clear or waive line - off the condition on
      * file, since those cards key only the sequence.
       01  WS-D-CODE-OVERRIDE            PIC X(4).
      *
      * Why the card was rejected, or what was done with it.
       01  WS-DISPOSITION-TEXT           PIC X(40).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'ACT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'SEQ'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'CODE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'CAT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'USER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE 'DISPOSITION'.
           05  FILLER                    PIC X(48) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-SEQUENCE             PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-CODE                 PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-CATEGORY             PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-USER-ID              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DISPOSITION          PIC X(40).
           05  FILLER                    PIC X(48) VALUE SPACES.
      *
       01  WS-AGE-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'STAT'.
           05  FILLER                    PIC X(3)  VALUE 'SEQ'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'CODE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(3)  VALUE 'CAT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE 'CONDITION'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ADDED'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ADDED BY'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE '  AGE'.
           05  FILLER                    PIC X(10) VALUE SPACES.
      *
       01  WS-AGE-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-A-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-STATUS               PIC X(4).
           05  WS-A-SEQUENCE             PIC 9(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-CODE                 PIC X(4).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-A-CATEGORY             PIC X(1).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-A-DESCRIPTION          PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-ADDED-DATE           PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-ADDED-BY             PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-A-AGE                  PIC ZZZZ9.
           05  FILLER                    PIC X(10) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-CAPTION              PIC X(40).
           05  WS-T-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(84) VALUE SPACES.
      *
           COPY LNAPREC.
           COPY CNDCODE.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-CARD UNTIL EOF-CARDS.
           PERFORM 5000-REPORT-OPEN-CONDITIONS.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           MOVE CND-CODE-REDEF TO CND-CODE-TABLE.
           OPEN INPUT CONDITION-CARD-FILE.
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
           OPEN INPUT APPL-MASTER-FILE.
           OPEN OUTPUT CONDITION-ACTIVITY-RPT.
           OPEN OUTPUT CONDITION-AGING-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           WRITE AGING-LINE FROM WS-AGE-HEADING-LINE.
           PERFORM 2100-READ-CARD.
      *
       2000-PROCESS-CARD.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-D-SEQUENCE.
           MOVE SPACES TO WS-D-CATEGORY.
           MOVE SPACES TO WS-D-CODE-OVERRIDE.
           PERFORM 3000-EDIT-CARD.
           IF CARD-IS-OK
               PERFORM 4000-APPLY-CARD
           ELSE
               PERFORM 7000-REJECT-CARD
           END-IF.
           PERFORM 2100-READ-CARD.
      *
       2100-READ-CARD.
           READ CONDITION-CARD-FILE
               AT END
                   SET EOF-CARDS TO TRUE
           END-READ.
      *
      * Card-level edits before either file is touched. Every card
      * names the desk member acting - the added-by or cleared-by on
      * the condition. An add keys a code on the CNDCODE table (and
      * a category, when keyed, of D, F, or P); a clear or waive keys
      * the sequence of the condition it settles.
       3000-EDIT-CARD.
           MOVE 'Y' TO WS-CARD-OK.
           MOVE SPACES TO WS-DISPOSITION-TEXT.
           IF CDC-APPL-NUMBER = SPACES
               MOVE 'N' TO WS-CARD-OK
               MOVE 'APPLICATION NUMBER MISSING'
                   TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK
                   AND NOT CDC-ACTION-ADD
                   AND NOT CDC-ACTION-CLEAR
                   AND NOT CDC-ACTION-WAIVE
               MOVE 'N' TO WS-CARD-OK
               MOVE 'ACTION MUST BE A, C, OR W' TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND CDC-USER-ID = SPACES
               MOVE 'N' TO WS-CARD-OK
               MOVE 'USER ID MISSING' TO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND CDC-ACTION-ADD
               PERFORM 3100-EDIT-ADD-CARD
           END-IF.
           IF CARD-IS-OK AND NOT CDC-ACTION-ADD
               IF CDC-SEQUENCE NOT NUMERIC
                       OR CDC-SEQUENCE-NUM = ZERO
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'CONDITION SEQUENCE MUST BE 001-999'
                       TO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
      *
       3100-EDIT-ADD-CARD.
           MOVE 'N' TO WS-CODE-FOUND.
           SET CND-IDX TO 1.
           SEARCH CND-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN CND-TBL-CODE (CND-IDX) = CDC-CODE
                   MOVE 'Y' TO WS-CODE-FOUND
           END-SEARCH.
           IF NOT CODE-WAS-FOUND
               MOVE 'N' TO WS-CARD-OK
               MOVE SPACES TO WS-DISPOSITION-TEXT
               STRING 'CONDITION CODE ' DELIMITED BY SIZE
                      CDC-CODE DELIMITED BY SIZE
                      ' NOT ON TABLE' DELIMITED BY SIZE
                   INTO WS-DISPOSITION-TEXT
           END-IF.
           IF CARD-IS-OK AND CDC-CATEGORY NOT = SPACE
               IF CDC-CATEGORY NOT = 'D' AND CDC-CATEGORY NOT = 'F'
                       AND CDC-CATEGORY NOT = 'P'
                   MOVE 'N' TO WS-CARD-OK
                   MOVE 'CATEGORY MUST BE D, F, P, OR BLANK'
                       TO WS-DISPOSITION-TEXT
               END-IF
           END-IF.
      *
      * Fetch the loan, then route the card. A declined or withdrawn
      * application takes no condition activity at all.
       4000-APPLY-CARD.
           MOVE CDC-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT MASTER-STATUS-OK
               MOVE 'APPLICATION NOT ON MASTER' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           ELSE
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
               IF APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                   STRING 'APPLICATION IS CLOSED OUT - STATUS '
                              DELIMITED BY SIZE
                          APL-STATUS DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               ELSE
                   IF CDC-ACTION-ADD
                       PERFORM 4100-ADD-CONDITION
                   ELSE
                       PERFORM 4500-SETTLE-CONDITION
                   END-IF
               END-IF
           END-IF.
      *
      * The condition takes the table's category unless the card
      * keys one. A loan already funded can only take post-closing
      * conditions - the gates the other two feed have been passed.
       4100-ADD-CONDITION.
           MOVE SPACES TO CONDITION-RECORD.
           MOVE CDC-APPL-NUMBER TO CND-APPL-NUMBER.
           MOVE CDC-CODE TO CND-CODE.
           IF CDC-CATEGORY = SPACE
               MOVE CND-TBL-CATEGORY (CND-IDX) TO CND-CATEGORY
           ELSE
               MOVE CDC-CATEGORY TO CND-CATEGORY
           END-IF.
           IF CDC-DESCRIPTION = SPACES
               MOVE CND-TBL-DESCRIPTION (CND-IDX) TO CND-DESCRIPTION
           ELSE
               MOVE CDC-DESCRIPTION TO CND-DESCRIPTION
           END-IF.
           IF (APL-STAT-FUNDED OR APL-STAT-CLOSED)
                   AND NOT CND-POST-CLOSING
               MOVE 'LOAN FUNDED - POST-CLOSING (P) ONLY'
                   TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           ELSE
               PERFORM 4200-FIND-NEXT-SEQUENCE
               IF WS-NEXT-SEQUENCE > 999
                   MOVE 'CONDITION SEQUENCES EXHAUSTED'
                       TO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               ELSE
                   PERFORM 4300-WRITE-CONDITION
               END-IF
           END-IF.
      *
      * One more than the highest sequence on file for the loan:
      * START at sequence 000 and browse to the end of its
      * conditions. The browse overlays CONDITION-RECORD, so the new
      * condition 4100 has built is saved first and restored after.
       4200-FIND-NEXT-SEQUENCE.
           MOVE CONDITION-RECORD TO WS-SAVE-CONDITION.
           MOVE 1 TO WS-NEXT-SEQUENCE.
           MOVE 'N' TO WS-SEQ-DONE.
           MOVE ZERO TO CND-SEQUENCE.
           START CONDITION-FILE KEY NOT LESS THAN CND-KEY
               INVALID KEY
                   SET SEQ-SCAN-DONE TO TRUE
           END-START.
           PERFORM 4250-SCAN-ONE-CONDITION UNTIL SEQ-SCAN-DONE.
           MOVE WS-SAVE-CONDITION TO CONDITION-RECORD.
      *
       4250-SCAN-ONE-CONDITION.
           READ CONDITION-FILE NEXT
               AT END
                   SET SEQ-SCAN-DONE TO TRUE
           END-READ.
           IF NOT SEQ-SCAN-DONE
               IF CND-APPL-NUMBER = CDC-APPL-NUMBER
                   COMPUTE WS-NEXT-SEQUENCE = CND-SEQUENCE + 1
               ELSE
                   SET SEQ-SCAN-DONE TO TRUE
               END-IF
           END-IF.
      *
       4300-WRITE-CONDITION.
           MOVE WS-NEXT-SEQUENCE TO CND-SEQUENCE.
           SET CND-OPEN TO TRUE.
           MOVE WS-TODAY TO CND-ADDED-DATE.
           MOVE CDC-USER-ID TO CND-ADDED-BY.
           MOVE SPACES TO CND-CLEARED-DATE.
           MOVE SPACES TO CND-CLEARED-BY.
           WRITE CONDITION-RECORD
               INVALID KEY
                   DISPLAY 'LNCOND - CONDITION WRITE FAILED FOR '
                       CND-APPL-NUMBER ' SEQ ' CND-SEQUENCE
                       ' STATUS ' WS-COND-STATUS
           END-WRITE.
           IF COND-STATUS-OK
               ADD 1 TO WS-ADD-COUNT
               MOVE CND-SEQUENCE TO WS-D-SEQUENCE
               MOVE CND-CATEGORY TO WS-D-CATEGORY
               MOVE CND-DESCRIPTION TO WS-DISPOSITION-TEXT
               PERFORM 6000-WRITE-DETAIL-LINE
           ELSE
               MOVE 'CONDITION WRITE FAILED' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           END-IF.
      *
      * Clear or waive: only a condition still open. Who settled it
      * and when go on the record either way; the status says which.
       4500-SETTLE-CONDITION.
           MOVE CDC-APPL-NUMBER TO CND-APPL-NUMBER.
           MOVE CDC-SEQUENCE-NUM TO CND-SEQUENCE.
           READ CONDITION-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT COND-STATUS-OK
                   MOVE 'CONDITION NOT ON FILE' TO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               WHEN NOT CND-OPEN
                   STRING 'CONDITION ALREADY SETTLED ' DELIMITED BY SIZE
                          CND-CLEARED-DATE DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
                   PERFORM 7000-REJECT-CARD
               WHEN OTHER
                   PERFORM 4600-REWRITE-SETTLED
           END-EVALUATE.
      *
       4600-REWRITE-SETTLED.
           IF CDC-ACTION-CLEAR
               SET CND-CLEARED TO TRUE
           ELSE
               SET CND-WAIVED TO TRUE
           END-IF.
           MOVE WS-TODAY TO CND-CLEARED-DATE.
           MOVE CDC-USER-ID TO CND-CLEARED-BY.
           REWRITE CONDITION-RECORD
               INVALID KEY
                   DISPLAY 'LNCOND - CONDITION REWRITE FAILED FOR '
                       CND-APPL-NUMBER ' SEQ ' CND-SEQUENCE
                       ' STATUS ' WS-COND-STATUS
           END-REWRITE.
           IF COND-STATUS-OK
               IF CDC-ACTION-CLEAR
                   ADD 1 TO WS-CLEAR-COUNT
                   STRING 'CLEARED - ' DELIMITED BY SIZE
                          CND-DESCRIPTION DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
               ELSE
                   ADD 1 TO WS-WAIVE-COUNT
                   STRING 'WAIVED - ' DELIMITED BY SIZE
                          CND-DESCRIPTION DELIMITED BY SIZE
                       INTO WS-DISPOSITION-TEXT
               END-IF
               MOVE CND-CODE TO WS-D-CODE-OVERRIDE
               MOVE CND-CATEGORY TO WS-D-CATEGORY
               PERFORM 6000-WRITE-DETAIL-LINE
           ELSE
               MOVE 'CONDITION REWRITE FAILED' TO WS-DISPOSITION-TEXT
               PERFORM 7000-REJECT-CARD
           END-IF.
      *
      * Browse the whole conditions file for what is still open. The
      * master is read once per application, not once per condition.
       5000-REPORT-OPEN-CONDITIONS.
           MOVE LOW-VALUES TO CND-KEY.
           START CONDITION-FILE KEY NOT LESS THAN CND-KEY
               INVALID KEY
                   SET EOF-COND TO TRUE
           END-START.
           IF NOT EOF-COND
               PERFORM 5100-READ-CONDITION-NEXT
           END-IF.
           PERFORM 5200-CHECK-ONE-CONDITION UNTIL EOF-COND.
           MOVE SPACES TO AGING-LINE.
           WRITE AGING-LINE.
           MOVE 'OPEN CONDITIONS 0-7 DAYS' TO WS-T-CAPTION.
           MOVE WS-AGE-0-7-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN CONDITIONS 8-15 DAYS' TO WS-T-CAPTION.
           MOVE WS-AGE-8-15-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN CONDITIONS 16-30 DAYS' TO WS-T-CAPTION.
           MOVE WS-AGE-16-30-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN CONDITIONS OVER 30 DAYS' TO WS-T-CAPTION.
           MOVE WS-AGE-OVER-30-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL OPEN CONDITIONS LISTED' TO WS-T-CAPTION.
           MOVE WS-OPEN-LISTED-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
           MOVE 'OPEN ON DECLINED/WITHDRAWN (NOT LISTED)'
               TO WS-T-CAPTION.
           MOVE WS-OPEN-DEAD-COUNT TO WS-T-COUNT.
           WRITE AGING-LINE FROM WS-TOTAL-LINE.
      *
       5100-READ-CONDITION-NEXT.
           READ CONDITION-FILE NEXT
               AT END
                   SET EOF-COND TO TRUE
           END-READ.
      *
       5200-CHECK-ONE-CONDITION.
           IF CND-OPEN
               IF CND-APPL-NUMBER NOT = WS-LAST-APPL-READ
                   PERFORM 5300-READ-LOAN-FOR-REPORT
               END-IF
               IF LOAN-IS-ON-FILE
                       AND (APL-STAT-DECLINED OR APL-STAT-WITHDRAWN)
                   ADD 1 TO WS-OPEN-DEAD-COUNT
               ELSE
                   PERFORM 5400-WRITE-AGING-LINE
               END-IF
           END-IF.
           PERFORM 5100-READ-CONDITION-NEXT.
      *
      * A condition whose application has been archived off the
      * master still lists - with no name - so it gets noticed.
       5300-READ-LOAN-FOR-REPORT.
           MOVE CND-APPL-NUMBER TO WS-LAST-APPL-READ.
           MOVE CND-APPL-NUMBER TO APPL-MASTER-KEY.
           READ APPL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MASTER-STATUS-OK
               MOVE 'Y' TO WS-LOAN-ON-FILE
               MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD
           ELSE
               MOVE 'N' TO WS-LOAN-ON-FILE
               MOVE SPACES TO LOAN-APPLICATION-RECORD
               MOVE 'NOT ON MASTER' TO APL-BORR-LNAME
           END-IF.
      *
       5400-WRITE-AGING-LINE.
           IF CND-ADDED-DATE IS NUMERIC
               MOVE CND-ADDED-DATE TO WS-ADDED-DATE-NUM
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-ADDED-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   ADD 1 TO WS-AGE-0-7-COUNT
               WHEN WS-AGE-DAYS <= 15
                   ADD 1 TO WS-AGE-8-15-COUNT
               WHEN WS-AGE-DAYS <= 30
                   ADD 1 TO WS-AGE-16-30-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-30-COUNT
           END-EVALUATE.
           ADD 1 TO WS-OPEN-LISTED-COUNT.
           MOVE CND-APPL-NUMBER TO WS-A-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-A-BORR-LNAME.
           MOVE APL-STATUS TO WS-A-STATUS.
           MOVE CND-SEQUENCE TO WS-A-SEQUENCE.
           MOVE CND-CODE TO WS-A-CODE.
           MOVE CND-CATEGORY TO WS-A-CATEGORY.
           MOVE CND-DESCRIPTION TO WS-A-DESCRIPTION.
           MOVE CND-ADDED-DATE TO WS-A-ADDED-DATE.
           MOVE CND-ADDED-BY TO WS-A-ADDED-BY.
           MOVE WS-AGE-DAYS TO WS-A-AGE.
           WRITE AGING-LINE FROM WS-AGE-DETAIL-LINE.
      *
       6000-WRITE-DETAIL-LINE.
           MOVE CDC-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE CDC-ACTION TO WS-D-ACTION.
           IF WS-D-SEQUENCE = SPACES
               MOVE CDC-SEQUENCE TO WS-D-SEQUENCE
           END-IF.
           IF WS-D-CODE-OVERRIDE = SPACES
               MOVE CDC-CODE TO WS-D-CODE
           ELSE
               MOVE WS-D-CODE-OVERRIDE TO WS-D-CODE
           END-IF.
           IF WS-D-CATEGORY = SPACES
               MOVE CDC-CATEGORY TO WS-D-CATEGORY
           END-IF.
           MOVE CDC-USER-ID TO WS-D-USER-ID.
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
           MOVE 'CONDITION CARDS READ' TO WS-T-CAPTION.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONDITIONS ADDED' TO WS-T-CAPTION.
           MOVE WS-ADD-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONDITIONS CLEARED' TO WS-T-CAPTION.
           MOVE WS-CLEAR-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CONDITIONS WAIVED' TO WS-T-CAPTION.
           MOVE WS-WAIVE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO WS-T-CAPTION.
           MOVE WS-REJECT-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           CLOSE CONDITION-CARD-FILE.
           CLOSE CONDITION-FILE.
           CLOSE APPL-MASTER-FILE.
           CLOSE CONDITION-ACTIVITY-RPT.
           CLOSE CONDITION-AGING-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNCOND - CONDITION CARDS READ:   ' WS-READ-COUNT.
           DISPLAY 'LNCOND - CONDITIONS ADDED:       ' WS-ADD-COUNT.
           DISPLAY 'LNCOND - CONDITIONS CLEARED:     ' WS-CLEAR-COUNT.
           DISPLAY 'LNCOND - CONDITIONS WAIVED:      ' WS-WAIVE-COUNT.
           DISPLAY 'LNCOND - CARDS REJECTED:         ' WS-REJECT-COUNT.
           DISPLAY 'LNCOND - OPEN CONDITIONS LISTED: '
               WS-OPEN-LISTED-COUNT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * ADDED+CLEARED+WAIVED+REJECTED proofs against READ.
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'LNCOND' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'ADDED' TO RCT-COUNTER-NAME.
           MOVE WS-ADD-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'CLEARED' TO RCT-COUNTER-NAME.
           MOVE WS-CLEAR-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'WAIVED' TO RCT-COUNTER-NAME.
           MOVE WS-WAIVE-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REJECTED' TO RCT-COUNTER-NAME.
           MOVE WS-REJECT-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
       8150-WRITE-RUN-CONTROL-REC.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-FILE-RECORD.
           WRITE RUN-CONTROL-FILE-RECORD.
