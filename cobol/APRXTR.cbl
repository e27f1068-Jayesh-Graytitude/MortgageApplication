       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRXTR.
      ******************************************************************
      * APRXTR - Appraisal order extract.
      * Batch program that reads BURPRS's credit-posted application
      * extract and orders the appraisal for every application
      * entering underwriting (status UW), so the value the loan is
      * decided on stops being whatever the loan officer keyed at
      * intake. One APPRAISAL-ORDER-RECORD (see APRORD.cpy) goes to
      * the appraisal management company (AMC) per application; the
      * keyed value is kept on the master as the estimate
      * (APL-PROP-ESTIMATED-VALUE), the order date is stamped, and
      * the application is parked at PA (pending appraisal) - on the
      * master and on the extract this step writes for APRPRS, so
      * LNUNDW passes it over until the value is in. APRPRS posts
      * the AMC's return when it comes back and sends the
      * application on to underwriting.
      *
      * An application already carrying an appraisal - one released
      * from exclusion hold after its report came back - goes on to
      * underwriting without a second order. One released while its
      * order is still out is parked at PA again without ordering
      * twice. Every other status (EH, PC) passes through untouched.
      *
      * After the day's extract, a second pass sweeps the master for
      * every appraisal still on order and lists it on the aging
      * report (APRAGRPT) with days outstanding, marking the orders
      * past the AMC's turn time so the vendor can be chased, and
      * the orders on loans since withdrawn or declined so they can
      * be cancelled with the AMC before the fee is earned. Orders
      * are never regenerated here - a second order is a second
      * appraisal fee; a lost one is chased by phone.
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
           SELECT APPRAISAL-ORDER-FILE ASSIGN TO APRORDF
               ORGANIZATION IS SEQUENTIAL.
           SELECT APPL-OUTPUT-FILE ASSIGN TO APLOUT
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number. Dynamic access: read
      * by key to park each application ordered tonight, then
      * front-to-back for the outstanding-order sweep.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT AGING-RPT ASSIGN TO APRAGRPT
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
       FD  APPRAISAL-ORDER-FILE
           RECORDING MODE IS F.
       01  APPRAISAL-ORDER-FILE-RECORD      PIC X(150).
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
       FD  AGING-RPT
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
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER              VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ORDER-COUNT            PIC 9(7) VALUE ZERO.
           05  WS-REPARKED-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-APPRAISED-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-SKIPPED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PAST-DUE-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-CANCEL-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-REWRITE-FAIL-COUNT     PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * An order out longer than this many days is past the AMC's
      * agreed turn time and is marked for chasing. LNPIPE's PA
      * staleness threshold is the same figure.
       01  WS-TURN-DAYS                  PIC 9(2) VALUE 10.
      *
      * Day-count work fields for the aging arithmetic.
       01  WS-AGING.
           05  WS-AGE-FROM-DATE          PIC 9(8).
           05  WS-TODAY-NUM              PIC 9(8).
           05  WS-DAYS-OUT               PIC S9(5).
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'STATUS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'STATE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ORDERED'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'DAYS OUT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
                                             '   EST. VALUE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-STATUS               PIC X(2).
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  WS-D-PROP-STATE           PIC X(2).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-D-ORDER-DATE           PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DAYS-OUT             PIC Z(4)9-.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-EST-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-DISPOSITION          PIC X(12).
           05  FILLER                    PIC X(38) VALUE SPACES.
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
       COPY APRORD.
       COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-APPLICATION UNTIL EOF-APPL.
           PERFORM 5000-SWEEP-OUTSTANDING-ORDERS.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           OPEN INPUT APPL-INPUT-FILE.
           OPEN OUTPUT APPRAISAL-ORDER-FILE.
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
               DISPLAY 'APRXTR - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
           OPEN OUTPUT AGING-RPT.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           PERFORM 2100-READ-APPLICATION.
      *
      * Every application read goes on to APLOUT - parked at PA when
      * tonight's pass ordered (or is still waiting on) its
      * appraisal, otherwise exactly as it came in.
       2000-PROCESS-APPLICATION.
           ADD 1 TO WS-READ-COUNT.
           MOVE APPL-INPUT-RECORD TO LOAN-APPLICATION-RECORD.
           IF APL-STAT-UNDERWRITING
               PERFORM 3000-CHECK-APPRAISAL
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
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
      * An application entering underwriting with its appraisal in
      * goes straight on; one whose order is still out waits at PA
      * for it; anything else is ordered tonight.
       3000-CHECK-APPRAISAL.
           EVALUATE TRUE
               WHEN APL-APPR-RECEIVED
                   ADD 1 TO WS-APPRAISED-COUNT
               WHEN APL-APPR-ORDERED
                   SET APL-STAT-PENDING-APPRAISAL TO TRUE
                   ADD 1 TO WS-REPARKED-COUNT
                   PERFORM 3800-UPDATE-MASTER
               WHEN OTHER
                   PERFORM 3100-WRITE-ORDER
                   PERFORM 3200-PARK-FOR-APPRAISAL
                   PERFORM 3800-UPDATE-MASTER
           END-EVALUATE.
      *
       3100-WRITE-ORDER.
           MOVE SPACES TO APPRAISAL-ORDER-RECORD.
           MOVE 'A1' TO AOR-RECORD-TYPE.
           MOVE APL-APPL-NUMBER TO AOR-APPL-NUMBER.
           MOVE WS-TODAY TO AOR-ORDER-DATE.
           MOVE APL-LOAN-TYPE TO AOR-LOAN-TYPE.
           MOVE APL-LOAN-AMOUNT TO AOR-LOAN-AMOUNT.
           IF APL-PROP-APPRAISED-VALUE IS NUMERIC
               MOVE APL-PROP-APPRAISED-VALUE TO AOR-ESTIMATED-VALUE
           ELSE
               MOVE ZERO TO AOR-ESTIMATED-VALUE
           END-IF.
           MOVE APL-PROP-ADDR-LINE1 TO AOR-PROP-ADDR-LINE1.
           MOVE APL-PROP-CITY TO AOR-PROP-CITY.
           MOVE APL-PROP-STATE TO AOR-PROP-STATE.
           MOVE APL-PROP-ZIP TO AOR-PROP-ZIP.
           MOVE APL-PROP-COUNTY-CODE TO AOR-PROP-COUNTY-CODE.
           MOVE APL-BORR-LNAME TO AOR-BORR-LNAME.
           MOVE APL-BORR-FNAME TO AOR-BORR-FNAME.
           MOVE APPRAISAL-ORDER-RECORD TO APPRAISAL-ORDER-FILE-RECORD.
           WRITE APPRAISAL-ORDER-FILE-RECORD.
           ADD 1 TO WS-ORDER-COUNT.
      *
      * The keyed value becomes the estimate the return is measured
      * against, and any return fields left from an earlier order
      * are cleared so the record shows only what this order brings
      * back.
       3200-PARK-FOR-APPRAISAL.
           MOVE AOR-ESTIMATED-VALUE TO APL-PROP-ESTIMATED-VALUE.
           SET APL-APPR-ORDERED TO TRUE.
           MOVE WS-TODAY TO APL-APPR-ORDER-DATE.
           MOVE SPACES TO APL-APPR-RETURN-DATE.
           MOVE SPACES TO APL-APPR-EFFECTIVE-DATE.
           MOVE ZERO TO APL-APPR-VALUE.
           MOVE SPACES TO APL-APPR-LICENSE.
           MOVE SPACES TO APL-APPR-CONDITION.
           MOVE SPACES TO APL-APPR-FLAGS.
           SET APL-STAT-PENDING-APPRAISAL TO TRUE.
      *
      * The master's image of this application was last written by
      * BURPRS from the same extract record earlier tonight, so
      * rewriting it from LOAN-APPLICATION-RECORD with the order
      * fields and the PA status added loses nothing. A master that
      * cannot be brought current is counted and ends the step
      * RC=4: an application parked only on the extract would come
      * back UW on the master with its order already out.
       3800-UPDATE-MASTER.
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
               DISPLAY 'APRXTR - MASTER UPDATE FAILED FOR '
                   APL-APPL-NUMBER ' STATUS ' WS-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAIL-COUNT
           END-IF.
      *
      * Front-to-back sweep of the master for every appraisal still
      * on order, whatever the application's status - tonight's
      * orders included, at zero days.
       5000-SWEEP-OUTSTANDING-ORDERS.
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
           MOVE 'ORDERS OUTSTANDING' TO WS-T-CAPTION.
           MOVE WS-OUTSTANDING-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAST AMC TURN TIME' TO WS-T-CAPTION.
           MOVE WS-PAST-DUE-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TO CANCEL (LOAN WD/DC)' TO WS-T-CAPTION.
           MOVE WS-CANCEL-COUNT TO WS-T-COUNT.
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
           IF APL-APPR-ORDERED
               ADD 1 TO WS-OUTSTANDING-COUNT
               PERFORM 5300-AGE-AND-REPORT
           END-IF.
           PERFORM 5100-READ-MASTER-NEXT.
      *
      * Days outstanding run from the order date APRXTR stamped; an
      * order somehow without one ages from the application date
      * instead.
       5300-AGE-AND-REPORT.
           IF APL-APPR-ORDER-DATE IS NUMERIC
               MOVE APL-APPR-ORDER-DATE TO WS-AGE-FROM-DATE
           ELSE
               MOVE APL-APPL-DATE TO WS-AGE-FROM-DATE
           END-IF.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE).
           MOVE APL-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-D-BORR-LNAME.
           MOVE APL-STATUS TO WS-D-STATUS.
           MOVE APL-PROP-STATE TO WS-D-PROP-STATE.
           MOVE APL-APPR-ORDER-DATE TO WS-D-ORDER-DATE.
           MOVE WS-DAYS-OUT TO WS-D-DAYS-OUT.
           IF APL-PROP-ESTIMATED-VALUE IS NUMERIC
               MOVE APL-PROP-ESTIMATED-VALUE TO WS-D-EST-VALUE
           ELSE
               MOVE ZERO TO WS-D-EST-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN APL-STAT-WITHDRAWN OR APL-STAT-DECLINED
                   MOVE 'CANCEL ORDER' TO WS-D-DISPOSITION
                   ADD 1 TO WS-CANCEL-COUNT
               WHEN WS-DAYS-OUT > WS-TURN-DAYS
                   MOVE 'PAST DUE' TO WS-D-DISPOSITION
                   ADD 1 TO WS-PAST-DUE-COUNT
               WHEN OTHER
                   MOVE 'WAITING' TO WS-D-DISPOSITION
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
           CLOSE APPL-INPUT-FILE.
           CLOSE APPRAISAL-ORDER-FILE.
           CLOSE APPL-OUTPUT-FILE.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE AGING-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'APRXTR - APPLICATIONS READ:      ' WS-READ-COUNT.
           DISPLAY 'APRXTR - APPRAISALS ORDERED:     ' WS-ORDER-COUNT.
           DISPLAY 'APRXTR - ORDER OUT, RE-PARKED:   '
               WS-REPARKED-COUNT.
           DISPLAY 'APRXTR - APPRAISED, TO UW:       '
               WS-APPRAISED-COUNT.
           DISPLAY 'APRXTR - OTHER STATUS, SKIPPED:  ' WS-SKIPPED-COUNT.
           DISPLAY 'APRXTR - ORDERS OUTSTANDING:     '
               WS-OUTSTANDING-COUNT.
           DISPLAY 'APRXTR - PAST AMC TURN TIME:     '
               WS-PAST-DUE-COUNT.
           DISPLAY 'APRXTR - MASTER UPDATE FAILED:   '
               WS-REWRITE-FAIL-COUNT.
           DISPLAY 'APRXTR - HISTORY WRITE FAILED:   '
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
           MOVE 'APRXTR' TO RCT-STEP-NAME.
           MOVE 'READ' TO RCT-COUNTER-NAME.
           MOVE WS-READ-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'ORDERED' TO RCT-COUNTER-NAME.
           MOVE WS-ORDER-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'REPARKED' TO RCT-COUNTER-NAME.
           MOVE WS-REPARKED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'APPRAISED' TO RCT-COUNTER-NAME.
           MOVE WS-APPRAISED-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'SKIPPED' TO RCT-COUNTER-NAME.
           MOVE WS-SKIPPED-COUNT TO RCT-COUNT.
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
               MOVE 'APRXTR' TO APH-PROGRAM
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
                   DISPLAY 'APRXTR - HISTORY WRITE FAILED FOR '
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
