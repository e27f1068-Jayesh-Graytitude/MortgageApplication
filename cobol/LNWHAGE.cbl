       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNWHAGE.
      ******************************************************************
      * LNWHAGE - Daily warehouse line aging report.
      * Batch program that shows treasury what is sitting on each
      * warehouse line and for how long. It sweeps the application
      * master for every loan still on warehouse - funded, carrying
      * the draw LNCLOSE stamped at funding, and not yet marked
      * purchased by LNPURCH - and lists the loans line by line
      * (the lines on WHLFIL, in line-id order), oldest first, with
      * the days outstanding since funding against the line's aging
      * limit. A loan past the limit is marked OVER LIMIT, one within
      * five days of it NEAR LIMIT, so treasury can press the
      * investor or arrange a curtailment before the bank does.
      * Each line closes with its loan count, the draws outstanding
      * on the master, and the balance on WHLFIL - the two should
      * agree, and the line is marked OUT OF AGREEMENT when they do
      * not (a draw or paydown that reached one file and not the
      * other). Loans stamped with a line not on WHLFIL, or with no
      * line at all (funded while no line file was loaded), are
      * listed under that id with no limit to age against.
      * Funded loans that predate the draw stamp are not listed -
      * their advance was never recorded. Ends RC=4 when any loan is
      * over its line's aging limit or any line is out of agreement.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The persistent application master, read front to back.
           SELECT APPL-MASTER-FILE ASSIGN TO LNAPFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APPL-MASTER-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
      * VSAM KSDS, keyed on warehouse line id (see WHLREC.cpy).
           SELECT WAREHOUSE-LINE-FILE ASSIGN TO WHLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WHL-LINE-ID
               FILE STATUS IS WS-WHL-STATUS.
      *
           SELECT AGING-RPT ASSIGN TO WHAGRPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
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
       FD  WAREHOUSE-LINE-FILE
           RECORDING MODE IS F.
           COPY WHLREC.
      *
       FD  AGING-RPT
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-MASTER             PIC X VALUE 'N'.
               88  EOF-MASTER              VALUE 'Y'.
           05  WS-EOF-WHL                PIC X VALUE 'N'.
               88  EOF-WHL                 VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-WHL-STATUS             PIC XX.
               88  WHL-STATUS-OK           VALUE '00'.
               88  WHL-FILE-EMPTY          VALUE '35'.
           05  WS-LINES-ON-FILE          PIC X VALUE 'Y'.
               88  LINES-ON-FILE           VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-ON-WHSE-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NEAR-LIMIT-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-DISAGREE-COUNT         PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
       01  WS-TODAY-NUM                  PIC 9(8).
       01  WS-FUNDED-DATE-NUM            PIC 9(8).
       01  WS-DAYS-OUT                   PIC 9(5).
      *
      * How close to the aging limit a loan counts as near it.
       01  WS-NEAR-LIMIT-DAYS            PIC 9(3) VALUE 5.
      *
      * The warehouse lines in line-id order, followed by any line
      * id found on a loan but not on WHLFIL (spaces = funded on no
      * line); the latter carry a zero limit and aging limit, which
      * means none. Per-line loan counts and draw totals accumulate
      * here as the sweep tables the loans.
       01  WS-WHL-TABLE.
           05  WS-WHL-ENTRY OCCURS 25 TIMES.
               10  WS-WHL-LINE-ID        PIC X(4).
               10  WS-WHL-BANK-NAME      PIC X(20).
               10  WS-WHL-LIMIT          PIC 9(11)V99 COMP-3.
               10  WS-WHL-BALANCE        PIC 9(11)V99 COMP-3.
               10  WS-WHL-AGING-DAYS     PIC 9(3).
               10  WS-WHL-ON-FILE        PIC X(1).
                   88  WHL-ENTRY-ON-FILE   VALUE 'Y'.
               10  WS-WHL-LOANS          PIC 9(5).
               10  WS-WHL-DRAWS          PIC 9(11)V99 COMP-3.
               10  WS-WHL-OVER           PIC 9(5).
       01  WS-WHL-USED                   PIC 9(2) VALUE ZERO.
       01  WS-WHL-SUB                    PIC 9(2).
       01  WS-WHL-FOUND                  PIC 9(2).
      *
      * The loans on warehouse, kept in report order as they are
      * tabled - by line slot, then days outstanding, longest first.
      * Two thousand is several months of fundings at today's
      * volume; loans rarely sit on a line more than a few weeks.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-WHL-SUB         PIC 9(2).
               10  WS-LN-DAYS            PIC 9(5).
               10  WS-LN-APPL-NUMBER     PIC X(10).
               10  WS-LN-BORR-LNAME      PIC X(20).
               10  WS-LN-INVESTOR        PIC X(4).
               10  WS-LN-COMMIT-NUMBER   PIC X(10).
               10  WS-LN-FUNDED-DATE     PIC X(8).
               10  WS-LN-DRAW            PIC 9(9)V99 COMP-3.
       01  WS-LOAN-USED                  PIC 9(4) VALUE ZERO.
       01  WS-LOAN-SUB                   PIC 9(4).
       01  WS-INSERT-SUB                 PIC 9(4).
       01  WS-MOVE-SUB                   PIC 9(4).
      *
       01  WS-LIMIT-LESS-NEAR            PIC S9(5).
      *
       01  WS-LINE-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'LINE '.
           05  WS-LH-LINE-ID             PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-LH-BANK-NAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LIMIT '.
           05  WS-LH-LIMIT               PIC Z(10)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'BALANCE '.
           05  WS-LH-BALANCE             PIC Z(10)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'AGING LIMIT '.
           05  WS-LH-AGING-DAYS          PIC ZZ9.
           05  FILLER                    PIC X(5)  VALUE ' DAYS'.
           05  FILLER                    PIC X(30) VALUE SPACES.
      *
       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NBR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'INV'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'COMMITMENT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'FUNDED'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE ' DAYS'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE
                                             '  DRAW'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'AGING'.
           05  FILLER                    PIC X(36) VALUE SPACES.
      *
       01  WS-LOAN-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  WS-L-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-INVESTOR             PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-COMMIT-NUMBER        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-FUNDED-DATE          PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-DAYS                 PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-DRAW                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-L-AGING                PIC X(10).
           05  FILLER                    PIC X(36) VALUE SPACES.
      *
       01  WS-LINE-TOTAL-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'LOANS '.
           05  WS-LT-LOANS               PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'OVER LIMIT '.
           05  WS-LT-OVER                PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE 'DRAWS OUTSTANDING '.
           05  WS-LT-DRAWS               PIC Z(10)9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-LT-AGREEMENT           PIC X(20).
           05  FILLER                    PIC X(42) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-C-CAPTION              PIC X(30).
           05  WS-C-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(94) VALUE SPACES.
      *
           COPY LNAPREC.
           COPY RUNCREC.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-MASTER UNTIL EOF-MASTER.
           PERFORM 5000-PRINT-REPORT.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           OPEN INPUT APPL-MASTER-FILE.
           OPEN INPUT WAREHOUSE-LINE-FILE.
           IF WHL-FILE-EMPTY
               DISPLAY 'LNWHAGE - NO WAREHOUSE LINE FILE ON FILE'
               MOVE 'N' TO WS-LINES-ON-FILE
           ELSE
               PERFORM 1150-READ-LINE-NEXT
               PERFORM 1100-TABLE-ONE-LINE UNTIL EOF-WHL
           END-IF.
           OPEN OUTPUT AGING-RPT.
           PERFORM 2100-READ-MASTER.
      *
       1100-TABLE-ONE-LINE.
           IF WS-WHL-USED >= 25
               DISPLAY 'LNWHAGE - WAREHOUSE LINE TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WHL-USED.
           MOVE WS-WHL-USED TO WS-WHL-SUB.
           MOVE WHL-LINE-ID TO WS-WHL-LINE-ID (WS-WHL-SUB).
           MOVE WHL-BANK-NAME TO WS-WHL-BANK-NAME (WS-WHL-SUB).
           MOVE WHL-LINE-LIMIT TO WS-WHL-LIMIT (WS-WHL-SUB).
           MOVE WHL-BALANCE TO WS-WHL-BALANCE (WS-WHL-SUB).
           MOVE WHL-AGING-LIMIT-DAYS TO WS-WHL-AGING-DAYS (WS-WHL-SUB).
           MOVE 'Y' TO WS-WHL-ON-FILE (WS-WHL-SUB).
           MOVE ZERO TO WS-WHL-LOANS (WS-WHL-SUB).
           MOVE ZERO TO WS-WHL-DRAWS (WS-WHL-SUB).
           MOVE ZERO TO WS-WHL-OVER (WS-WHL-SUB).
           PERFORM 1150-READ-LINE-NEXT.
      *
       1150-READ-LINE-NEXT.
           READ WAREHOUSE-LINE-FILE
               AT END
                   SET EOF-WHL TO TRUE
           END-READ.
           IF NOT EOF-WHL AND NOT WHL-STATUS-OK
               SET EOF-WHL TO TRUE
           END-IF.
      *
      * On warehouse: funded, draw stamped, not yet purchased.
       2000-PROCESS-MASTER.
           ADD 1 TO WS-READ-COUNT.
           MOVE APPL-MASTER-RECORD TO LOAN-APPLICATION-RECORD.
           IF APL-STAT-FUNDED
                   AND APL-WAREHOUSE-DRAW-AMT IS NUMERIC
                   AND NOT APL-INVESTOR-PURCHASED
               PERFORM 3000-TABLE-LOAN
           END-IF.
           PERFORM 2100-READ-MASTER.
      *
       2100-READ-MASTER.
           READ APPL-MASTER-FILE
               AT END
                   SET EOF-MASTER TO TRUE
           END-READ.
      *
       3000-TABLE-LOAN.
           IF WS-LOAN-USED >= 2000
               DISPLAY 'LNWHAGE - LOAN TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ON-WHSE-COUNT.
           PERFORM 3100-FIND-LINE-SLOT.
           IF APL-FUNDED-DATE IS NUMERIC
               MOVE APL-FUNDED-DATE TO WS-FUNDED-DATE-NUM
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-FUNDED-DATE-NUM)
           ELSE
               MOVE ZERO TO WS-DAYS-OUT
           END-IF.
           ADD 1 TO WS-WHL-LOANS (WS-WHL-FOUND).
           ADD APL-WAREHOUSE-DRAW-AMT TO WS-WHL-DRAWS (WS-WHL-FOUND).
           PERFORM 3200-FIND-INSERT-POINT.
           PERFORM 3300-SHIFT-ONE-ENTRY
               VARYING WS-MOVE-SUB FROM WS-LOAN-USED BY -1
               UNTIL WS-MOVE-SUB < WS-INSERT-SUB.
           ADD 1 TO WS-LOAN-USED.
           MOVE WS-WHL-FOUND TO WS-LN-WHL-SUB (WS-INSERT-SUB).
           MOVE WS-DAYS-OUT TO WS-LN-DAYS (WS-INSERT-SUB).
           MOVE APL-APPL-NUMBER TO WS-LN-APPL-NUMBER (WS-INSERT-SUB).
           MOVE APL-BORR-LNAME TO WS-LN-BORR-LNAME (WS-INSERT-SUB).
           MOVE APL-INVESTOR-ID TO WS-LN-INVESTOR (WS-INSERT-SUB).
           MOVE APL-COMMITMENT-NUMBER
               TO WS-LN-COMMIT-NUMBER (WS-INSERT-SUB).
           MOVE APL-FUNDED-DATE TO WS-LN-FUNDED-DATE (WS-INSERT-SUB).
           MOVE APL-WAREHOUSE-DRAW-AMT TO WS-LN-DRAW (WS-INSERT-SUB).
      *
      * The loan's line in the table - added at the end, with no
      * limits, when the line is not on WHLFIL.
       3100-FIND-LINE-SLOT.
           MOVE ZERO TO WS-WHL-FOUND.
           PERFORM 3150-TEST-ONE-LINE
               VARYING WS-WHL-SUB FROM 1 BY 1
               UNTIL WS-WHL-SUB > WS-WHL-USED
                  OR WS-WHL-FOUND > ZERO.
           IF WS-WHL-FOUND = ZERO
               IF WS-WHL-USED >= 25
                   DISPLAY 'LNWHAGE - WAREHOUSE LINE TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WHL-USED
               MOVE WS-WHL-USED TO WS-WHL-FOUND
               MOVE APL-WAREHOUSE-LINE-ID
                   TO WS-WHL-LINE-ID (WS-WHL-FOUND)
               IF APL-WAREHOUSE-LINE-ID = SPACES
                   MOVE '*** FUNDED ON NO LINE'
                       TO WS-WHL-BANK-NAME (WS-WHL-FOUND)
               ELSE
                   MOVE '*** NOT ON LINE FILE'
                       TO WS-WHL-BANK-NAME (WS-WHL-FOUND)
               END-IF
               MOVE ZERO TO WS-WHL-LIMIT (WS-WHL-FOUND)
               MOVE ZERO TO WS-WHL-BALANCE (WS-WHL-FOUND)
               MOVE ZERO TO WS-WHL-AGING-DAYS (WS-WHL-FOUND)
               MOVE 'N' TO WS-WHL-ON-FILE (WS-WHL-FOUND)
               MOVE ZERO TO WS-WHL-LOANS (WS-WHL-FOUND)
               MOVE ZERO TO WS-WHL-DRAWS (WS-WHL-FOUND)
               MOVE ZERO TO WS-WHL-OVER (WS-WHL-FOUND)
           END-IF.
      *
       3150-TEST-ONE-LINE.
           IF WS-WHL-LINE-ID (WS-WHL-SUB) = APL-WAREHOUSE-LINE-ID
               MOVE WS-WHL-SUB TO WS-WHL-FOUND
           END-IF.
      *
      * The first tabled loan that belongs after this one - a later
      * line slot, or the same slot and fewer days out. None, and it
      * goes on the end.
       3200-FIND-INSERT-POINT.
           COMPUTE WS-INSERT-SUB = WS-LOAN-USED + 1.
           PERFORM 3250-TEST-ONE-POSITION
               VARYING WS-LOAN-SUB FROM 1 BY 1
               UNTIL WS-LOAN-SUB > WS-LOAN-USED
                  OR WS-INSERT-SUB NOT > WS-LOAN-USED.
      *
       3250-TEST-ONE-POSITION.
           IF WS-LN-WHL-SUB (WS-LOAN-SUB) > WS-WHL-FOUND
                   OR (WS-LN-WHL-SUB (WS-LOAN-SUB) = WS-WHL-FOUND
                       AND WS-LN-DAYS (WS-LOAN-SUB) < WS-DAYS-OUT)
               MOVE WS-LOAN-SUB TO WS-INSERT-SUB
           END-IF.
      *
       3300-SHIFT-ONE-ENTRY.
           MOVE WS-LOAN-ENTRY (WS-MOVE-SUB)
               TO WS-LOAN-ENTRY (WS-MOVE-SUB + 1).
      *
       5000-PRINT-REPORT.
           MOVE 1 TO WS-LOAN-SUB.
           PERFORM 5100-PRINT-ONE-LINE
               VARYING WS-WHL-SUB FROM 1 BY 1
               UNTIL WS-WHL-SUB > WS-WHL-USED.
      *
      * The line's heading, its loans (the table is in line order,
      * so they follow on from wherever the last line's left off),
      * and its totals with the balance agreement test. A line not
      * on WHLFIL has no balance to agree with.
       5100-PRINT-ONE-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WHL-LINE-ID (WS-WHL-SUB) TO WS-LH-LINE-ID.
           MOVE WS-WHL-BANK-NAME (WS-WHL-SUB) TO WS-LH-BANK-NAME.
           MOVE WS-WHL-LIMIT (WS-WHL-SUB) TO WS-LH-LIMIT.
           MOVE WS-WHL-BALANCE (WS-WHL-SUB) TO WS-LH-BALANCE.
           MOVE WS-WHL-AGING-DAYS (WS-WHL-SUB) TO WS-LH-AGING-DAYS.
           WRITE REPORT-LINE FROM WS-LINE-HEADING-LINE.
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING-LINE.
           PERFORM 5200-PRINT-ONE-LOAN
               UNTIL WS-LOAN-SUB > WS-LOAN-USED
                  OR WS-LN-WHL-SUB (WS-LOAN-SUB) NOT = WS-WHL-SUB.
           MOVE WS-WHL-LOANS (WS-WHL-SUB) TO WS-LT-LOANS.
           MOVE WS-WHL-OVER (WS-WHL-SUB) TO WS-LT-OVER.
           MOVE WS-WHL-DRAWS (WS-WHL-SUB) TO WS-LT-DRAWS.
           IF NOT WHL-ENTRY-ON-FILE (WS-WHL-SUB)
               MOVE SPACES TO WS-LT-AGREEMENT
           ELSE
               IF WS-WHL-DRAWS (WS-WHL-SUB)
                       = WS-WHL-BALANCE (WS-WHL-SUB)
                   MOVE 'AGREES WITH BALANCE' TO WS-LT-AGREEMENT
               ELSE
                   MOVE 'OUT OF AGREEMENT' TO WS-LT-AGREEMENT
                   ADD 1 TO WS-DISAGREE-COUNT
               END-IF
           END-IF.
           WRITE REPORT-LINE FROM WS-LINE-TOTAL-LINE.
      *
       5200-PRINT-ONE-LOAN.
           MOVE WS-LN-APPL-NUMBER (WS-LOAN-SUB) TO WS-L-APPL-NUMBER.
           MOVE WS-LN-BORR-LNAME (WS-LOAN-SUB) TO WS-L-BORR-LNAME.
           MOVE WS-LN-INVESTOR (WS-LOAN-SUB) TO WS-L-INVESTOR.
           MOVE WS-LN-COMMIT-NUMBER (WS-LOAN-SUB)
               TO WS-L-COMMIT-NUMBER.
           MOVE WS-LN-FUNDED-DATE (WS-LOAN-SUB) TO WS-L-FUNDED-DATE.
           MOVE WS-LN-DAYS (WS-LOAN-SUB) TO WS-L-DAYS.
           MOVE WS-LN-DRAW (WS-LOAN-SUB) TO WS-L-DRAW.
           MOVE SPACES TO WS-L-AGING.
           IF WS-WHL-AGING-DAYS (WS-WHL-SUB) > ZERO
               COMPUTE WS-LIMIT-LESS-NEAR =
                   WS-WHL-AGING-DAYS (WS-WHL-SUB) - WS-NEAR-LIMIT-DAYS
               EVALUATE TRUE
                   WHEN WS-LN-DAYS (WS-LOAN-SUB)
                           > WS-WHL-AGING-DAYS (WS-WHL-SUB)
                       MOVE 'OVER LIMIT' TO WS-L-AGING
                       ADD 1 TO WS-WHL-OVER (WS-WHL-SUB)
                       ADD 1 TO WS-OVER-LIMIT-COUNT
                   WHEN WS-LN-DAYS (WS-LOAN-SUB) >= WS-LIMIT-LESS-NEAR
                       MOVE 'NEAR LIMIT' TO WS-L-AGING
                       ADD 1 TO WS-NEAR-LIMIT-COUNT
               END-EVALUATE
           END-IF.
           WRITE REPORT-LINE FROM WS-LOAN-LINE.
           ADD 1 TO WS-LOAN-SUB.
      *
       8000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOANS ON WAREHOUSE' TO WS-C-CAPTION.
           MOVE WS-ON-WHSE-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'OVER AGING LIMIT' TO WS-C-CAPTION.
           MOVE WS-OVER-LIMIT-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NEAR AGING LIMIT' TO WS-C-CAPTION.
           MOVE WS-NEAR-LIMIT-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LINES OUT OF AGREEMENT' TO WS-C-CAPTION.
           MOVE WS-DISAGREE-COUNT TO WS-C-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
           CLOSE APPL-MASTER-FILE.
           IF LINES-ON-FILE
               CLOSE WAREHOUSE-LINE-FILE
           END-IF.
           CLOSE AGING-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNWHAGE - MASTER RECORDS READ:  ' WS-READ-COUNT.
           DISPLAY 'LNWHAGE - LOANS ON WAREHOUSE:   ' WS-ON-WHSE-COUNT.
           DISPLAY 'LNWHAGE - OVER AGING LIMIT:     '
               WS-OVER-LIMIT-COUNT.
           DISPLAY 'LNWHAGE - NEAR AGING LIMIT:     '
               WS-NEAR-LIMIT-COUNT.
           DISPLAY 'LNWHAGE - LINES OUT OF AGREEMENT: '
               WS-DISAGREE-COUNT.
           IF WS-OVER-LIMIT-COUNT > ZERO
                   OR WS-DISAGREE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8100-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE WS-TODAY TO RCT-RUN-DATE.
           MOVE 'LNWHAGE' TO RCT-STEP-NAME.
           MOVE 'ONWHSE' TO RCT-COUNTER-NAME.
           MOVE WS-ON-WHSE-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           MOVE 'OVERAGE' TO RCT-COUNTER-NAME.
           MOVE WS-OVER-LIMIT-COUNT TO RCT-COUNT.
           PERFORM 8150-WRITE-RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.
      *
       8150-WRITE-RUN-CONTROL-REC.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-FILE-RECORD.
           WRITE RUN-CONTROL-FILE-RECORD.
