      * report of old versus new plan terms - the same arrangement
      * RATELOAD gives the rate sheet. Each sheet line carries plan
      * code, description, initial fixed period, adjustment
      * frequency, index margin, the periodic and lifetime caps, and
      * the index's current value (optional - a plan published
      * without one has its APR disclosed at the initial rate);
      * a line whose plan code is already on file replaces the terms
      * (the audit line shows the fixed/frequency it replaced), a
      * new code is added. Bad sheet lines - non-numeric months or
           05  PSH-INDEX-MARGIN-PCT         PIC 9(2)V999.
           05  PSH-PERIODIC-CAP-PCT         PIC 9(2)V999.
           05  PSH-LIFETIME-CAP-PCT         PIC 9(2)V999.
           05  PSH-INDEX-VALUE-PCT          PIC 9(2)V999.
           05  FILLER                       PIC X(2).
      *
       FD  ARM-PLAN-FILE
           RECORDING MODE IS F.
           05  FILLER                    PIC X(6)  VALUE 'MARGIN'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'CAPS P/L'.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'INDEX'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'ACTION'.
           05  FILLER                    PIC X(41) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  WS-D-LIFETIME-CAP         PIC Z9.999.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-INDEX                PIC X(6).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(10).
           05  FILLER                    PIC X(48) VALUE SPACES.
      *
       01  WS-INDEX-EDIT                 PIC Z9.999.
      *
           COPY RUNCREC.
      *
                   AND PSH-INDEX-MARGIN-PCT IS NUMERIC
                   AND PSH-PERIODIC-CAP-PCT IS NUMERIC
                   AND PSH-LIFETIME-CAP-PCT IS NUMERIC
                   AND (PSH-INDEX-VALUE-PCT IS NUMERIC
                       OR PSH-INDEX-VALUE-PCT = SPACES)
               PERFORM 4000-APPLY-SHEET-LINE
           ELSE
               ADD 1 TO WS-BAD-COUNT
               MOVE ZERO TO WS-D-MARGIN
               MOVE ZERO TO WS-D-PERIODIC-CAP
               MOVE ZERO TO WS-D-LIFETIME-CAP
               MOVE SPACES TO WS-D-INDEX
               MOVE 'BAD LINE' TO WS-D-ACTION
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.
           MOVE PSH-INDEX-MARGIN-PCT TO ARM-INDEX-MARGIN-PCT.
           MOVE PSH-PERIODIC-CAP-PCT TO ARM-PERIODIC-CAP-PCT.
           MOVE PSH-LIFETIME-CAP-PCT TO ARM-LIFETIME-CAP-PCT.
           IF PSH-INDEX-VALUE-PCT IS NUMERIC
               MOVE PSH-INDEX-VALUE-PCT TO ARM-INDEX-VALUE-PCT
           ELSE
               MOVE SPACES TO ARM-INDEX-VALUE-X
           END-IF.
      *
       6000-WRITE-AUDIT-LINE.
           MOVE PSH-PLAN-CODE TO WS-D-PLAN-CODE.
           MOVE PSH-INDEX-MARGIN-PCT TO WS-D-MARGIN.
           MOVE PSH-PERIODIC-CAP-PCT TO WS-D-PERIODIC-CAP.
           MOVE PSH-LIFETIME-CAP-PCT TO WS-D-LIFETIME-CAP.
           IF PSH-INDEX-VALUE-PCT IS NUMERIC
               MOVE PSH-INDEX-VALUE-PCT TO WS-INDEX-EDIT
               MOVE WS-INDEX-EDIT TO WS-D-INDEX
           ELSE
               MOVE 'NONE' TO WS-D-INDEX
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       8000-FINALIZE.
