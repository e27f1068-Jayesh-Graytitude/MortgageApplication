      * go to a reject file (REJREC: the untouched intake image plus
      * the edit error codes that knocked it out) with a printed edit
      * report, one line per application per error. Data entry
      * corrects the first 600 bytes of a reject and resubmits it on
      * the next day's run by concatenating the corrected rejects
      * ahead of the new day's keying - nothing bad ever reaches
      * LNAPFIL, and nothing rejected needs a hand-patch of the
       FILE SECTION.
       FD  RAW-INTAKE-FILE
           RECORDING MODE IS F.
       01  RAW-INTAKE-RECORD                PIC X(600).
      *
       FD  EDITED-INTAKE-FILE
           RECORDING MODE IS F.
       01  EDITED-INTAKE-RECORD             PIC X(600).
      *
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  REJECT-FILE-RECORD               PIC X(624).
      *
       FD  EDIT-REPORT-FILE
           RECORDING MODE IS F.
               END-IF
           END-IF.
      *
      * Lock period is optional too (LNAPPL defaults a blank one to
      * 30 days), but a keyed one must be a term the lock desk
      * actually offers.
           IF APL-LOCK-PERIOD-DAYS NOT = SPACES
               IF APL-LOCK-PERIOD-DAYS NOT = 15
                       AND APL-LOCK-PERIOD-DAYS NOT = 30
                       AND APL-LOCK-PERIOD-DAYS NOT = 45
                       AND APL-LOCK-PERIOD-DAYS NOT = 60
                   MOVE 'EH' TO WS-D-ERROR-CODE
                   PERFORM 3900-FILE-ERROR-CODE
               END-IF
           END-IF.
      *
      * County and household size are optional (the guideline lookup
      * falls back to the statewide row, the household to the
      * borrowers on the application), but keyed ones must be real:
      * they pick the loan limit and size the VA and USDA tests.
           IF APL-PROP-COUNTY-CODE NOT = SPACES
                   AND APL-PROP-COUNTY-CODE NOT NUMERIC
               MOVE 'EI' TO WS-D-ERROR-CODE
               PERFORM 3900-FILE-ERROR-CODE
           END-IF.
           IF APL-HOUSEHOLD-SIZE NOT = SPACES
               IF APL-HOUSEHOLD-SIZE NOT NUMERIC
                       OR APL-HOUSEHOLD-SIZE = ZERO
                       OR APL-HOUSEHOLD-SIZE > 20
                   MOVE 'EJ' TO WS-D-ERROR-CODE
                   PERFORM 3900-FILE-ERROR-CODE
               END-IF
           END-IF.
      *
      * Files the code in WS-D-ERROR-CODE into the reject record's
      * code list and prints the matching report line. REJREC carries
      * ten code slots; an eleventh edit failure on one record is
