      * parameter card giving the from/to dates (YYYYMMDD) and lists
      * every audit record whose timestamp date falls in that range,
      * one line per action, in the order the audit file was written.
      * A name-match review decision from the EXRV transaction
      * (EXCLREV) - CLEARED as a false positive or CONFIRMed as a
      * match - also shows the review queue entry it decided: the
      * application and party, the entry's status before and after,
      * and HOLD PLACED when the confirm put the application on
      * exclusion hold.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM ESDS - append-only, read here in entry sequence just as
      * EXCLUDE, EXCLREV and SDNLOAD write it.
           SELECT AUDIT-FILE-IN ASSIGN TO AUDTFIL
               ORGANIZATION IS SEQUENTIAL.
      *
       01  WS-FROM-DATE                  PIC X(8).
       01  WS-TO-DATE                    PIC X(8).
       01  WS-AUDIT-DATE                 PIC X(8).
      *
      * The review queue entry a review decision carries.
       COPY SCRQREC.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-TERMID               PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-ACTION               PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-D-KEY                  PIC X(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-D-REVIEW.
               10  WS-D-APPL-LIT         PIC X(5).
               10  WS-D-APPL-NUMBER      PIC X(10).
               10  FILLER                PIC X(1).
               10  WS-D-PARTY-LIT        PIC X(6).
               10  WS-D-PARTY            PIC X(1).
               10  FILLER                PIC X(1).
               10  WS-D-STATUS-LIT       PIC X(7).
               10  WS-D-OLD-STATUS       PIC X(1).
               10  WS-D-TO-LIT           PIC X(4).
               10  WS-D-NEW-STATUS       PIC X(1).
               10  FILLER                PIC X(1).
               10  WS-D-HOLD             PIC X(12).
           05  FILLER                    PIC X(20) VALUE SPACES.
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'TERM'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ACTION'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'KEY'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(15)
                                         VALUE 'REVIEW DECISION'.
           05  FILLER                    PIC X(55) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
                    MOVE 'CHANGE' TO WS-D-ACTION
               WHEN AUD-ACTION-DELETE
                    MOVE 'DELETE' TO WS-D-ACTION
               WHEN AUD-ACTION-CLEARED
                    MOVE 'CLEARED' TO WS-D-ACTION
               WHEN AUD-ACTION-CONFIRMED
                    MOVE 'CONFIRM' TO WS-D-ACTION
               WHEN OTHER
                    MOVE '?'      TO WS-D-ACTION
           END-EVALUATE.
           MOVE AUD-KEY TO WS-D-KEY.
           IF AUD-ACTION-REVIEW
               PERFORM 3100-FORMAT-REVIEW-DECISION
           END-IF.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
      * The queue entry a review decision carries, as decided.
       3100-FORMAT-REVIEW-DECISION.
           MOVE AUD-REVIEW-RECORD TO SCREEN-QUEUE-RECORD.
           MOVE 'APPL' TO WS-D-APPL-LIT.
           MOVE SRQ-APPL-NUMBER TO WS-D-APPL-NUMBER.
           MOVE 'PARTY' TO WS-D-PARTY-LIT.
           MOVE SRQ-PARTY TO WS-D-PARTY.
           MOVE 'STATUS' TO WS-D-STATUS-LIT.
           MOVE AUD-REVIEW-OLD-STATUS TO WS-D-OLD-STATUS.
           MOVE ' TO' TO WS-D-TO-LIT.
           MOVE SRQ-STATUS TO WS-D-NEW-STATUS.
           IF AUD-REVIEW-HOLD-WAS-PLACED
               MOVE 'HOLD PLACED' TO WS-D-HOLD
           END-IF.
      *
       8000-FINALIZE.
           CLOSE AUDIT-FILE-IN.
