       IDENTIFICATION DIVISION.
       PROGRAM-ID. APHPRT.
      ******************************************************************
      * APHPRT - Prints the application history (APHFIL) for an
      * examiner or a repurchase demand - the life of one loan, or
      * every change made in a date range - the loan-side companion
      * of AUDPRT. Reads a single parameter card: an application
      * number (blank = every application), a from/to date range
      * (YYYYMMDD, blank = no limit), and an intake-detail switch.
      * Each history entry prints a line giving when, which program
      * and who, the action, and the status it moved the loan from
      * and to; under it, one line per master field that the write
      * changed, with its value before and after - worked out by
      * comparing the entry's two record images a field at a time
      * against the LNAPREC field list (APHFLD). An intake or a
      * restore has no before image, so its fields are listed only
      * when the intake-detail switch is Y; an archive entry changes
      * nothing and lists none. Entries come out by application, in
      * the order they happened. Ends RC=4 when a single application
      * was asked for and it has no history on file.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL.
      *
      * VSAM KSDS, keyed on application number + change date/time +
      * sequence (see APHREC.cpy). Dynamic access: START at the
      * requested application, or read the whole file from the top.
           SELECT HISTORY-FILE ASSIGN TO APHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-APPL-NUMBER             PIC X(10).
           05  PARM-FROM-DATE               PIC X(8).
           05  PARM-TO-DATE                 PIC X(8).
           05  PARM-INTAKE-DETAIL           PIC X(1).
           05  FILLER                       PIC X(53).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                      PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-HIST               PIC X VALUE 'N'.
               88  EOF-HIST                VALUE 'Y'.
           05  WS-HIST-STATUS            PIC XX.
               88  HIST-STATUS-OK          VALUE '00'.
               88  HIST-FILE-EMPTY         VALUE '35'.
           05  WS-INTAKE-DETAIL          PIC X VALUE 'N'.
               88  INTAKE-DETAIL-WANTED    VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-LISTED-COUNT           PIC 9(7) VALUE ZERO.
           05  WS-FIELD-COUNT            PIC 9(7) VALUE ZERO.
      *
       01  WS-WANTED-APPL-NUMBER         PIC X(10).
       01  WS-FROM-DATE                  PIC X(8).
       01  WS-TO-DATE                    PIC X(8).
       01  WS-LAST-APPL-NUMBER           PIC X(10) VALUE SPACES.
      *
      * One field's value out of a record image, ready to print.
      * Numeric fields are lined up in a zero-filled work area - a
      * packed field behind leading low-value bytes, which read as
      * leading zero digits - and shown edited to the field's own
      * number of decimals; a numeric field holding spaces (not yet
      * filled on a record that predates it) shows as BLANK.
       01  WS-IMAGE                      PIC X(600).
       01  WS-VALUE-TEXT                 PIC X(30).
       01  WS-PACKED-AREA                PIC X(6).
       01  WS-PACKED-VALUE REDEFINES WS-PACKED-AREA
                                         PIC S9(11) COMP-3.
       01  WS-ZONED-AREA                 PIC X(11).
       01  WS-ZONED-VALUE REDEFINES WS-ZONED-AREA
                                         PIC 9(11).
       01  WS-FIELD-VALUE                PIC S9(11)V999.
       01  WS-EDIT-DEC-0                 PIC -(10)9.
       01  WS-EDIT-DEC-2                 PIC -(10)9.99.
       01  WS-EDIT-DEC-3                 PIC -(10)9.999.
       01  WS-START-POS                  PIC 9(2).
      *
           COPY APHFLD.
      *
       01  WS-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'APPLICATION HISTORY - APPL'.
           05  WS-H-APPL                 PIC X(10).
           05  FILLER                    PIC X(8)  VALUE '  FROM '.
           05  WS-H-FROM                 PIC X(8).
           05  FILLER                    PIC X(6)  VALUE '  TO '.
           05  WS-H-TO                   PIC X(8).
           05  FILLER                    PIC X(61) VALUE SPACES.
      *
       01  WS-ENTRY-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-E-APPL                 PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-DATE                 PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-E-TIME                 PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-PROGRAM              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-USERID               PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-E-ACTION               PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'STATUS '.
           05  WS-E-OLD-STATUS           PIC X(2).
           05  FILLER                    PIC X(4)  VALUE ' -> '.
           05  WS-E-NEW-STATUS           PIC X(2).
           05  FILLER                    PIC X(7)  VALUE '  TERM '.
           05  WS-E-TERMID               PIC X(4).
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-FIELD-HEAD-LINE.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  FILLER                    PIC X(22) VALUE 'FIELD'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'BEFORE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'AFTER'.
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-FIELD-LINE.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  WS-F-NAME                 PIC X(22).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-F-BEFORE               PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-F-AFTER                PIC X(30).
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-CAPTION              PIC X(30).
           05  WS-T-COUNT                PIC Z(6)9.
           05  FILLER                    PIC X(94) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-HISTORY UNTIL EOF-HIST.
           PERFORM 8000-FINALIZE.
           STOP RUN.
      *
       1000-INITIALIZE.
           MOVE APF-FIELD-REDEF TO APF-FIELD-TABLE.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE INTO PARM-RECORD
               AT END
                   MOVE SPACES TO PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.
           MOVE PARM-APPL-NUMBER TO WS-WANTED-APPL-NUMBER.
           MOVE PARM-FROM-DATE TO WS-FROM-DATE.
           MOVE PARM-TO-DATE TO WS-TO-DATE.
           IF WS-FROM-DATE = SPACES
               MOVE LOW-VALUES TO WS-FROM-DATE
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-TO-DATE
           END-IF.
           IF PARM-INTAKE-DETAIL = 'Y'
               MOVE 'Y' TO WS-INTAKE-DETAIL
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-WANTED-APPL-NUMBER TO WS-H-APPL.
           IF WS-WANTED-APPL-NUMBER = SPACES
               MOVE 'ALL' TO WS-H-APPL
           END-IF.
           MOVE PARM-FROM-DATE TO WS-H-FROM.
           MOVE PARM-TO-DATE TO WS-H-TO.
           WRITE REPORT-LINE FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT HISTORY-FILE.
           IF HIST-FILE-EMPTY
               DISPLAY 'APHPRT - NO APPLICATION HISTORY ON FILE'
               SET EOF-HIST TO TRUE
           ELSE
               PERFORM 1100-POSITION-HISTORY
           END-IF.
      *
      * A single application starts at its first entry; otherwise
      * the whole file is read from the top.
       1100-POSITION-HISTORY.
           IF WS-WANTED-APPL-NUMBER NOT = SPACES
               MOVE LOW-VALUES TO APH-KEY
               MOVE WS-WANTED-APPL-NUMBER TO APH-APPL-NUMBER
               START HISTORY-FILE KEY IS NOT LESS THAN APH-KEY
                   INVALID KEY
                       SET EOF-HIST TO TRUE
               END-START
           END-IF.
           IF NOT EOF-HIST
               PERFORM 2100-READ-HISTORY
           END-IF.
      *
       2000-PROCESS-HISTORY.
           ADD 1 TO WS-READ-COUNT.
           IF APH-CHANGE-DATE >= WS-FROM-DATE
                   AND APH-CHANGE-DATE <= WS-TO-DATE
               PERFORM 3000-LIST-ENTRY
           END-IF.
           PERFORM 2100-READ-HISTORY.
      *
       2100-READ-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET EOF-HIST TO TRUE
           END-READ.
           IF NOT EOF-HIST
               IF NOT HIST-STATUS-OK
                   DISPLAY 'APHPRT - HISTORY READ FAILED, STATUS '
                       WS-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET EOF-HIST TO TRUE
               ELSE
                   IF WS-WANTED-APPL-NUMBER NOT = SPACES
                           AND APH-APPL-NUMBER
                               NOT = WS-WANTED-APPL-NUMBER
                       SET EOF-HIST TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
      * The entry line, then its changed fields. A blank line sets
      * each application's entries off from the last one's.
       3000-LIST-ENTRY.
           ADD 1 TO WS-LISTED-COUNT.
           IF APH-APPL-NUMBER NOT = WS-LAST-APPL-NUMBER
                   AND WS-LAST-APPL-NUMBER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE APH-APPL-NUMBER TO WS-LAST-APPL-NUMBER.
           MOVE APH-APPL-NUMBER TO WS-E-APPL.
           MOVE APH-CHANGE-DATE TO WS-E-DATE.
           MOVE APH-CHANGE-TIME TO WS-E-TIME.
           MOVE APH-PROGRAM TO WS-E-PROGRAM.
           MOVE APH-USERID TO WS-E-USERID.
           IF APH-USERID = SPACES
               MOVE 'BATCH' TO WS-E-USERID
           END-IF.
           MOVE APH-TERMID TO WS-E-TERMID.
           EVALUATE TRUE
               WHEN APH-ACTION-ADD
                   MOVE 'INTAKE' TO WS-E-ACTION
               WHEN APH-ACTION-CHANGE
                   MOVE 'CHANGE' TO WS-E-ACTION
               WHEN APH-ACTION-ARCHIVE
                   MOVE 'ARCHIVE' TO WS-E-ACTION
               WHEN APH-ACTION-RESTORE
                   MOVE 'RESTORE' TO WS-E-ACTION
               WHEN OTHER
                   MOVE '?' TO WS-E-ACTION
           END-EVALUATE.
           MOVE APH-OLD-STATUS TO WS-E-OLD-STATUS.
           MOVE APH-NEW-STATUS TO WS-E-NEW-STATUS.
           WRITE REPORT-LINE FROM WS-ENTRY-LINE.
           IF APH-ACTION-CHANGE
                   OR INTAKE-DETAIL-WANTED
               IF NOT APH-ACTION-ARCHIVE
                   WRITE REPORT-LINE FROM WS-FIELD-HEAD-LINE
                   PERFORM 3100-COMPARE-ONE-FIELD
                       VARYING APF-IDX FROM 1 BY 1
                       UNTIL APF-IDX > APF-FIELD-COUNT
               END-IF
           END-IF.
      *
       3100-COMPARE-ONE-FIELD.
           IF APH-BEFORE-IMAGE (APF-OFFSET (APF-IDX) :
                                APF-LENGTH (APF-IDX))
                   NOT = APH-AFTER-IMAGE (APF-OFFSET (APF-IDX) :
                                          APF-LENGTH (APF-IDX))
               ADD 1 TO WS-FIELD-COUNT
               MOVE APF-NAME (APF-IDX) TO WS-F-NAME
               IF APH-ACTION-CHANGE
                   MOVE APH-BEFORE-IMAGE TO WS-IMAGE
                   PERFORM 3200-FORMAT-VALUE
                   MOVE WS-VALUE-TEXT TO WS-F-BEFORE
               ELSE
                   MOVE SPACES TO WS-F-BEFORE
               END-IF
               MOVE APH-AFTER-IMAGE TO WS-IMAGE
               PERFORM 3200-FORMAT-VALUE
               MOVE WS-VALUE-TEXT TO WS-F-AFTER
               WRITE REPORT-LINE FROM WS-FIELD-LINE
           END-IF.
      *
      * The current field (APF-IDX) out of WS-IMAGE into
      * WS-VALUE-TEXT.
       3200-FORMAT-VALUE.
           MOVE SPACES TO WS-VALUE-TEXT.
           EVALUATE TRUE
               WHEN APF-CHARACTER (APF-IDX)
                   MOVE WS-IMAGE (APF-OFFSET (APF-IDX) :
                                  APF-LENGTH (APF-IDX))
                       TO WS-VALUE-TEXT
               WHEN WS-IMAGE (APF-OFFSET (APF-IDX) :
                              APF-LENGTH (APF-IDX)) = SPACES
                   MOVE '(BLANK)' TO WS-VALUE-TEXT
               WHEN APF-PACKED (APF-IDX)
                   MOVE LOW-VALUES TO WS-PACKED-AREA
                   COMPUTE WS-START-POS = 7 - APF-LENGTH (APF-IDX)
                   MOVE WS-IMAGE (APF-OFFSET (APF-IDX) :
                                  APF-LENGTH (APF-IDX))
                       TO WS-PACKED-AREA (WS-START-POS :
                                          APF-LENGTH (APF-IDX))
                   IF WS-PACKED-VALUE IS NUMERIC
                       MOVE WS-PACKED-VALUE TO WS-FIELD-VALUE
                       PERFORM 3300-EDIT-VALUE
                   ELSE
                       MOVE '(NOT NUMERIC)' TO WS-VALUE-TEXT
                   END-IF
               WHEN OTHER
                   MOVE ALL '0' TO WS-ZONED-AREA
                   COMPUTE WS-START-POS = 12 - APF-LENGTH (APF-IDX)
                   MOVE WS-IMAGE (APF-OFFSET (APF-IDX) :
                                  APF-LENGTH (APF-IDX))
                       TO WS-ZONED-AREA (WS-START-POS :
                                         APF-LENGTH (APF-IDX))
                   IF WS-ZONED-VALUE IS NUMERIC
                       MOVE WS-ZONED-VALUE TO WS-FIELD-VALUE
                       PERFORM 3300-EDIT-VALUE
                   ELSE
                       MOVE WS-IMAGE (APF-OFFSET (APF-IDX) :
                                      APF-LENGTH (APF-IDX))
                           TO WS-VALUE-TEXT
                   END-IF
           END-EVALUATE.
      *
      * WS-FIELD-VALUE holds the stored digits as a whole number;
      * scale it down to the field's decimals and edit it.
       3300-EDIT-VALUE.
           EVALUATE APF-DECIMALS (APF-IDX)
               WHEN 2
                   COMPUTE WS-EDIT-DEC-2 = WS-FIELD-VALUE / 100
                   MOVE WS-EDIT-DEC-2 TO WS-VALUE-TEXT
               WHEN 3
                   COMPUTE WS-EDIT-DEC-3 = WS-FIELD-VALUE / 1000
                   MOVE WS-EDIT-DEC-3 TO WS-VALUE-TEXT
               WHEN OTHER
                   MOVE WS-FIELD-VALUE TO WS-EDIT-DEC-0
                   MOVE WS-EDIT-DEC-0 TO WS-VALUE-TEXT
           END-EVALUATE.
      *
       8000-FINALIZE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'HISTORY RECORDS READ' TO WS-T-CAPTION.
           MOVE WS-READ-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ENTRIES LISTED' TO WS-T-CAPTION.
           MOVE WS-LISTED-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE 'FIELD CHANGES LISTED' TO WS-T-CAPTION.
           MOVE WS-FIELD-COUNT TO WS-T-COUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
           IF NOT HIST-FILE-EMPTY
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY 'APHPRT - HISTORY RECORDS READ:   ' WS-READ-COUNT.
           DISPLAY 'APHPRT - HISTORY ENTRIES LISTED: '
               WS-LISTED-COUNT.
           IF WS-WANTED-APPL-NUMBER NOT = SPACES
                   AND WS-LISTED-COUNT = ZERO
               DISPLAY 'APHPRT - NO HISTORY FOR APPLICATION '
                   WS-WANTED-APPL-NUMBER
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
