      * SSN, WITH DUPLICATES - the same arrangement EXCLUDE uses on
      * EXCLFLN) and brings back that borrower's application, with a
      * message when the same SSN has more than one application on
      * file. Alongside the dates it shows how many underwriting
      * conditions are still open on the loan (CNDFIL) and how many
      * of those are prior-to-funding - the ones LNCLOSE will hold
      * the loan for. Below them it pages through the loan's
      * application history (APHFIL), four entries to a page, newest
      * last as the file holds them - PF8 forward, PF7 back - each
      * line the date and time, the program that wrote the master,
      * the status before and after, and the names of the fields the
      * write changed, worked out from the entry's before and after
      * images against the APHFLD field list. This program never
      * writes - LNAPFIL, LNAPSSN, CNDFIL and APHFIL are all defined
      * read/browse only to this transaction.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           10  W-TRANID                       PIC X(4) VALUE 'LINQ'.
           10  W-LNAPFIL                      PIC X(8) VALUE 'LNAPFIL'.
           10  W-LNAPSSN                      PIC X(8) VALUE 'LNAPSSN'.
           10  W-CNDFIL                       PIC X(8) VALUE 'CNDFIL'.
           10  W-APHFIL                       PIC X(8) VALUE 'APHFIL'.
      *
       01  W-MISC.
           10  W-RESP                         PIC S9(8) COMP.
      * officer is told when the same borrower has more than one
      * application on file. The borrower SSN sits at offset 24
      * (1-relative) of the LNAPREC layout.
       01  W-PEEK-RECORD                     PIC X(600).
      *
      * Browse key and tallies for the open-condition count. The
      * conditions file is keyed application number + sequence, so
      * a browse from sequence 000 walks the loan's conditions in
      * order and stops at the first key for another application.
       01  W-COND-KEY.
           10  W-COND-APPL                   PIC X(10).
           10  W-COND-SEQ                    PIC 9(3).
       01  W-COND-COUNTS.
           10  W-COND-OPEN-COUNT             PIC 9(3).
           10  W-COND-PTF-COUNT              PIC 9(3).
           10  W-COND-BROWSE-FLAG            PIC X.
               88  COND-BROWSE-DONE             VALUE 'Y'.
      *
      * Browse key and working fields for the history page. The
      * history file is keyed application number + date + time +
      * sequence, so a browse from the number with the rest low
      * walks the loan's entries oldest first; the entries on
      * earlier pages are skipped over, and a fifth entry found
      * past the page means there is another page for PF8.
       01  W-HIST-KEY.
           10  W-HIST-APPL                   PIC X(10).
           10  W-HIST-REST                   PIC X(20).
       01  W-HIST-CONTROLS.
           10  W-HIST-SKIP                   PIC 9(5).
           10  W-HIST-SHOWN                  PIC 9(1).
           10  W-HIST-PTR                    PIC 9(2).
           10  W-HIST-BROWSE-FLAG            PIC X.
               88  HIST-BROWSE-DONE             VALUE 'Y'.
           10  W-HIST-FULL-FLAG              PIC X.
               88  HIST-FIELDS-FULL             VALUE 'Y'.
           10  W-HIST-PAGE-EDIT              PIC ZZ9.
       01  W-HIST-LINES.
           10  W-HIST-LINE-OUT OCCURS 4 TIMES PIC X(76).
      *
      * One history line as shown: the status pair reads old>new.
       01  W-HIST-LINE.
           10  W-HL-DATE                     PIC X(8).
           10  FILLER                        PIC X(1).
           10  W-HL-TIME                     PIC X(8).
           10  FILLER                        PIC X(1).
           10  W-HL-PROGRAM                  PIC X(8).
           10  FILLER                        PIC X(1).
           10  W-HL-OLD-STATUS               PIC X(2).
           10  W-HL-ARROW                    PIC X(1).
           10  W-HL-NEW-STATUS               PIC X(2).
           10  FILLER                        PIC X(2).
           10  W-HL-FIELDS                   PIC X(42).
      *
      * I/O area for the underwriting conditions file (CNDFIL),
      * browsed through the FCT entry like LNAPFIL.
       COPY CONDREC.
      *
      * I/O area for the application history file (APHFIL), and the
      * LNAPREC field list its images are compared against.
       COPY APHREC.
       COPY APHFLD.
      *
      * I/O area for the VSAM application master (LNAPFIL), read via
      * CICS FILE control against the LNAPFIL/LNAPSSN entries defined
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(33).
      *
       PROCEDURE DIVISION.
      *
           END-EXEC.

           PERFORM 0100-LOAD-REASON-TABLE.
           PERFORM 0150-LOAD-FIELD-TABLE.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
      *
       0100-LOAD-REASON-TABLE.
           MOVE RSN-CODE-REDEF TO RSN-CODE-TABLE.
      *
       0150-LOAD-FIELD-TABLE.
           MOVE APF-FIELD-REDEF TO APF-FIELD-TABLE.
      *
      * First entry into the transaction - no COMMAREA yet - and the
      * MAPFAIL re-entry path named on the EXEC CICS HANDLE CONDITION
                    PERFORM 1000-SEND-INITIAL-MAP
               WHEN EIBAID = DFHENTER
                    PERFORM 4500-EDIT-AND-DISPATCH
               WHEN EIBAID = DFHPF7
                    PERFORM 7000-HISTORY-PAGE-BACK
               WHEN EIBAID = DFHPF8
                    PERFORM 7100-HISTORY-PAGE-FORWARD
               WHEN OTHER
                    MOVE 'INVALID KEY PRESSED - SEE PF KEY LIST'
                        TO MSGO
               SET SEND-DATAONLY TO TRUE
               PERFORM 4000-SEND-MAP
           ELSE
               MOVE 1 TO LINQ-CA-HIST-PAGE
               IF APPLNOI NOT = SPACES
                   PERFORM 5000-INQUIRE-BY-NUMBER
               ELSE
           PERFORM 6280-SHOW-RATE-BUILD.
           MOVE APL-CLOSING-DATE TO CLDTO.
           MOVE APL-FUNDED-DATE TO FNDTO.
           PERFORM 6290-COUNT-CONDITIONS.
           MOVE APL-APPL-NUMBER TO LINQ-CA-SHOWN-APPL.
           PERFORM 6400-SHOW-HISTORY.
           IF APL-STAT-EXCL-HOLD
               MOVE 'APPLICATION HELD ON EXCLUSION - SEE REASON'
                   TO MSGO
                    MOVE 'IN UNDERWRITING' TO STATDSO
               WHEN APL-STAT-PENDING-CREDIT
                    MOVE 'PENDING CREDIT' TO STATDSO
               WHEN APL-STAT-PENDING-APPRAISAL
                    MOVE 'PENDING APPRAISAL' TO STATDSO
               WHEN APL-STAT-APPROVED
                    MOVE 'APPROVED' TO STATDSO
               WHEN APL-STAT-REFERRED
           ELSE
               MOVE SPACES TO RATFINO
           END-IF.
      *
      * Count the loan's open conditions, and the open prior-to-
      * funding ones within them, by browsing CNDFIL from sequence
      * 000 of this application. A loan with no conditions (NOTFND
      * on the STARTBR) shows zeros; a file problem shows the counts
      * blank rather than a misleading zero.
       6290-COUNT-CONDITIONS.
           MOVE ZEROS TO W-COND-OPEN-COUNT.
           MOVE ZEROS TO W-COND-PTF-COUNT.
           MOVE 'N' TO W-COND-BROWSE-FLAG.
           MOVE APL-APPL-NUMBER TO W-COND-APPL.
           MOVE ZEROS TO W-COND-SEQ.
           EXEC CICS STARTBR FILE    (W-CNDFIL)
                              RIDFLD (W-COND-KEY)
                              GTEQ
                              RESP   (W-RESP)
           END-EXEC.
           EVALUATE W-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 6295-READ-NEXT-CONDITION
                        UNTIL COND-BROWSE-DONE
                    EXEC CICS ENDBR FILE (W-CNDFIL)
                    END-EXEC
                    MOVE W-COND-OPEN-COUNT TO OPNCNDO
                    MOVE W-COND-PTF-COUNT TO PTFCNDO
               WHEN DFHRESP(NOTFND)
                    MOVE W-COND-OPEN-COUNT TO OPNCNDO
                    MOVE W-COND-PTF-COUNT TO PTFCNDO
               WHEN OTHER
                    MOVE SPACES TO OPNCNDO
                    MOVE SPACES TO PTFCNDO
           END-EVALUATE.
      *
       6295-READ-NEXT-CONDITION.
           EXEC CICS READNEXT FILE    (W-CNDFIL)
                              INTO   (CONDITION-RECORD)
                              RIDFLD (W-COND-KEY)
                              RESP   (W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
                   OR CND-APPL-NUMBER NOT = APL-APPL-NUMBER
               MOVE 'Y' TO W-COND-BROWSE-FLAG
           ELSE
               IF CND-OPEN
                   ADD 1 TO W-COND-OPEN-COUNT
                   IF CND-PRIOR-TO-FUNDING
                       ADD 1 TO W-COND-PTF-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       6300-LOOKUP-REASON-DESC.
           MOVE SPACES TO EXRSNDSO.
               WHEN RSN-CODE(RSN-IDX) = APL-EXCLUSION-REASON-CODE
                   MOVE RSN-DESCRIPTION(RSN-IDX) TO EXRSNDSO
           END-SEARCH.
      *
      * One page of the loan's history onto rows 18-21. A loan with
      * no history (NOTFND on the STARTBR - one keyed before the
      * history file existed) says so on the first line; a file
      * problem says that instead.
       6400-SHOW-HISTORY.
           MOVE SPACES TO W-HIST-LINES.
           MOVE SPACES TO HPAGEO.
           MOVE 'N' TO LINQ-CA-HIST-MORE.
           MOVE ZERO TO W-HIST-SHOWN.
           COMPUTE W-HIST-SKIP = (LINQ-CA-HIST-PAGE - 1) * 4.
           MOVE 'N' TO W-HIST-BROWSE-FLAG.
           MOVE APL-APPL-NUMBER TO W-HIST-APPL.
           MOVE LOW-VALUES TO W-HIST-REST.
           EXEC CICS STARTBR FILE    (W-APHFIL)
                              RIDFLD (W-HIST-KEY)
                              GTEQ
                              RESP   (W-RESP)
           END-EXEC.
           EVALUATE W-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 6450-READ-NEXT-HISTORY
                        UNTIL HIST-BROWSE-DONE
                    EXEC CICS ENDBR FILE (W-APHFIL)
                    END-EXEC
                    MOVE LINQ-CA-HIST-PAGE TO W-HIST-PAGE-EDIT
                    STRING 'PAGE '          DELIMITED BY SIZE
                           W-HIST-PAGE-EDIT DELIMITED BY SIZE
                        INTO HPAGEO
                    IF LINQ-CA-MORE-HISTORY
                        MOVE '- MORE' TO HPAGEO (10:6)
                    END-IF
                    IF W-HIST-SHOWN = ZERO
                        MOVE 'NO HISTORY ON FILE FOR THIS APPLICATION'
                            TO W-HIST-LINE-OUT (1)
                        MOVE SPACES TO HPAGEO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE 'NO HISTORY ON FILE FOR THIS APPLICATION'
                        TO W-HIST-LINE-OUT (1)
               WHEN OTHER
                    MOVE 'HISTORY FILE NOT AVAILABLE - CONTACT SUPPORT'
                        TO W-HIST-LINE-OUT (1)
           END-EVALUATE.
           MOVE W-HIST-LINE-OUT (1) TO HIST1O.
           MOVE W-HIST-LINE-OUT (2) TO HIST2O.
           MOVE W-HIST-LINE-OUT (3) TO HIST3O.
           MOVE W-HIST-LINE-OUT (4) TO HIST4O.
      *
       6450-READ-NEXT-HISTORY.
           EXEC CICS READNEXT FILE    (W-APHFIL)
                              INTO   (APPL-HISTORY-RECORD)
                              RIDFLD (W-HIST-KEY)
                              RESP   (W-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN W-RESP NOT = DFHRESP(NORMAL)
                   OR APH-APPL-NUMBER NOT = APL-APPL-NUMBER
                    MOVE 'Y' TO W-HIST-BROWSE-FLAG
               WHEN W-HIST-SKIP > ZERO
                    SUBTRACT 1 FROM W-HIST-SKIP
               WHEN W-HIST-SHOWN < 4
                    ADD 1 TO W-HIST-SHOWN
                    PERFORM 6460-FORMAT-HISTORY-LINE
                    MOVE W-HIST-LINE TO W-HIST-LINE-OUT (W-HIST-SHOWN)
               WHEN OTHER
                    MOVE 'Y' TO LINQ-CA-HIST-MORE
                    MOVE 'Y' TO W-HIST-BROWSE-FLAG
           END-EVALUATE.
      *
       6460-FORMAT-HISTORY-LINE.
           MOVE SPACES TO W-HIST-LINE.
           MOVE APH-CHANGE-DATE TO W-HL-DATE.
           STRING APH-CHANGE-TIME (1:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  APH-CHANGE-TIME (3:2) DELIMITED BY SIZE
                  ':'                   DELIMITED BY SIZE
                  APH-CHANGE-TIME (5:2) DELIMITED BY SIZE
               INTO W-HL-TIME.
           MOVE APH-PROGRAM TO W-HL-PROGRAM.
           MOVE APH-OLD-STATUS TO W-HL-OLD-STATUS.
           MOVE '>' TO W-HL-ARROW.
           MOVE APH-NEW-STATUS TO W-HL-NEW-STATUS.
           EVALUATE TRUE
               WHEN APH-ACTION-ADD
                    MOVE 'APPLICATION ADDED' TO W-HL-FIELDS
               WHEN APH-ACTION-RESTORE
                    MOVE 'RESTORED FROM ARCHIVE' TO W-HL-FIELDS
               WHEN APH-ACTION-ARCHIVE
                    MOVE 'ARCHIVED' TO W-HL-FIELDS
               WHEN OTHER
                    MOVE 1 TO W-HIST-PTR
                    MOVE 'N' TO W-HIST-FULL-FLAG
                    PERFORM 6470-COMPARE-ONE-FIELD
                        VARYING APF-IDX FROM 1 BY 1
                        UNTIL APF-IDX > APF-FIELD-COUNT
                           OR HIST-FIELDS-FULL
                    IF W-HIST-PTR = 1
                        MOVE 'NO FIELD CHANGED' TO W-HL-FIELDS
                    END-IF
           END-EVALUATE.
      *
      * Names of the changed fields, comma-separated, as many as the
      * line holds - a line that runs out ends in '...'.
       6470-COMPARE-ONE-FIELD.
           IF APH-BEFORE-IMAGE (APF-OFFSET (APF-IDX) :
                                APF-LENGTH (APF-IDX))
                   NOT = APH-AFTER-IMAGE (APF-OFFSET (APF-IDX) :
                                          APF-LENGTH (APF-IDX))
               IF W-HIST-PTR > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO W-HL-FIELDS
                       WITH POINTER W-HIST-PTR
                       ON OVERFLOW
                           PERFORM 6480-MARK-FIELDS-FULL
                   END-STRING
               END-IF
               IF NOT HIST-FIELDS-FULL
                   STRING APF-NAME (APF-IDX) DELIMITED BY SPACE
                       INTO W-HL-FIELDS
                       WITH POINTER W-HIST-PTR
                       ON OVERFLOW
                           PERFORM 6480-MARK-FIELDS-FULL
                   END-STRING
               END-IF
           END-IF.
      *
       6480-MARK-FIELDS-FULL.
           MOVE '...' TO W-HL-FIELDS (40:3).
           MOVE 'Y' TO W-HIST-FULL-FLAG.
      *
      * PF7/PF8 re-read the application on screen and repaint it with
      * the page before or after - the master may have moved on since
      * the last trip, and the history with it.
       7000-HISTORY-PAGE-BACK.
           EVALUATE TRUE
               WHEN LINQ-CA-SHOWN-APPL = SPACES
                    MOVE 'INQUIRE ON AN APPLICATION FIRST' TO MSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM 4000-SEND-MAP
               WHEN LINQ-CA-HIST-PAGE NOT NUMERIC
                   OR LINQ-CA-HIST-PAGE NOT > 1
                    MOVE 'ALREADY AT THE FIRST HISTORY PAGE' TO MSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM 4000-SEND-MAP
               WHEN OTHER
                    SUBTRACT 1 FROM LINQ-CA-HIST-PAGE
                    PERFORM 7200-REPAINT-APPLICATION
           END-EVALUATE.
      *
       7100-HISTORY-PAGE-FORWARD.
           EVALUATE TRUE
               WHEN LINQ-CA-SHOWN-APPL = SPACES
                    MOVE 'INQUIRE ON AN APPLICATION FIRST' TO MSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM 4000-SEND-MAP
               WHEN NOT LINQ-CA-MORE-HISTORY
                    MOVE 'NO MORE HISTORY - PF7 TO PAGE BACK' TO MSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM 4000-SEND-MAP
               WHEN OTHER
                    ADD 1 TO LINQ-CA-HIST-PAGE
                    PERFORM 7200-REPAINT-APPLICATION
           END-EVALUATE.
      *
       7200-REPAINT-APPLICATION.
           EXEC CICS READ FILE    (W-LNAPFIL)
                           INTO   (LOAN-APPLICATION-RECORD)
                           RIDFLD (LINQ-CA-SHOWN-APPL)
                           RESP   (W-FILE-RESP)
           END-EXEC.
           EVALUATE W-FILE-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 6100-SHOW-RECORD
                    IF NOT APL-STAT-EXCL-HOLD
                        MOVE 'APPLICATION HISTORY - PF7/PF8 TO PAGE'
                            TO MSGO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE 'APPLICATION NO LONGER ON FILE' TO MSGO
                    MOVE SPACES TO LINQ-CA-SHOWN-APPL
                    SET SEND-DATAONLY TO TRUE
               WHEN OTHER
                    MOVE 'APPLICATION FILE ERROR - CONTACT SUPPORT'
                        TO MSGO
                    SET SEND-DATAONLY TO TRUE
           END-EVALUATE.
           PERFORM 4000-SEND-MAP.
      *
       8000-END-SESSION.
           MOVE SPACES TO LINQ-COMMAREA.
