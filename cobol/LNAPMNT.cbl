       ID DIVISION.
       PROGRAM-ID. LNAPMNT.
      ******************************************************************
      * LNAPMNT - Online application maintenance (transactions LMNT
      * and LMUW).
      * The updating sibling of LINQ/LNAPINQ, built on the EXCL/
      * EXCLUDE maintenance pattern. Reads the application master
      * (LNAPFIL) by application number and puts the correctable
      * borrower, co-borrower, property and loan fields on the
      * screen, so processing can fix a keying error on an
      * application that has not been decisioned yet (status IN, UW,
      * PC or PA) without pulling the intake record back through LNAPED.
      * A correction passes the same edits LNAPED gives the intake
      * record, reported with the same EDTCODE codes and wording;
      * the SSNs and the co-borrower flag are not correctable here -
      * they are what the exclusion screening and the credit pull
      * were run on, and a wrong one goes back through intake. A
      * corrected property value or loan amount refigures the LTV;
      * once an appraisal is ordered, a corrected value is also the
      * new estimate the appraisal is measured against.
      *
      * Under transaction LMUW only, an underwriter may also key the
      * decision on a referred (RF) application - approve with up to
      * three CNDCODE conditions, or decline with up to three UWRSON
      * D-codes - with exactly the card edits and record updates
      * LNMDISP applies, and may withdraw any application short of
      * funding the way LNWDRAW does. An online approval or decline
      * is also put on the online disposition queue (DSPQFIL, see
      * DSPQREC.cpy), which LNMDISP reads that night so the loan
      * reaches tonight's LNCLOSE/LNLTR extract and LNRCBAL's proofs
      * the same as a keyed card. LMNT and LMUW run this same
      * program; each transaction has its own security profile (see
      * cics/LNAPMNT.csd.txt), separate from LINQ's, and the
      * underwriting actions are refused unless the task is running
      * under LMUW.
      *
      * Funded, closed, declined and withdrawn applications are
      * locked: nothing on this screen will change them. An
      * application on exclusion hold is released through compliance
      * (LNEHREL), not corrected here, and an approved or referred
      * one is past correction; any of them can still be withdrawn,
      * as LNWDRAW allows.
      *
      * Every change is journaled on the application history
      * (APHFIL, see APHREC.cpy) with the signed-on user and
      * terminal, in the same unit of work as the master rewrite: if
      * the history entry (or a condition, or the queue record) cannot
      * be written, the whole change is backed out, so no change is
      * ever on the master without its audit entry. A change is only
      * laid over the record the operator was shown - if the master
      * was rewritten in the meantime the operator is shown it again.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-FLEX-ES.
       OBJECT-COMPUTER. IBM-FLEX-ES.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  W-FLAGS.
           10  W-SEND-FLAG                    PIC X.
               88  SEND-ERASE                   VALUE '1'.
               88  SEND-DATAONLY                VALUE '2'.
               88  SEND-DATAONLY-ALARM          VALUE '4'.
      *
       01  W-CONSTANTS.
           10  W-MAPSET                       PIC X(8) VALUE 'LMNTMSM'.
           10  W-MAPNAME                      PIC X(8) VALUE 'LMNTMAP'.
           10  W-UW-TRANID                    PIC X(4) VALUE 'LMUW'.
           10  W-PROGRAM                      PIC X(8) VALUE 'LNAPMNT'.
           10  W-LNAPFIL                      PIC X(8) VALUE 'LNAPUPD'.
           10  W-APHFIL                       PIC X(8) VALUE 'APHADD'.
           10  W-CNDFIL                       PIC X(8) VALUE 'CNDADD'.
           10  W-DSPQFIL                      PIC X(8) VALUE 'DSPQFIL'.
      *
       01  W-MISC.
           10  W-RESP                         PIC S9(8) COMP.
           10  W-FILE-RESP                    PIC S9(8) COMP.
           10  W-HIST-RESP                    PIC S9(8) COMP.
           10  W-DSPQ-RBA                     PIC S9(8) COMP.
           10  W-EDIT-OK                      PIC X VALUE 'Y'.
               88  EDIT-IS-OK                   VALUE 'Y'.
           10  W-CODE-OK                      PIC X.
               88  CODE-IS-OK                   VALUE 'Y'.
           10  W-EDIT-CODE                    PIC X(2).
           10  W-SUB                          PIC S9(4) COMP.
      * The transaction the operator started - LMNT or LMUW - which
      * is also the one the next trip comes back in under.
           10  W-TRANID                       PIC X(4).
           10  W-USERID                       PIC X(8).
           10  W-ABSTIME                      PIC S9(15) COMP-3.
           10  W-ABS-SECONDS                  PIC S9(15) COMP-3.
           10  W-ABS-MILLIS                   PIC S9(3) COMP-3.
           10  W-TODAY                        PIC X(8).
           10  W-NOWTIME                      PIC X(6).
           10  W-EDIT-DESC                    PIC X(30).
      *
      * The master record as it stood when read for update - the
      * history entry's before image.
       01  W-BEFORE-IMAGE                    PIC X(600).
      *
      * Amounts are keyed and shown as whole digits in cents, the way
      * the intake record carries them; these views turn them into
      * the record's packed fields and back.
       01  W-AMT-7V2                         PIC 9(7)V99.
       01  W-AMT-7V2-X REDEFINES W-AMT-7V2   PIC X(9).
       01  W-AMT-9V2                         PIC 9(9)V99.
       01  W-AMT-9V2-X REDEFINES W-AMT-9V2   PIC X(11).
      *
      * History key time - the CICS clock to the hundredth of a
      * second, the precision the batch writers key on - and the
      * sequence that parts two entries in the same hundredth.
       01  W-HIST-TIME.
           10  W-HIST-HHMMSS                  PIC X(6).
           10  W-HIST-HUNDREDTHS              PIC 9(2).
       01  W-HIST-CONTROLS.
           10  W-HIST-SEQUENCE                PIC 9(4).
           10  W-HIST-TRIES                   PIC 9(2).
      *
      * The underwriter's keyed decision codes and withdrawal date,
      * laid out like LNMDISP's and LNWDRAW's cards.
       01  W-REASON-CODES.
           10  W-REASON-CODE OCCURS 3 TIMES   PIC X(2).
       01  W-CONDITION-CODES.
           10  W-CONDITION-CODE OCCURS 3 TIMES PIC X(4).
       01  W-WITHDRAWN-DATE                  PIC X(8).
      *
      * Browse key and next free sequence for a condition added on
      * an approval - the same browse LNMDISP's 5600 makes.
       01  W-COND-KEY.
           10  W-COND-APPL                    PIC X(10).
           10  W-COND-SEQ                     PIC 9(3).
       01  W-COND-CONTROLS.
           10  W-NEXT-SEQUENCE                PIC 9(4).
           10  W-COND-BROWSE-FLAG             PIC X.
               88  COND-BROWSE-DONE             VALUE 'Y'.
      *
      * I/O areas for the master, the history, the conditions and
      * the online disposition queue, all read and written through
      * CICS FILE control against the entries defined in
      * cics/LNAPMNT.csd.txt - not COBOL SELECTs, since CICS resolves
      * the datasets through the FCT.
       COPY LNAPREC.
       COPY APHREC.
       COPY CONDREC.
       COPY DSPQREC.
      *
       COPY LMNTCOM.
       COPY LMNTMAP.
       COPY EDTCODE.
       COPY UWRSON.
       COPY CNDCODE.
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(610).
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
                MAPFAIL (1000-SEND-INITIAL-MAP)
                ERROR   (9999-ERROR)
           END-EXEC.

           MOVE EIBTRNID TO W-TRANID.
           PERFORM 0100-LOAD-CODE-TABLES.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO LMNT-COMMAREA
               PERFORM 2000-RECEIVE-MAP
               PERFORM 3000-PROCESS-AID
           END-IF.

           PERFORM 8500-RETURN-TRANSACTION.
      *
       0100-LOAD-CODE-TABLES.
           MOVE EDT-CODE-REDEF TO EDT-CODE-TABLE.
           MOVE UWR-CODE-REDEF TO UWR-CODE-TABLE.
           MOVE CND-CODE-REDEF TO CND-CODE-TABLE.
      *
      * Current date (YYYYMMDD), time, and signed-on userid, used to
      * stamp the history entry and any decision or withdrawal. The
      * hundredths for the history key come off the ABSTIME
      * milliseconds.
       0200-GET-USER-AND-DATE.
           EXEC CICS ASSIGN
                USERID (W-USERID)
           END-EXEC.
           EXEC CICS ASSIGN
                ABSTIME (W-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME  (W-ABSTIME)
                YYYYMMDD (W-TODAY)
                TIME     (W-NOWTIME)
           END-EXEC.
           DIVIDE W-ABSTIME BY 1000 GIVING W-ABS-SECONDS
               REMAINDER W-ABS-MILLIS.
           MOVE W-NOWTIME TO W-HIST-HHMMSS.
           DIVIDE W-ABS-MILLIS BY 10 GIVING W-HIST-HUNDREDTHS.
      *
      * First entry into the transaction, CLEAR, and the MAPFAIL
      * re-entry path named on the HANDLE CONDITION above. Reached by
      * an implicit GO TO on MAPFAIL, so - as in EXCLUDE - it sends
      * the map and goes straight to the one RETURN paragraph itself.
      * Build/send the map ONLY; do not add further business logic
      * here.
       1000-SEND-INITIAL-MAP.
           MOVE SPACES TO LMNTMAPO.
           MOVE -1 TO ACTIONL.
           MOVE 'ENTER ACTION I AND THE APPLICATION NUMBER TO BRING UP A
      -        'N APPLICATION' TO MSGO.
           SET SEND-ERASE TO TRUE.
           MOVE SPACES TO LMNT-COMMAREA.
           PERFORM 4000-SEND-MAP.
           GO TO 8500-RETURN-TRANSACTION.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              INTO   (LMNTMAPI)
                              RESP   (W-RESP)
           END-EXEC.
           PERFORM 2100-BLANK-EMPTY-FIELDS.
      *
      * A field the operator erased comes back as nulls; read it as
      * blank, the way an optional intake field is left blank, so the
      * edits and the blank-means-not-supplied fields work on it.
       2100-BLANK-EMPTY-FIELDS.
           INSPECT ACTIONI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT APPLNOI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BLNAMEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BFNAMEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BMII REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BDOBI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BINCI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT BDEBTI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CLNAMEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CFNAMEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CMII REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CDOBI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CINCI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT CDEBTI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PADDRI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PCITYI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PSTATEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PZIPI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PCNTYI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PVALUEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LNAMTI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LNTYPEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LNTERMI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT HHSIZEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PTAXI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT HAZINSI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RSN1I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RSN2I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT RSN3I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT COND1I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT COND2I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT COND3I REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WDDATEI REPLACING ALL LOW-VALUE BY SPACE.
      *
      * Dispatch on the AID key. ENTER drives whatever the ACTION
      * field asks for; PF5/PF7 default the ACTION field to inquire
      * and change, the two things processing does all day.
       3000-PROCESS-AID.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                    PERFORM 8000-END-SESSION
               WHEN EIBAID = DFHCLEAR
                    PERFORM 1000-SEND-INITIAL-MAP
               WHEN EIBAID = DFHPF5
                    MOVE 'I' TO ACTIONI
                    PERFORM 4500-EDIT-AND-DISPATCH
               WHEN EIBAID = DFHPF7
                    MOVE 'C' TO ACTIONI
                    PERFORM 4500-EDIT-AND-DISPATCH
               WHEN EIBAID = DFHENTER
                    PERFORM 4500-EDIT-AND-DISPATCH
               WHEN OTHER
                    MOVE 'INVALID KEY PRESSED - SEE PF KEY LIST'
                        TO MSGO
                    SET SEND-DATAONLY TO TRUE
                    PERFORM 4000-SEND-MAP
           END-EVALUATE.
      *
       4500-EDIT-AND-DISPATCH.
           PERFORM 4600-EDIT-REQUEST.
           IF NOT EDIT-IS-OK
               SET SEND-DATAONLY TO TRUE
               PERFORM 4000-SEND-MAP
           ELSE
               EVALUATE ACTIONI
                   WHEN 'I'
                        PERFORM 6000-INQUIRE-APPLICATION
                   WHEN 'C'
                        PERFORM 5000-CHANGE-APPLICATION
                   WHEN 'A'
                        PERFORM 5500-RECORD-DISPOSITION
                   WHEN 'D'
                        PERFORM 5500-RECORD-DISPOSITION
                   WHEN 'W'
                        PERFORM 5800-WITHDRAW-APPLICATION
               END-EVALUATE
           END-IF.
      *
      * Request-level edits before any file is touched. The
      * underwriting actions need the LMUW transaction, whose
      * security profile only the underwriting desk is permitted to;
      * anything but an inquiry has to be on the application last
      * shown, so the operator has seen the record being changed.
       4600-EDIT-REQUEST.
           MOVE 'Y' TO W-EDIT-OK.
           EVALUATE TRUE
               WHEN APPLNOI = SPACES
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO APPLNOL
                    MOVE 'APPLICATION NUMBER REQUIRED' TO MSGO
               WHEN ACTIONI NOT = 'I' AND ACTIONI NOT = 'C'
                       AND ACTIONI NOT = 'A' AND ACTIONI NOT = 'D'
                       AND ACTIONI NOT = 'W'
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO ACTIONL
                    MOVE 'ACTION MUST BE I, C, A, D OR W' TO MSGO
               WHEN (ACTIONI = 'A' OR ACTIONI = 'D' OR ACTIONI = 'W')
                       AND W-TRANID NOT = W-UW-TRANID
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO ACTIONL
                    MOVE 'APPROVE, DECLINE AND WITHDRAW ARE UNDERWRITER 
      -                 'ACTIONS - USE TRANSACTION LMUW' TO MSGO
               WHEN ACTIONI NOT = 'I'
                       AND APPLNOI NOT = LMNT-CA-SHOWN-APPL
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO APPLNOL
                    MOVE 'INQUIRE (I) ON THE APPLICATION BEFORE CHANGING
      -                 ' IT' TO MSGO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
      * Status rules for the action, against the record just read
      * for update. Funded, closed, declined and withdrawn records
      * are locked against everything; corrections stop at the
      * decision; a disposition needs RF (as LNMDISP's cards do); a
      * withdrawal takes anything short of funding (as LNWDRAW's
      * cards do). A refused action releases the record.
       4700-CHECK-STATUS-RULES.
           EVALUATE TRUE
               WHEN APL-STAT-FUNDED OR APL-STAT-CLOSED
                       OR APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                    MOVE 'N' TO W-EDIT-OK
                    MOVE SPACES TO MSGO
                    STRING 'APPLICATION IS ' DELIMITED BY SIZE
                           APL-STATUS        DELIMITED BY SIZE
                           ' - LOCKED AGAINST CHANGE'
                                             DELIMITED BY SIZE
                        INTO MSGO
               WHEN ACTIONI = 'C' AND APL-STAT-EXCL-HOLD
                    MOVE 'N' TO W-EDIT-OK
                    MOVE 'ON EXCLUSION HOLD - COMPLIANCE MUST RELEASE IT
      -                 ' (LNEHREL) FIRST' TO MSGO
               WHEN ACTIONI = 'C'
                       AND NOT APL-STAT-INTAKE
                       AND NOT APL-STAT-UNDERWRITING
                       AND NOT APL-STAT-PENDING-CREDIT
                       AND NOT APL-STAT-PENDING-APPRAISAL
                    MOVE 'N' TO W-EDIT-OK
                    MOVE SPACES TO MSGO
                    STRING 'APPLICATION ALREADY DECISIONED - STATUS '
                                             DELIMITED BY SIZE
                           APL-STATUS        DELIMITED BY SIZE
                           ' - NOT CORRECTABLE'
                                             DELIMITED BY SIZE
                        INTO MSGO
               WHEN (ACTIONI = 'A' OR ACTIONI = 'D')
                       AND NOT APL-STAT-REFERRED
                    MOVE 'N' TO W-EDIT-OK
                    MOVE SPACES TO MSGO
                    STRING 'APPLICATION NOT AT RF - STATUS '
                                             DELIMITED BY SIZE
                           APL-STATUS        DELIMITED BY SIZE
                        INTO MSGO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF NOT EDIT-IS-OK
               EXEC CICS UNLOCK FILE (W-LNAPFIL)
               END-EXEC
           END-IF.
      *
      * The LNAPED intake edits, run against the corrected screen in
      * LNAPED's order, the first failure reported with its EDTCODE
      * code and wording and the cursor put on the field. The co-
      * borrower edits apply when the application shown has a
      * co-borrower; when it has none, the co-borrower fields must
      * stay blank - adding one means a new screening and credit
      * pull, which is intake's job.
       4800-EDIT-CORRECTIONS.
           MOVE 'Y' TO W-EDIT-OK.
           MOVE SPACES TO W-EDIT-CODE.
           EVALUATE TRUE
               WHEN BLNAMEI = SPACES
                    MOVE 'E4' TO W-EDIT-CODE
                    MOVE -1 TO BLNAMEL
               WHEN BINCI NOT NUMERIC
                    MOVE 'E5' TO W-EDIT-CODE
                    MOVE -1 TO BINCL
               WHEN BDEBTI NOT NUMERIC
                    MOVE 'E5' TO W-EDIT-CODE
                    MOVE -1 TO BDEBTL
               WHEN BDOBI NOT NUMERIC OR BDOBI = ZEROS
                    MOVE 'EC' TO W-EDIT-CODE
                    MOVE -1 TO BDOBL
               WHEN NOT APL-HAS-CO-BORROWER
                       AND (CLNAMEI NOT = SPACES
                         OR CFNAMEI NOT = SPACES
                         OR CMII NOT = SPACES
                         OR CDOBI NOT = SPACES
                         OR CINCI NOT = SPACES
                         OR CDEBTI NOT = SPACES)
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO CLNAMEL
                    MOVE 'NO CO-BORROWER ON THIS APPLICATION - LEAVE CO-
      -                 'BORROWER FIELDS BLANK' TO MSGO
               WHEN APL-HAS-CO-BORROWER AND CINCI NOT NUMERIC
                    MOVE 'E5' TO W-EDIT-CODE
                    MOVE -1 TO CINCL
               WHEN APL-HAS-CO-BORROWER AND CDEBTI NOT NUMERIC
                    MOVE 'E5' TO W-EDIT-CODE
                    MOVE -1 TO CDEBTL
               WHEN APL-HAS-CO-BORROWER
                       AND (CDOBI NOT NUMERIC OR CDOBI = ZEROS)
                    MOVE 'EE' TO W-EDIT-CODE
                    MOVE -1 TO CDOBL
               WHEN LNAMTI NOT NUMERIC OR LNAMTI = ZEROS
                    MOVE 'E8' TO W-EDIT-CODE
                    MOVE -1 TO LNAMTL
               WHEN LNTYPEI NOT = 'CV' AND LNTYPEI NOT = 'FH'
                       AND LNTYPEI NOT = 'VA' AND LNTYPEI NOT = 'US'
                    MOVE 'E9' TO W-EDIT-CODE
                    MOVE -1 TO LNTYPEL
               WHEN LNTERMI NOT NUMERIC OR LNTERMI = ZEROS
                    MOVE 'EA' TO W-EDIT-CODE
                    MOVE -1 TO LNTERML
               WHEN PVALUEI NOT NUMERIC OR PVALUEI = ZEROS
                    MOVE 'EB' TO W-EDIT-CODE
                    MOVE -1 TO PVALUEL
               WHEN PTAXI NOT = SPACES AND PTAXI NOT NUMERIC
                    MOVE 'EF' TO W-EDIT-CODE
                    MOVE -1 TO PTAXL
               WHEN HAZINSI NOT = SPACES AND HAZINSI NOT NUMERIC
                    MOVE 'EG' TO W-EDIT-CODE
                    MOVE -1 TO HAZINSL
               WHEN PCNTYI NOT = SPACES AND PCNTYI NOT NUMERIC
                    MOVE 'EI' TO W-EDIT-CODE
                    MOVE -1 TO PCNTYL
               WHEN HHSIZEI NOT = SPACES
                       AND (HHSIZEI NOT NUMERIC OR HHSIZEI = ZEROS
                            OR HHSIZEI > '20')
                    MOVE 'EJ' TO W-EDIT-CODE
                    MOVE -1 TO HHSIZEL
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF W-EDIT-CODE NOT = SPACES
               PERFORM 4850-SHOW-EDIT-ERROR
           END-IF.
      *
      * Spell the failed edit out from the EDTCODE table, the same
      * wording LNAPED prints on its edit report.
       4850-SHOW-EDIT-ERROR.
           MOVE 'N' TO W-EDIT-OK.
           SET EDT-IDX TO 1.
           SEARCH EDT-CODE-ENTRY
               AT END
                   MOVE 'UNKNOWN EDIT CODE' TO W-EDIT-DESC
               WHEN EDT-CODE (EDT-IDX) = W-EDIT-CODE
                   MOVE EDT-DESCRIPTION (EDT-IDX) TO W-EDIT-DESC
           END-SEARCH.
           MOVE SPACES TO MSGO.
           STRING 'EDIT '            DELIMITED BY SIZE
                  W-EDIT-CODE        DELIMITED BY SIZE
                  ' - '              DELIMITED BY SIZE
                  W-EDIT-DESC        DELIMITED BY SIZE
                  ' - CORRECT AND PRESS PF7'
                                     DELIMITED BY SIZE
               INTO MSGO.
      *
      * The disposition card edits LNMDISP's 3000-EDIT-CARD makes, on
      * the screen's reason and condition slots: an approval carries
      * no reasons and only CNDCODE conditions; a decline carries at
      * least one reason, every one a UWRSON D-code, and no
      * conditions.
       4900-EDIT-DISPOSITION.
           MOVE 'Y' TO W-EDIT-OK.
           MOVE RSN1I TO W-REASON-CODE (1).
           MOVE RSN2I TO W-REASON-CODE (2).
           MOVE RSN3I TO W-REASON-CODE (3).
           MOVE COND1I TO W-CONDITION-CODE (1).
           MOVE COND2I TO W-CONDITION-CODE (2).
           MOVE COND3I TO W-CONDITION-CODE (3).
           EVALUATE TRUE
               WHEN ACTIONI = 'A' AND W-REASON-CODES NOT = SPACES
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO RSN1L
                    MOVE 'REASON CODES NOT ALLOWED ON APPROVE' TO MSGO
               WHEN ACTIONI = 'D' AND W-CONDITION-CODES NOT = SPACES
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO COND1L
                    MOVE 'CONDITIONS NOT ALLOWED ON DECLINE' TO MSGO
               WHEN ACTIONI = 'D' AND W-REASON-CODES = SPACES
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO RSN1L
                    MOVE 'DECLINE NEEDS AT LEAST ONE D-CODE' TO MSGO
               WHEN ACTIONI = 'A'
                    PERFORM 4920-EDIT-ONE-CONDITION
                        VARYING W-SUB FROM 1 BY 1
                        UNTIL W-SUB > 3
               WHEN OTHER
                    PERFORM 4910-EDIT-ONE-REASON
                        VARYING W-SUB FROM 1 BY 1
                        UNTIL W-SUB > 3
           END-EVALUATE.
      *
       4910-EDIT-ONE-REASON.
           IF W-REASON-CODE (W-SUB) NOT = SPACES
               MOVE 'N' TO W-CODE-OK
               SET UWR-IDX TO 1
               SEARCH UWR-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN UWR-CODE (UWR-IDX) = W-REASON-CODE (W-SUB)
                       MOVE 'Y' TO W-CODE-OK
               END-SEARCH
               IF NOT CODE-IS-OK
                       OR W-REASON-CODE (W-SUB) (1:1) NOT = 'D'
                   MOVE 'N' TO W-EDIT-OK
                   MOVE -1 TO RSN1L
                   MOVE SPACES TO MSGO
                   STRING 'REASON CODE '       DELIMITED BY SIZE
                          W-REASON-CODE (W-SUB) DELIMITED BY SIZE
                          ' NOT A VALID D-CODE' DELIMITED BY SIZE
                       INTO MSGO
               END-IF
           END-IF.
      *
       4920-EDIT-ONE-CONDITION.
           IF W-CONDITION-CODE (W-SUB) NOT = SPACES
               MOVE 'N' TO W-CODE-OK
               SET CND-IDX TO 1
               SEARCH CND-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CND-TBL-CODE (CND-IDX) =
                           W-CONDITION-CODE (W-SUB)
                       MOVE 'Y' TO W-CODE-OK
               END-SEARCH
               IF NOT CODE-IS-OK
                   MOVE 'N' TO W-EDIT-OK
                   MOVE -1 TO COND1L
                   MOVE SPACES TO MSGO
                   STRING 'CONDITION CODE '    DELIMITED BY SIZE
                          W-CONDITION-CODE (W-SUB)
                                               DELIMITED BY SIZE
                          ' NOT ON TABLE'      DELIMITED BY SIZE
                       INTO MSGO
               END-IF
           END-IF.
      *
      * LNWDRAW's card edit: a blank date means today, a keyed one
      * has to be a well-formed YYYYMMDD.
       4950-EDIT-WITHDRAWAL.
           MOVE 'Y' TO W-EDIT-OK.
           MOVE WDDATEI TO W-WITHDRAWN-DATE.
           IF W-WITHDRAWN-DATE = SPACES
               MOVE W-TODAY TO W-WITHDRAWN-DATE
           END-IF.
           IF W-WITHDRAWN-DATE NOT NUMERIC
                   OR W-WITHDRAWN-DATE (5:2) < '01'
                   OR W-WITHDRAWN-DATE (5:2) > '12'
                   OR W-WITHDRAWN-DATE (7:2) < '01'
                   OR W-WITHDRAWN-DATE (7:2) > '31'
               MOVE 'N' TO W-EDIT-OK
               MOVE -1 TO WDDATEL
               MOVE 'WITHDRAWAL DATE NOT VALID' TO MSGO
           END-IF.
      *
      * Send the map using whichever of the W-SEND-FLAG 88-levels the
      * calling paragraph set.
       4000-SEND-MAP.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (LMNTMAPO)
                              ERASE
                              CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (LMNTMAPO)
                              DATAONLY
                              ALARM
                              CURSOR
                    END-EXEC
               WHEN OTHER
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (LMNTMAPO)
                              DATAONLY
                              CURSOR
                    END-EXEC
           END-EVALUATE.
      *
      * Action C - lay the corrected fields over the application
      * shown. The edits run against the record as shown (its
      * co-borrower flag decides the co-borrower edits); the record
      * is then read for update, checked against what was shown and
      * against the status rules, corrected, and rewritten with its
      * history entry.
       5000-CHANGE-APPLICATION.
           MOVE LMNT-CA-SHOWN-IMAGE TO LOAN-APPLICATION-RECORD.
           PERFORM 4800-EDIT-CORRECTIONS.
           IF EDIT-IS-OK
               PERFORM 0200-GET-USER-AND-DATE
               PERFORM 7000-READ-FOR-UPDATE
           END-IF.
           IF EDIT-IS-OK
               PERFORM 4700-CHECK-STATUS-RULES
           END-IF.
           IF EDIT-IS-OK
               PERFORM 5100-APPLY-CORRECTIONS
               IF LOAN-APPLICATION-RECORD = W-BEFORE-IMAGE
                   EXEC CICS UNLOCK FILE (W-LNAPFIL)
                   END-EXEC
                   MOVE 'N' TO W-EDIT-OK
                   MOVE 'NOTHING CHANGED - APPLICATION NOT UPDATED'
                       TO MSGO
               END-IF
           END-IF.
           IF EDIT-IS-OK
               PERFORM 7500-REWRITE-AND-JOURNAL
           END-IF.
           IF EDIT-IS-OK
               PERFORM 7600-SHOW-UPDATED-RECORD
               MOVE 'APPLICATION CORRECTED - HISTORY ENTRY WRITTEN'
                   TO MSGO
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 4000-SEND-MAP.
      *
      * The screen onto the record. Amounts go through the cents
      * views into the packed fields; the optional display-numeric
      * fields (tax, insurance, household size - blank means not
      * supplied) take the keyed characters as they stand, blank or
      * digits, so a cleared field reads as not supplied downstream.
       5100-APPLY-CORRECTIONS.
           MOVE BLNAMEI TO APL-BORR-LNAME.
           MOVE BFNAMEI TO APL-BORR-FNAME.
           MOVE BMII TO APL-BORR-MI.
           MOVE BDOBI TO APL-BORR-DOB.
           MOVE BINCI TO W-AMT-7V2-X.
           MOVE W-AMT-7V2 TO APL-BORR-MONTHLY-INCOME.
           MOVE BDEBTI TO W-AMT-7V2-X.
           MOVE W-AMT-7V2 TO APL-BORR-MONTHLY-DEBT.
           IF APL-HAS-CO-BORROWER
               MOVE CLNAMEI TO APL-COB-LNAME
               MOVE CFNAMEI TO APL-COB-FNAME
               MOVE CMII TO APL-COB-MI
               MOVE CDOBI TO APL-COB-DOB
               MOVE CINCI TO W-AMT-7V2-X
               MOVE W-AMT-7V2 TO APL-COB-MONTHLY-INCOME
               MOVE CDEBTI TO W-AMT-7V2-X
               MOVE W-AMT-7V2 TO APL-COB-MONTHLY-DEBT
           END-IF.
           MOVE PADDRI TO APL-PROP-ADDR-LINE1.
           MOVE PCITYI TO APL-PROP-CITY.
           MOVE PSTATEI TO APL-PROP-STATE.
           MOVE PZIPI TO APL-PROP-ZIP.
           MOVE PCNTYI TO APL-PROP-COUNTY-CODE.
           MOVE PVALUEI TO W-AMT-9V2-X.
           MOVE W-AMT-9V2 TO APL-PROP-APPRAISED-VALUE.
           IF APL-APPR-ORDERED OR APL-APPR-RECEIVED
               PERFORM 5150-CORRECT-ESTIMATE
           END-IF.
           MOVE LNAMTI TO W-AMT-9V2-X.
           MOVE W-AMT-9V2 TO APL-LOAN-AMOUNT.
           PERFORM 5160-COMPUTE-LTV.
           MOVE LNTYPEI TO APL-LOAN-TYPE.
           MOVE LNTERMI TO APL-LOAN-TERM-MONTHS.
           MOVE PTAXI TO APL-ANNUAL-PROP-TAX (1:9).
           MOVE HAZINSI TO APL-ANNUAL-HAZ-INS (1:9).
           MOVE HHSIZEI TO APL-HOUSEHOLD-SIZE (1:2).
      *
      * Once the appraisal is ordered, the keyed value is the
      * estimate APRPRS measures the appraisal against - the
      * correction goes there too, or the AMC's return would be
      * posted against the value as first keyed. With the appraisal
      * already back, the value of record stays the lower of the
      * corrected estimate and the appraisal, as APRPRS posts it.
       5150-CORRECT-ESTIMATE.
           MOVE W-AMT-9V2 TO APL-PROP-ESTIMATED-VALUE.
           IF APL-APPR-RECEIVED
               IF APL-APPR-VALUE IS NUMERIC
                   IF APL-APPR-VALUE < APL-PROP-ESTIMATED-VALUE
                       MOVE APL-APPR-VALUE TO APL-PROP-APPRAISED-VALUE
                   END-IF
               END-IF
           END-IF.
      *
      * A corrected value or loan amount moves the LTV LNUNDW decides
      * on - refigured on LNAPPL's 4000-COMPUTE-LTV formula.
       5160-COMPUTE-LTV.
           IF APL-PROP-APPRAISED-VALUE > ZERO
               COMPUTE APL-LTV-PERCENT ROUNDED =
                   (APL-LOAN-AMOUNT / APL-PROP-APPRAISED-VALUE) * 100
           ELSE
               MOVE ZERO TO APL-LTV-PERCENT
           END-IF.
      *
      * Actions A and D - the underwriter's decision on a referred
      * application, recorded the way LNMDISP's 5000-RECORD-DECISION
      * records a card: decision code and date, status, and on a
      * decline the D-codes in place of the referral's R-codes. The
      * approval's conditions go on CNDFIL and the decision goes on
      * the online disposition queue for tonight's LNMDISP, all in
      * the one unit of work with the master rewrite and its history
      * entry.
       5500-RECORD-DISPOSITION.
           PERFORM 4900-EDIT-DISPOSITION.
           IF EDIT-IS-OK
               PERFORM 0200-GET-USER-AND-DATE
               PERFORM 7000-READ-FOR-UPDATE
           END-IF.
           IF EDIT-IS-OK
               PERFORM 4700-CHECK-STATUS-RULES
           END-IF.
           IF EDIT-IS-OK
               MOVE W-TODAY TO APL-UW-DECISION-DATE
               IF ACTIONI = 'A'
                   SET APL-UW-APPROVE TO TRUE
                   SET APL-STAT-APPROVED TO TRUE
               ELSE
                   SET APL-UW-DECLINE TO TRUE
                   SET APL-STAT-DECLINED TO TRUE
                   MOVE W-REASON-CODES TO APL-UW-DENIAL-REASONS
               END-IF
               PERFORM 7500-REWRITE-AND-JOURNAL
           END-IF.
           IF EDIT-IS-OK AND ACTIONI = 'A'
               PERFORM 5600-ADD-CONDITION
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > 3 OR NOT EDIT-IS-OK
           END-IF.
           IF EDIT-IS-OK
               PERFORM 5700-QUEUE-DISPOSITION
           END-IF.
           IF EDIT-IS-OK
               PERFORM 7600-SHOW-UPDATED-RECORD
               IF ACTIONI = 'A'
                   MOVE 'APPROVED WITH CONDITIONS - GOES TO TONIGHT''S C
      -                'LOSING RUN' TO MSGO
               ELSE
                   MOVE 'DECLINED AFTER MANUAL REVIEW - LETTER GOES TONI
      -                'GHT' TO MSGO
               END-IF
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 4000-SEND-MAP.
      *
      * One keyed condition on file, open, under the code's usual
      * category and description, at the next free sequence - as
      * LNMDISP's 5500-ADD-CONDITION does, but a condition that
      * cannot be written backs the whole approval out, since the
      * underwriter is still at the screen to key it again.
       5600-ADD-CONDITION.
           IF W-CONDITION-CODE (W-SUB) NOT = SPACES
               SET CND-IDX TO 1
               SEARCH CND-CODE-ENTRY
                   AT END
                       CONTINUE
                   WHEN CND-TBL-CODE (CND-IDX) =
                           W-CONDITION-CODE (W-SUB)
                       CONTINUE
               END-SEARCH
               PERFORM 5650-FIND-NEXT-SEQUENCE
               MOVE SPACES TO CONDITION-RECORD
               MOVE APL-APPL-NUMBER TO CND-APPL-NUMBER
               MOVE W-NEXT-SEQUENCE TO CND-SEQUENCE
               MOVE CND-TBL-CODE (CND-IDX) TO CND-CODE
               MOVE CND-TBL-CATEGORY (CND-IDX) TO CND-CATEGORY
               MOVE CND-TBL-DESCRIPTION (CND-IDX) TO CND-DESCRIPTION
               SET CND-OPEN TO TRUE
               MOVE W-TODAY TO CND-ADDED-DATE
               MOVE W-USERID TO CND-ADDED-BY
               IF W-NEXT-SEQUENCE > 999
                   MOVE DFHRESP(NOSPACE) TO W-FILE-RESP
               ELSE
                   EXEC CICS WRITE FILE    (W-CNDFIL)
                                    FROM   (CONDITION-RECORD)
                                    RIDFLD (CND-KEY)
                                    RESP   (W-FILE-RESP)
                   END-EXEC
               END-IF
               IF W-FILE-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 7900-BACK-OUT
                   MOVE SPACES TO MSGO
                   STRING 'CONDITION '               DELIMITED BY SIZE
                          W-CONDITION-CODE (W-SUB)   DELIMITED BY SIZE
                          ' NOT ADDED - APPROVAL BACKED OUT, CALL SUPPOR
      -                   'T'                        DELIMITED BY SIZE
                       INTO MSGO
               END-IF
           END-IF.
      *
      * One more than the highest sequence on file for the loan.
       5650-FIND-NEXT-SEQUENCE.
           MOVE 1 TO W-NEXT-SEQUENCE.
           MOVE 'N' TO W-COND-BROWSE-FLAG.
           MOVE APL-APPL-NUMBER TO W-COND-APPL.
           MOVE ZEROS TO W-COND-SEQ.
           EXEC CICS STARTBR FILE    (W-CNDFIL)
                              RIDFLD (W-COND-KEY)
                              GTEQ
                              RESP   (W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NORMAL)
               PERFORM 5660-SCAN-ONE-CONDITION
                   UNTIL COND-BROWSE-DONE
               EXEC CICS ENDBR FILE (W-CNDFIL)
               END-EXEC
           END-IF.
      *
       5660-SCAN-ONE-CONDITION.
           EXEC CICS READNEXT FILE    (W-CNDFIL)
                              INTO   (CONDITION-RECORD)
                              RIDFLD (W-COND-KEY)
                              RESP   (W-RESP)
           END-EXEC.
           IF W-RESP NOT = DFHRESP(NORMAL)
                   OR CND-APPL-NUMBER NOT = APL-APPL-NUMBER
               MOVE 'Y' TO W-COND-BROWSE-FLAG
           ELSE
               COMPUTE W-NEXT-SEQUENCE = CND-SEQUENCE + 1
           END-IF.
      *
      * Tell tonight's LNMDISP about the decision (see DSPQREC.cpy).
       5700-QUEUE-DISPOSITION.
           MOVE SPACES TO ONLINE-DISPOSITION-RECORD.
           MOVE APL-APPL-NUMBER TO DSQ-APPL-NUMBER.
           MOVE ACTIONI TO DSQ-ACTION.
           MOVE W-TODAY TO DSQ-KEYED-DATE.
           MOVE W-NOWTIME TO DSQ-KEYED-TIME.
           MOVE W-USERID TO DSQ-USERID.
           MOVE EIBTRMID TO DSQ-TERMID.
           EXEC CICS WRITE FILE    (W-DSPQFIL)
                            FROM   (ONLINE-DISPOSITION-RECORD)
                            RIDFLD (W-DSPQ-RBA)
                            RBA
                            RESP   (W-FILE-RESP)
           END-EXEC.
           IF W-FILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 7900-BACK-OUT
               MOVE 'DISPOSITION QUEUE UNAVAILABLE - DECISION BACKED OUT
      -            ', CALL SUPPORT' TO MSGO
           END-IF.
      *
      * Action W - withdraw the application, as LNWDRAW's
      * 5000-MARK-WITHDRAWN does: status WD and the withdrawal date.
       5800-WITHDRAW-APPLICATION.
           PERFORM 0200-GET-USER-AND-DATE.
           PERFORM 4950-EDIT-WITHDRAWAL.
           IF EDIT-IS-OK
               PERFORM 7000-READ-FOR-UPDATE
           END-IF.
           IF EDIT-IS-OK
               PERFORM 4700-CHECK-STATUS-RULES
           END-IF.
           IF EDIT-IS-OK
               SET APL-STAT-WITHDRAWN TO TRUE
               MOVE W-WITHDRAWN-DATE TO APL-WITHDRAWN-DATE
               PERFORM 7500-REWRITE-AND-JOURNAL
           END-IF.
           IF EDIT-IS-OK
               PERFORM 7600-SHOW-UPDATED-RECORD
               MOVE 'APPLICATION WITHDRAWN' TO MSGO
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 4000-SEND-MAP.
      *
      * Action I - bring the application up and remember it, exactly
      * as shown, for the change or decision that follows.
       6000-INQUIRE-APPLICATION.
           EXEC CICS READ FILE    (W-LNAPFIL)
                           INTO   (LOAN-APPLICATION-RECORD)
                           RIDFLD (APPLNOI)
                           RESP   (W-FILE-RESP)
           END-EXEC.
           EVALUATE W-FILE-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 6100-SHOW-APPLICATION
                    MOVE APL-APPL-NUMBER TO LMNT-CA-SHOWN-APPL
                    MOVE LOAN-APPLICATION-RECORD
                        TO LMNT-CA-SHOWN-IMAGE
                    PERFORM 6300-STATUS-GUIDANCE
               WHEN DFHRESP(NOTFND)
                    MOVE SPACES TO LMNT-COMMAREA
                    MOVE -1 TO APPLNOL
                    MOVE 'APPLICATION NOT ON FILE' TO MSGO
               WHEN OTHER
                    MOVE SPACES TO LMNT-COMMAREA
                    MOVE 'APPLICATION FILE ERROR ON INQUIRY - CALL SUPPO
      -                 'RT' TO MSGO
           END-EVALUATE.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 4000-SEND-MAP.
      *
      * Record onto the screen. Packed amounts show as their cents
      * digits (blank if the field holds no valid figure); the
      * co-borrower fields show blank on an application without one.
      * The underwriter's slots always come back empty.
       6100-SHOW-APPLICATION.
           MOVE APL-APPL-NUMBER TO APPLNOO.
           MOVE APL-STATUS TO STATO.
           PERFORM 6200-SPELL-OUT-STATUS.
           MOVE APL-BORR-SSN TO SSNO.
           MOVE APL-CO-BORROWER-PRESENT TO COBFLGO.
           MOVE APL-BORR-LNAME TO BLNAMEO.
           MOVE APL-BORR-FNAME TO BFNAMEO.
           MOVE APL-BORR-MI TO BMIO.
           MOVE APL-BORR-DOB TO BDOBO.
           MOVE SPACES TO BINCO.
           IF APL-BORR-MONTHLY-INCOME NUMERIC
               MOVE APL-BORR-MONTHLY-INCOME TO W-AMT-7V2
               MOVE W-AMT-7V2-X TO BINCO
           END-IF.
           MOVE SPACES TO BDEBTO.
           IF APL-BORR-MONTHLY-DEBT NUMERIC
               MOVE APL-BORR-MONTHLY-DEBT TO W-AMT-7V2
               MOVE W-AMT-7V2-X TO BDEBTO
           END-IF.
           PERFORM 6150-SHOW-CO-BORROWER.
           MOVE APL-PROP-ADDR-LINE1 TO PADDRO.
           MOVE APL-PROP-CITY TO PCITYO.
           MOVE APL-PROP-STATE TO PSTATEO.
           MOVE APL-PROP-ZIP TO PZIPO.
           MOVE APL-PROP-COUNTY-CODE TO PCNTYO.
           MOVE SPACES TO PVALUEO.
           IF APL-PROP-APPRAISED-VALUE NUMERIC
               MOVE APL-PROP-APPRAISED-VALUE TO W-AMT-9V2
               MOVE W-AMT-9V2-X TO PVALUEO
           END-IF.
           MOVE SPACES TO LNAMTO.
           IF APL-LOAN-AMOUNT NUMERIC
               MOVE APL-LOAN-AMOUNT TO W-AMT-9V2
               MOVE W-AMT-9V2-X TO LNAMTO
           END-IF.
           MOVE APL-LOAN-TYPE TO LNTYPEO.
           MOVE APL-LOAN-TERM-MONTHS TO LNTERMO.
           MOVE APL-HOUSEHOLD-SIZE (1:2) TO HHSIZEO.
           MOVE APL-ANNUAL-PROP-TAX (1:9) TO PTAXO.
           MOVE APL-ANNUAL-HAZ-INS (1:9) TO HAZINSO.
           MOVE SPACES TO RSN1O.
           MOVE SPACES TO RSN2O.
           MOVE SPACES TO RSN3O.
           MOVE SPACES TO COND1O.
           MOVE SPACES TO COND2O.
           MOVE SPACES TO COND3O.
           MOVE SPACES TO WDDATEO.
      *
       6150-SHOW-CO-BORROWER.
           MOVE SPACES TO CLNAMEO.
           MOVE SPACES TO CFNAMEO.
           MOVE SPACES TO CMIO.
           MOVE SPACES TO CDOBO.
           MOVE SPACES TO CINCO.
           MOVE SPACES TO CDEBTO.
           IF APL-HAS-CO-BORROWER
               MOVE APL-COB-LNAME TO CLNAMEO
               MOVE APL-COB-FNAME TO CFNAMEO
               MOVE APL-COB-MI TO CMIO
               MOVE APL-COB-DOB TO CDOBO
               IF APL-COB-MONTHLY-INCOME NUMERIC
                   MOVE APL-COB-MONTHLY-INCOME TO W-AMT-7V2
                   MOVE W-AMT-7V2-X TO CINCO
               END-IF
               IF APL-COB-MONTHLY-DEBT NUMERIC
                   MOVE APL-COB-MONTHLY-DEBT TO W-AMT-7V2
                   MOVE W-AMT-7V2-X TO CDEBTO
               END-IF
           END-IF.
      *
       6200-SPELL-OUT-STATUS.
           EVALUATE TRUE
               WHEN APL-STAT-INTAKE
                    MOVE 'IN INTAKE' TO STATDSO
               WHEN APL-STAT-EXCL-HOLD
                    MOVE 'EXCLUSION HOLD' TO STATDSO
               WHEN APL-STAT-UNDERWRITING
                    MOVE 'IN UNDERWRITING' TO STATDSO
               WHEN APL-STAT-PENDING-CREDIT
                    MOVE 'PENDING CREDIT' TO STATDSO
               WHEN APL-STAT-PENDING-APPRAISAL
                    MOVE 'PENDING APPRAISAL' TO STATDSO
               WHEN APL-STAT-APPROVED
                    MOVE 'APPROVED' TO STATDSO
               WHEN APL-STAT-REFERRED
                    MOVE 'REFERRED' TO STATDSO
               WHEN APL-STAT-DECLINED
                    MOVE 'DECLINED' TO STATDSO
               WHEN APL-STAT-CLOSED
                    MOVE 'CLOSED' TO STATDSO
               WHEN APL-STAT-FUNDED
                    MOVE 'FUNDED' TO STATDSO
               WHEN APL-STAT-WITHDRAWN
                    MOVE 'WITHDRAWN' TO STATDSO
               WHEN OTHER
                    MOVE 'UNKNOWN STATUS' TO STATDSO
           END-EVALUATE.
      *
      * What the operator can do with the application just shown.
       6300-STATUS-GUIDANCE.
           EVALUATE TRUE
               WHEN APL-STAT-FUNDED OR APL-STAT-CLOSED
                       OR APL-STAT-DECLINED OR APL-STAT-WITHDRAWN
                    MOVE 'APPLICATION IS LOCKED AGAINST CHANGE - INQUIRY
      -                 ' ONLY' TO MSGO
               WHEN APL-STAT-EXCL-HOLD
                    MOVE 'ON EXCLUSION HOLD - NOT CORRECTABLE; UNDERWRIT
      -                 'ER MAY WITHDRAW (W)' TO MSGO
               WHEN APL-STAT-REFERRED
                    MOVE 'REFERRED - UNDERWRITER MAY APPROVE (A), DECLIN
      -                 'E (D) OR WITHDRAW (W)' TO MSGO
               WHEN APL-STAT-APPROVED
                    MOVE 'APPROVED - NOT CORRECTABLE; UNDERWRITER MAY WI
      -                 'THDRAW (W)' TO MSGO
               WHEN OTHER
                    MOVE -1 TO BLNAMEL
                    MOVE 'CORRECT THE FIELDS AND PRESS PF7' TO MSGO
           END-EVALUATE.
      *
      * Read the master for update and make sure it is still the
      * record the operator was shown. If anything rewrote it since,
      * release it and show the operator the record as it now
      * stands.
       7000-READ-FOR-UPDATE.
           EXEC CICS READ FILE    (W-LNAPFIL)
                           INTO   (LOAN-APPLICATION-RECORD)
                           RIDFLD (APPLNOI)
                           UPDATE
                           RESP   (W-FILE-RESP)
           END-EXEC.
           EVALUATE W-FILE-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE LOAN-APPLICATION-RECORD TO W-BEFORE-IMAGE
                    IF LOAN-APPLICATION-RECORD
                            NOT = LMNT-CA-SHOWN-IMAGE
                        EXEC CICS UNLOCK FILE (W-LNAPFIL)
                        END-EXEC
                        MOVE 'N' TO W-EDIT-OK
                        PERFORM 7600-SHOW-UPDATED-RECORD
                        MOVE 'APPLICATION CHANGED SINCE IT WAS SHOWN - R
      -                     'EVIEW AND KEY AGAIN' TO MSGO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE 'N' TO W-EDIT-OK
                    MOVE SPACES TO LMNT-COMMAREA
                    MOVE 'APPLICATION NO LONGER ON FILE' TO MSGO
               WHEN OTHER
                    MOVE 'N' TO W-EDIT-OK
                    MOVE 'APPLICATION FILE ERROR ON UPDATE - CALL SUPPOR
      -                 'T' TO MSGO
           END-EVALUATE.
      *
      * Rewrite the master and journal it. Both are in this task's
      * unit of work: a history entry that cannot be written backs
      * the rewrite out, so the master never carries a change the
      * history does not.
       7500-REWRITE-AND-JOURNAL.
           EXEC CICS REWRITE FILE    (W-LNAPFIL)
                              FROM   (LOAN-APPLICATION-RECORD)
                              RESP   (W-FILE-RESP)
           END-EXEC.
           IF W-FILE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO W-EDIT-OK
               MOVE 'APPLICATION FILE ERROR ON REWRITE - CALL SUPPORT'
                   TO MSGO
           ELSE
               PERFORM 9000-WRITE-HISTORY-RECORD
               IF W-HIST-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 7900-BACK-OUT
                   MOVE 'HISTORY FILE UNAVAILABLE - CHANGE BACKED OUT, C
      -                'ALL SUPPORT' TO MSGO
               END-IF
           END-IF.
      *
      * The record as now on file goes back on the screen and
      * becomes the record shown.
       7600-SHOW-UPDATED-RECORD.
           PERFORM 6100-SHOW-APPLICATION.
           MOVE APL-APPL-NUMBER TO LMNT-CA-SHOWN-APPL.
           MOVE LOAN-APPLICATION-RECORD TO LMNT-CA-SHOWN-IMAGE.
      *
      * Back out everything this task has done to the recoverable
      * files (master, history, conditions, queue) and put the
      * record shown back the way it was.
       7900-BACK-OUT.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE 'N' TO W-EDIT-OK.
           MOVE W-BEFORE-IMAGE TO LOAN-APPLICATION-RECORD.
      *
       8000-END-SESSION.
           MOVE SPACES TO LMNT-COMMAREA.
           EXEC CICS SEND TEXT
                FROM   ('APPLICATION MAINTENANCE ENDED')
                LENGTH (29)
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
      *
       8500-RETURN-TRANSACTION.
           EXEC CICS RETURN
                TRANSID  (W-TRANID)
                COMMAREA (LMNT-COMMAREA)
                LENGTH   (LENGTH OF LMNT-COMMAREA)
           END-EXEC.
      *
      * One application-history entry (APHREC) for the master
      * rewrite just made, carrying the record as read for update
      * and as rewritten, the signed-on user and the terminal. Keyed
      * like the batch writers' entries; a duplicate key means
      * another writer landed in the same hundredth of a second, so
      * take the next sequence and write again.
       9000-WRITE-HISTORY-RECORD.
           MOVE SPACES TO APPL-HISTORY-RECORD.
           MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER.
           MOVE W-TODAY TO APH-CHANGE-DATE.
           MOVE W-HIST-TIME TO APH-CHANGE-TIME.
           MOVE W-PROGRAM TO APH-PROGRAM.
           MOVE W-USERID TO APH-USERID.
           MOVE EIBTRMID TO APH-TERMID.
           SET APH-ACTION-CHANGE TO TRUE.
      * APL-STATUS sits at offset 19 (1-relative) of the LNAPREC
      * layout.
           MOVE W-BEFORE-IMAGE (19:2) TO APH-OLD-STATUS.
           MOVE APL-STATUS TO APH-NEW-STATUS.
           MOVE W-BEFORE-IMAGE TO APH-BEFORE-IMAGE.
           MOVE LOAN-APPLICATION-RECORD TO APH-AFTER-IMAGE.
           MOVE ZERO TO W-HIST-SEQUENCE.
           MOVE ZERO TO W-HIST-TRIES.
           PERFORM 9010-WRITE-HISTORY-ENTRY.
           PERFORM 9010-WRITE-HISTORY-ENTRY
               UNTIL W-HIST-RESP NOT = DFHRESP(DUPREC)
                  OR W-HIST-TRIES > 9.
      *
       9010-WRITE-HISTORY-ENTRY.
           MOVE W-HIST-SEQUENCE TO APH-SEQUENCE.
           EXEC CICS WRITE FILE    (W-APHFIL)
                            FROM   (APPL-HISTORY-RECORD)
                            RIDFLD (APH-KEY)
                            RESP   (W-HIST-RESP)
           END-EXEC.
           IF W-HIST-RESP = DFHRESP(DUPREC)
               ADD 1 TO W-HIST-SEQUENCE
           END-IF.
           ADD 1 TO W-HIST-TRIES.
      *
       9999-ERROR.
           MOVE 'UNEXPECTED CICS ERROR - CONTACT SUPPORT' TO MSGO.
           SET SEND-DATAONLY-ALARM TO TRUE.
           PERFORM 4000-SEND-MAP.
           PERFORM 8500-RETURN-TRANSACTION.
