       ID DIVISION.
       PROGRAM-ID. EXCLREV.
      ******************************************************************
      * EXCLREV - Exclusion name-match review (transaction EXRV).
      * Compliance's screen onto the SCRQFIL review queue (see
      * SCRQREC.cpy) that the phonetic/near-match name screen files
      * to - LNAPPL at intake and SDNLOAD on its pipeline re-screen.
      * Built on the EXCL/EXCLUDE maintenance pattern, with the
      * record-as-shown and unit-of-work rules of LMNT/LNAPMNT.
      *
      * N brings up the next open entry (H held, or P pending) after
      * the key on the screen - a blank key starts at the top of the
      * queue, so a reviewer works the queue by pressing PF5. B
      * brings up an entry by application number, party and list SSN,
      * decided or not; the party and list SSN may be left blank to
      * take the application's first entry. The application party
      * and the exclusion entry it matched are shown side by side as
      * they stood when the match was filed, with the score, the
      * list reason and the application's current status.
      *
      * F clears the entry shown as a false positive and C confirms
      * it as a match; only an open entry can be decided, and only
      * if SCRQFIL still holds it exactly as shown. Clearing an H
      * entry is what lets LNEHREL release the hold it placed (it
      * releases on the next LNEHREL run if nothing else still holds
      * the application). Confirming an entry whose application is
      * still open (IN, UW, PC, PA, AP or RF) puts the application on
      * exclusion hold (EH) under the list entry's reason code, as
      * LNAPPL and SDNLOAD do for an SSN hit, and journals the master
      * rewrite on the application history (APHFIL, see APHREC.cpy)
      * with the signed-on user and terminal.
      *
      * Every decision writes an audit record to AUDTFIL (see
      * AUDREC.cpy, actions F and M) keyed on the list SSN. The
      * master rewrite, its history entry, the queue rewrite and the
      * audit record are one unit of work: if any of them cannot be
      * written the decision is backed out, so no decision stands
      * without its audit record.
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
           10  W-BROWSE-FLAG                  PIC X.
               88  BROWSE-DONE                  VALUE 'Y'.
           10  W-ENTRY-FLAG                   PIC X.
               88  ENTRY-FOUND                  VALUE 'Y'.
           10  W-HOLD-PLACED                  PIC X.
               88  HOLD-WAS-PLACED              VALUE 'Y'.
      *
       01  W-CONSTANTS.
           10  W-MAPSET                       PIC X(8) VALUE 'EXRVMSM'.
           10  W-MAPNAME                      PIC X(8) VALUE 'EXRVMAP'.
           10  W-TRANID                       PIC X(4) VALUE 'EXRV'.
           10  W-PROGRAM                      PIC X(8) VALUE 'EXCLREV'.
           10  W-SCRQFIL                      PIC X(8) VALUE 'SCRQFIL'.
           10  W-LNAPFIL                      PIC X(8) VALUE 'EXRVAPL'.
           10  W-APHFIL                       PIC X(8) VALUE 'EXRVHST'.
           10  W-AUDTFIL                      PIC X(8) VALUE 'AUDTFIL'.
      *
       01  W-MISC.
           10  W-RESP                         PIC S9(8) COMP.
           10  W-FILE-RESP                    PIC S9(8) COMP.
           10  W-APPL-RESP                    PIC S9(8) COMP.
           10  W-HIST-RESP                    PIC S9(8) COMP.
           10  W-AUDIT-RESP                   PIC S9(8) COMP.
           10  W-AUDIT-RBA                    PIC S9(8) COMP.
           10  W-EDIT-OK                      PIC X VALUE 'Y'.
               88  EDIT-IS-OK                   VALUE 'Y'.
           10  W-USERID                       PIC X(8).
           10  W-ABSTIME                      PIC S9(15) COMP-3.
           10  W-ABS-SECONDS                  PIC S9(15) COMP-3.
           10  W-ABS-MILLIS                   PIC S9(3) COMP-3.
           10  W-TODAY                        PIC X(8).
           10  W-NOWTIME                      PIC X(6).
      * The entry's status before the decision, for the audit record.
           10  W-OLD-STATUS                   PIC X(1).
      *
      * Queue key as keyed on the screen, and the RIDFLD the browse
      * moves along the queue. W-START-KEY is where an N browse
      * started, so the entry on screen is stepped over.
       01  W-BROWSE-KEY.
           10  W-BR-APPL-NUMBER               PIC X(10).
           10  W-BR-PARTY                     PIC X(1).
           10  W-BR-LIST-SSN                  PIC X(9).
       01  W-START-KEY                       PIC X(20).
      *
      * The queue entry as read for update, put back if the decision
      * is backed out; and the master record as read for update - the
      * history entry's before image.
       01  W-QUEUE-BEFORE-IMAGE              PIC X(200).
       01  W-BEFORE-IMAGE                    PIC X(600).
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
      * I/O areas for the review queue, the master, the history and
      * the audit trail, all read and written through CICS FILE
      * control against the entries defined in cics/EXCLREV.csd.txt
      * and cics/EXCLUDE.csd.txt - not COBOL SELECTs, since CICS
      * resolves the datasets through the FCT.
       COPY SCRQREC.
       COPY LNAPREC.
       COPY APHREC.
       COPY AUDREC.
      *
       COPY EXRVCOM.
       COPY EXRVMAP.
       COPY RSNCODE.
       COPY DFHAID.
       COPY DFHBMSCA.
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA                       PIC X(220).
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
                MAPFAIL (1000-SEND-INITIAL-MAP)
                ERROR   (9999-ERROR)
           END-EXEC.

           PERFORM 0100-LOAD-REASON-TABLE.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               MOVE DFHCOMMAREA TO EXRV-COMMAREA
               PERFORM 2000-RECEIVE-MAP
               PERFORM 3000-PROCESS-AID
           END-IF.

           PERFORM 8500-RETURN-TRANSACTION.
      *
       0100-LOAD-REASON-TABLE.
           MOVE RSN-CODE-REDEF TO RSN-CODE-TABLE.
      *
      * Current date (YYYYMMDD), time, and signed-on userid, used to
      * stamp the decision, its audit record and any history entry.
      * The hundredths for the history key come off the ABSTIME
      * milliseconds, as in LNAPMNT.
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
           MOVE SPACES TO EXRVMAPO.
           MOVE -1 TO ACTIONL.
           MOVE 'PRESS PF5 FOR THE NEXT OPEN NAME MATCH, OR KEY B AND AN
      -        ' APPLICATION NUMBER' TO MSGO.
           SET SEND-ERASE TO TRUE.
           MOVE SPACES TO EXRV-COMMAREA.
           PERFORM 4000-SEND-MAP.
           GO TO 8500-RETURN-TRANSACTION.
      *
       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              INTO   (EXRVMAPI)
                              RESP   (W-RESP)
           END-EXEC.
           PERFORM 2100-BLANK-EMPTY-FIELDS.
      *
      * A field the reviewer erased comes back as nulls; read it as
      * blank, so a blank key starts the N browse at the top.
       2100-BLANK-EMPTY-FIELDS.
           INSPECT ACTIONI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT APPLNOI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT PARTYI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LISTSSNI REPLACING ALL LOW-VALUE BY SPACE.
      *
      * Dispatch on the AID key. ENTER drives whatever the ACTION
      * field asks for; PF5 defaults it to N, the key a reviewer
      * working the queue presses all day.
       3000-PROCESS-AID.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                    PERFORM 8000-END-SESSION
               WHEN EIBAID = DFHCLEAR
                    PERFORM 1000-SEND-INITIAL-MAP
               WHEN EIBAID = DFHPF5
                    MOVE 'N' TO ACTIONI
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
                   WHEN 'N'
                        PERFORM 6000-NEXT-OPEN-ENTRY
                   WHEN 'B'
                        PERFORM 6500-BROWSE-ENTRY
                   WHEN 'F'
                        PERFORM 5000-DECIDE-ENTRY
                   WHEN 'C'
                        PERFORM 5000-DECIDE-ENTRY
               END-EVALUATE
           END-IF.
      *
      * Request-level edits before any file is touched. A decision
      * has to be on the entry last shown, so the reviewer has seen
      * the names and dates being decided on.
       4600-EDIT-REQUEST.
           MOVE 'Y' TO W-EDIT-OK.
           MOVE APPLNOI TO W-BR-APPL-NUMBER.
           MOVE PARTYI TO W-BR-PARTY.
           MOVE LISTSSNI TO W-BR-LIST-SSN.
           EVALUATE TRUE
               WHEN ACTIONI NOT = 'N' AND ACTIONI NOT = 'B'
                       AND ACTIONI NOT = 'F' AND ACTIONI NOT = 'C'
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO ACTIONL
                    MOVE 'ACTION MUST BE N, B, F OR C' TO MSGO
               WHEN PARTYI NOT = SPACE AND PARTYI NOT = 'B'
                       AND PARTYI NOT = 'C'
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO PARTYL
                    MOVE 'PARTY MUST BE B (BORROWER), C (CO-BORROWER) OR
      -                 ' BLANK' TO MSGO
               WHEN LISTSSNI NOT = SPACES AND LISTSSNI NOT NUMERIC
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO LISTSSNL
                    MOVE 'LIST SSN MUST BE NUMERIC OR BLANK' TO MSGO
               WHEN LISTSSNI NOT = SPACES AND PARTYI = SPACE
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO PARTYL
                    MOVE 'KEY THE PARTY WITH THE LIST SSN' TO MSGO
               WHEN ACTIONI = 'B' AND APPLNOI = SPACES
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO APPLNOL
                    MOVE 'APPLICATION NUMBER REQUIRED TO BROWSE' TO MSGO
               WHEN (ACTIONI = 'F' OR ACTIONI = 'C')
                       AND (EXRV-CA-SHOWN-KEY = SPACES
                        OR W-BROWSE-KEY NOT = EXRV-CA-SHOWN-KEY)
                    MOVE 'N' TO W-EDIT-OK
                    MOVE -1 TO ACTIONL
                    MOVE 'SHOW THE ENTRY (N OR B) BEFORE DECIDING IT'
                        TO MSGO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
      * Send the map using whichever of the W-SEND-FLAG 88-levels the
      * calling paragraph set.
       4000-SEND-MAP.
           EVALUATE TRUE
               WHEN SEND-ERASE
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (EXRVMAPO)
                              ERASE
                              CURSOR
                    END-EXEC
               WHEN SEND-DATAONLY-ALARM
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (EXRVMAPO)
                              DATAONLY
                              ALARM
                              CURSOR
                    END-EXEC
               WHEN OTHER
                    EXEC CICS SEND MAP    (W-MAPNAME)
                              MAPSET (W-MAPSET)
                              FROM   (EXRVMAPO)
                              DATAONLY
                              CURSOR
                    END-EXEC
           END-EVALUATE.
      *
      * Actions F and C - decide the entry shown. The entry is read
      * for update and checked against what was shown; a confirm then
      * holds the application if it is still open; the entry is
      * rewritten with the decision and the audit record written.
       5000-DECIDE-ENTRY.
           PERFORM 0200-GET-USER-AND-DATE.
           MOVE 'N' TO W-HOLD-PLACED.
           PERFORM 7000-READ-ENTRY-FOR-UPDATE.
           IF EDIT-IS-OK
               IF NOT SRQ-OPEN
                   EXEC CICS UNLOCK FILE (W-SCRQFIL)
                   END-EXEC
                   MOVE 'N' TO W-EDIT-OK
                   MOVE 'ENTRY HAS ALREADY BEEN DECIDED - NOTHING CHANGE
      -                'D' TO MSGO
               END-IF
           END-IF.
           IF EDIT-IS-OK
               MOVE SRQ-STATUS TO W-OLD-STATUS
               IF ACTIONI = 'C'
                   PERFORM 5200-HOLD-APPLICATION
               END-IF
           END-IF.
           IF EDIT-IS-OK
               PERFORM 5500-REWRITE-ENTRY
           END-IF.
           IF EDIT-IS-OK
               PERFORM 6100-SHOW-ENTRY
               PERFORM 5800-DECISION-MESSAGE
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 4000-SEND-MAP.
      *
      * A confirmed match on an application still short of a
      * decision or funding holds it at EH, as an SSN hit does. One
      * already on hold stays as it is; one already decided, funded
      * or withdrawn is left alone - the confirmation still stands
      * on the queue and the audit trail. An application no longer
      * on the master (archived) is left alone the same way.
       5200-HOLD-APPLICATION.
           EXEC CICS READ FILE    (W-LNAPFIL)
                           INTO   (LOAN-APPLICATION-RECORD)
                           RIDFLD (SRQ-APPL-NUMBER)
                           UPDATE
                           RESP   (W-APPL-RESP)
           END-EXEC.
           EVALUATE W-APPL-RESP
               WHEN DFHRESP(NORMAL)
                    IF APL-STAT-INTAKE OR APL-STAT-UNDERWRITING
                            OR APL-STAT-PENDING-CREDIT
                            OR APL-STAT-PENDING-APPRAISAL
                            OR APL-STAT-APPROVED OR APL-STAT-REFERRED
                        MOVE LOAN-APPLICATION-RECORD TO W-BEFORE-IMAGE
                        MOVE 'Y' TO APL-EXCLUSION-HIT
                        MOVE SRQ-LIST-REASON
                            TO APL-EXCLUSION-REASON-CODE
                        MOVE 'EH' TO APL-STATUS
                        PERFORM 7500-REWRITE-AND-JOURNAL
                        IF EDIT-IS-OK
                            MOVE 'Y' TO W-HOLD-PLACED
                        END-IF
                    ELSE
                        EXEC CICS UNLOCK FILE (W-LNAPFIL)
                        END-EXEC
                    END-IF
               WHEN DFHRESP(NOTFND)
                    CONTINUE
               WHEN OTHER
                    PERFORM 7900-BACK-OUT
                    MOVE 'APPLICATION FILE ERROR ON UPDATE - CALL SUPPOR
      -                 'T' TO MSGO
           END-EVALUATE.
      *
      * Record the decision on the entry and write its audit record.
      * Either failing backs out the whole decision, the hold and its
      * history entry included.
       5500-REWRITE-ENTRY.
           IF ACTIONI = 'F'
               SET SRQ-FALSE-POSITIVE TO TRUE
           ELSE
               SET SRQ-CONFIRMED TO TRUE
           END-IF.
           MOVE W-TODAY TO SRQ-DECIDED-DATE.
           MOVE W-USERID TO SRQ-DECIDED-BY.
           EXEC CICS REWRITE FILE    (W-SCRQFIL)
                              FROM   (SCREEN-QUEUE-RECORD)
                              RESP   (W-FILE-RESP)
           END-EXEC.
           IF W-FILE-RESP NOT = DFHRESP(NORMAL)
               PERFORM 7900-BACK-OUT
               MOVE 'REVIEW QUEUE ERROR ON REWRITE - DECISION BACKED OUT
      -            ', CALL SUPPORT' TO MSGO
           ELSE
               PERFORM 9000-WRITE-AUDIT-RECORD
               IF W-AUDIT-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 7900-BACK-OUT
                   MOVE 'AUDIT FILE UNAVAILABLE - DECISION BACKED OUT, C
      -                'ALL SUPPORT' TO MSGO
               END-IF
           END-IF.
      *
      * Tell the reviewer what the decision did to the application.
       5800-DECISION-MESSAGE.
           EVALUATE TRUE
               WHEN SRQ-FALSE-POSITIVE AND W-OLD-STATUS = 'H'
                    MOVE 'CLEARED AS FALSE POSITIVE - THE HOLD IS REVIEW
      -                 'ED ON THE NEXT LNEHREL RUN' TO MSGO
               WHEN SRQ-FALSE-POSITIVE
                    MOVE 'CLEARED AS FALSE POSITIVE' TO MSGO
               WHEN HOLD-WAS-PLACED
                    MOVE 'CONFIRMED - APPLICATION PUT ON EXCLUSION HOLD'
                        TO MSGO
               WHEN OTHER
                    MOVE 'CONFIRMED AS A MATCH' TO MSGO
           END-EVALUATE.
      *
      * Action N - the next open entry after the key on screen. The
      * entry the browse starts on is stepped over, so pressing PF5
      * again on an entry moves past it.
       6000-NEXT-OPEN-ENTRY.
           MOVE W-BROWSE-KEY TO W-START-KEY.
           MOVE 'N' TO W-BROWSE-FLAG.
           MOVE 'N' TO W-ENTRY-FLAG.
           MOVE DFHRESP(NORMAL) TO W-FILE-RESP.
           EXEC CICS STARTBR FILE    (W-SCRQFIL)
                              RIDFLD (W-BROWSE-KEY)
                              GTEQ
                              RESP   (W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NORMAL)
               PERFORM 6050-READ-NEXT-OPEN UNTIL BROWSE-DONE
               EXEC CICS ENDBR FILE (W-SCRQFIL)
               END-EXEC
           ELSE
               MOVE W-RESP TO W-FILE-RESP
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           EVALUATE TRUE
               WHEN ENTRY-FOUND
                    PERFORM 6100-SHOW-ENTRY
                    PERFORM 6150-ENTRY-GUIDANCE
               WHEN W-FILE-RESP = DFHRESP(NORMAL)
                       OR W-FILE-RESP = DFHRESP(ENDFILE)
                       OR W-FILE-RESP = DFHRESP(NOTFND)
                    MOVE SPACES TO EXRV-COMMAREA
                    MOVE 'NO MORE OPEN NAME MATCHES - BLANK THE KEY, THE
      -                 'N PRESS PF5 TO START AGAIN' TO MSGO
               WHEN OTHER
                    MOVE SPACES TO EXRV-COMMAREA
                    MOVE 'REVIEW QUEUE ERROR ON BROWSE - CALL SUPPORT'
                        TO MSGO
           END-EVALUATE.
           PERFORM 4000-SEND-MAP.
      *
       6050-READ-NEXT-OPEN.
           EXEC CICS READNEXT FILE    (W-SCRQFIL)
                              INTO   (SCREEN-QUEUE-RECORD)
                              RIDFLD (W-BROWSE-KEY)
                              RESP   (W-FILE-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN W-FILE-RESP NOT = DFHRESP(NORMAL)
                    SET BROWSE-DONE TO TRUE
               WHEN SRQ-KEY = W-START-KEY
                    CONTINUE
               WHEN SRQ-OPEN
                    SET ENTRY-FOUND TO TRUE
                    SET BROWSE-DONE TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
      *
      * Entry onto the screen, and remembered exactly as shown for
      * the decision that follows. A held (strong) match comes back
      * with its score highlighted.
       6100-SHOW-ENTRY.
           MOVE SRQ-APPL-NUMBER TO APPLNOO.
           MOVE SRQ-PARTY TO PARTYO.
           MOVE SRQ-LIST-SSN TO LISTSSNO.
           MOVE SRQ-STATUS TO STATO.
           EVALUATE TRUE
               WHEN SRQ-HELD
                    MOVE 'OPEN - HOLDING APPL' TO STATDSO
               WHEN SRQ-PENDING
                    MOVE 'OPEN - FOR REVIEW' TO STATDSO
               WHEN SRQ-FALSE-POSITIVE
                    MOVE 'FALSE POSITIVE' TO STATDSO
               WHEN SRQ-CONFIRMED
                    MOVE 'CONFIRMED MATCH' TO STATDSO
               WHEN OTHER
                    MOVE 'UNKNOWN STATUS' TO STATDSO
           END-EVALUATE.
           MOVE SRQ-SCORE TO SCOREO.
           IF SRQ-HELD
               MOVE DFHRED TO SCOREC
               MOVE DFHREVRS TO SCOREH
           ELSE
               MOVE DFHDFCOL TO SCOREC
               MOVE DFHBASE TO SCOREH
           END-IF.
           MOVE SRQ-ALERT-COUNT TO ALERTSO.
           MOVE SRQ-PARTY-SSN TO PSSNO.
           MOVE SRQ-LIST-SSN TO XSSNO.
           MOVE SRQ-PARTY-LNAME TO PLNAMEO.
           MOVE SRQ-LIST-LNAME TO XLNAMEO.
           MOVE SRQ-PARTY-FNAME TO PFNAMEO.
           MOVE SRQ-LIST-FNAME TO XFNAMEO.
           MOVE SRQ-PARTY-DOB TO PDOBO.
           MOVE SRQ-LIST-DOB TO XDOBO.
           MOVE SRQ-LIST-REASON TO RSNCDO.
           PERFORM 6300-LOOKUP-REASON-DESC.
           MOVE SRQ-QUEUED-DATE TO QDATEO.
           MOVE SRQ-QUEUED-BY TO QBYO.
           MOVE SRQ-DECIDED-DATE TO DDATEO.
           MOVE SRQ-DECIDED-BY TO DBYO.
           PERFORM 6200-SHOW-APPLICATION-STATUS.
           MOVE SRQ-KEY TO EXRV-CA-SHOWN-KEY.
           MOVE SCREEN-QUEUE-RECORD TO EXRV-CA-SHOWN-IMAGE.
      *
      * What the reviewer can do with the entry just shown. A held
      * match sounds the alarm, as an exclusion hit does on EXCL.
       6150-ENTRY-GUIDANCE.
           MOVE DFHDFCOL TO MSGC.
           EVALUATE TRUE
               WHEN SRQ-HELD
                    MOVE 'STRONG MATCH - APPLICATION HELD - KEY F (FALSE
      -                 ' POSITIVE) OR C (CONFIRM)' TO MSGO
                    MOVE DFHRED TO MSGC
                    SET SEND-DATAONLY-ALARM TO TRUE
               WHEN SRQ-PENDING
                    MOVE 'POSSIBLE MATCH - KEY F (FALSE POSITIVE) OR C (
      -                 'CONFIRM)' TO MSGO
               WHEN SRQ-FALSE-POSITIVE
                    MOVE 'ALREADY CLEARED AS A FALSE POSITIVE' TO MSGO
               WHEN OTHER
                    MOVE 'ALREADY CONFIRMED AS A MATCH' TO MSGO
           END-EVALUATE.
           MOVE -1 TO ACTIONL.
      *
      * The application's status as it now stands on the master.
       6200-SHOW-APPLICATION-STATUS.
           MOVE SPACES TO APLSTATO.
           EXEC CICS READ FILE    (W-LNAPFIL)
                           INTO   (LOAN-APPLICATION-RECORD)
                           RIDFLD (SRQ-APPL-NUMBER)
                           RESP   (W-APPL-RESP)
           END-EXEC.
           EVALUATE W-APPL-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE APL-STATUS TO APLSTATO
                    PERFORM 6250-SPELL-OUT-STATUS
               WHEN DFHRESP(NOTFND)
                    MOVE 'NOT ON MASTER' TO APLSTDSO
               WHEN OTHER
                    MOVE 'MASTER UNAVAILABLE' TO APLSTDSO
           END-EVALUATE.
      *
       6250-SPELL-OUT-STATUS.
           EVALUATE TRUE
               WHEN APL-STAT-INTAKE
                    MOVE 'IN INTAKE' TO APLSTDSO
               WHEN APL-STAT-EXCL-HOLD
                    MOVE 'EXCLUSION HOLD' TO APLSTDSO
               WHEN APL-STAT-UNDERWRITING
                    MOVE 'IN UNDERWRITING' TO APLSTDSO
               WHEN APL-STAT-PENDING-CREDIT
                    MOVE 'PENDING CREDIT' TO APLSTDSO
               WHEN APL-STAT-PENDING-APPRAISAL
                    MOVE 'PENDING APPRAISAL' TO APLSTDSO
               WHEN APL-STAT-APPROVED
                    MOVE 'APPROVED' TO APLSTDSO
               WHEN APL-STAT-REFERRED
                    MOVE 'REFERRED' TO APLSTDSO
               WHEN APL-STAT-DECLINED
                    MOVE 'DECLINED' TO APLSTDSO
               WHEN APL-STAT-CLOSED
                    MOVE 'CLOSED' TO APLSTDSO
               WHEN APL-STAT-FUNDED
                    MOVE 'FUNDED' TO APLSTDSO
               WHEN APL-STAT-WITHDRAWN
                    MOVE 'WITHDRAWN' TO APLSTDSO
               WHEN OTHER
                    MOVE 'UNKNOWN STATUS' TO APLSTDSO
           END-EVALUATE.
      *
       6300-LOOKUP-REASON-DESC.
           MOVE SPACES TO RSNDESCO.
           SET RSN-IDX TO 1.
           SEARCH RSN-CODE-ENTRY
               AT END
                   MOVE 'UNKNOWN REASON CODE' TO RSNDESCO
               WHEN RSN-CODE(RSN-IDX) = SRQ-LIST-REASON
                   MOVE RSN-DESCRIPTION(RSN-IDX) TO RSNDESCO
           END-SEARCH.
      *
      * Action B - an entry by key, decided or not. A blank party
      * and list SSN take the application's first entry, a blank
      * list SSN the party's first.
       6500-BROWSE-ENTRY.
           MOVE 'N' TO W-ENTRY-FLAG.
           EXEC CICS STARTBR FILE    (W-SCRQFIL)
                              RIDFLD (W-BROWSE-KEY)
                              GTEQ
                              RESP   (W-RESP)
           END-EXEC.
           IF W-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE    (W-SCRQFIL)
                                  INTO   (SCREEN-QUEUE-RECORD)
                                  RIDFLD (W-BROWSE-KEY)
                                  RESP   (W-FILE-RESP)
               END-EXEC
               EXEC CICS ENDBR FILE (W-SCRQFIL)
               END-EXEC
           ELSE
               MOVE W-RESP TO W-FILE-RESP
           END-IF.
           IF W-FILE-RESP = DFHRESP(NORMAL)
                   AND SRQ-APPL-NUMBER = APPLNOI
                   AND (PARTYI = SPACE OR SRQ-PARTY = PARTYI)
                   AND (LISTSSNI = SPACES OR SRQ-LIST-SSN = LISTSSNI)
               SET ENTRY-FOUND TO TRUE
           END-IF.
           SET SEND-DATAONLY TO TRUE.
           EVALUATE TRUE
               WHEN ENTRY-FOUND
                    PERFORM 6100-SHOW-ENTRY
                    PERFORM 6150-ENTRY-GUIDANCE
               WHEN W-FILE-RESP = DFHRESP(NORMAL)
                       OR W-FILE-RESP = DFHRESP(ENDFILE)
                       OR W-FILE-RESP = DFHRESP(NOTFND)
                    MOVE SPACES TO EXRV-COMMAREA
                    MOVE -1 TO APPLNOL
                    MOVE 'NO REVIEW QUEUE ENTRY FOR THAT KEY' TO MSGO
               WHEN OTHER
                    MOVE SPACES TO EXRV-COMMAREA
                    MOVE 'REVIEW QUEUE ERROR ON BROWSE - CALL SUPPORT'
                        TO MSGO
           END-EVALUATE.
           PERFORM 4000-SEND-MAP.
      *
      * Read the entry for update and make sure it is still the one
      * the reviewer was shown. If a re-screen refiled it or another
      * reviewer decided it since, release it and show it as it now
      * stands.
       7000-READ-ENTRY-FOR-UPDATE.
           EXEC CICS READ FILE    (W-SCRQFIL)
                           INTO   (SCREEN-QUEUE-RECORD)
                           RIDFLD (EXRV-CA-SHOWN-KEY)
                           UPDATE
                           RESP   (W-FILE-RESP)
           END-EXEC.
           EVALUATE W-FILE-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE SCREEN-QUEUE-RECORD TO W-QUEUE-BEFORE-IMAGE
                    IF SCREEN-QUEUE-RECORD NOT = EXRV-CA-SHOWN-IMAGE
                        EXEC CICS UNLOCK FILE (W-SCRQFIL)
                        END-EXEC
                        MOVE 'N' TO W-EDIT-OK
                        PERFORM 6100-SHOW-ENTRY
                        MOVE 'ENTRY WAS CHANGED SINCE IT WAS SHOWN - REV
      -                     'IEW AND KEY AGAIN' TO MSGO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE 'N' TO W-EDIT-OK
                    MOVE SPACES TO EXRV-COMMAREA
                    MOVE 'ENTRY NO LONGER ON THE REVIEW QUEUE' TO MSGO
               WHEN OTHER
                    MOVE 'N' TO W-EDIT-OK
                    MOVE 'REVIEW QUEUE ERROR ON UPDATE - CALL SUPPORT'
                        TO MSGO
           END-EVALUATE.
      *
      * Rewrite the master and journal it, as LNAPMNT does. A history
      * entry that cannot be written backs the rewrite out.
       7500-REWRITE-AND-JOURNAL.
           EXEC CICS REWRITE FILE    (W-LNAPFIL)
                              FROM   (LOAN-APPLICATION-RECORD)
                              RESP   (W-APPL-RESP)
           END-EXEC.
           IF W-APPL-RESP NOT = DFHRESP(NORMAL)
               PERFORM 7900-BACK-OUT
               MOVE 'APPLICATION FILE ERROR ON REWRITE - CALL SUPPORT'
                   TO MSGO
           ELSE
               PERFORM 9100-WRITE-HISTORY-RECORD
               IF W-HIST-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 7900-BACK-OUT
                   MOVE 'HISTORY FILE UNAVAILABLE - DECISION BACKED OUT,
      -                ' CALL SUPPORT' TO MSGO
               END-IF
           END-IF.
      *
      * Back out everything this task has done to the recoverable
      * files (queue, master, history) and put the entry back the
      * way it was read.
       7900-BACK-OUT.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           MOVE 'N' TO W-EDIT-OK.
           MOVE 'N' TO W-HOLD-PLACED.
           MOVE W-QUEUE-BEFORE-IMAGE TO SCREEN-QUEUE-RECORD.
      *
       8000-END-SESSION.
           MOVE SPACES TO EXRV-COMMAREA.
           EXEC CICS SEND TEXT
                FROM   ('NAME MATCH REVIEW ENDED')
                LENGTH (23)
                ERASE
                FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
      *
       8500-RETURN-TRANSACTION.
           EXEC CICS RETURN
                TRANSID  (W-TRANID)
                COMMAREA (EXRV-COMMAREA)
                LENGTH   (LENGTH OF EXRV-COMMAREA)
           END-EXEC.
      *
      * One audit record for the decision just rewritten, keyed on
      * the list SSN like EXCLUDE's records for the entry itself, and
      * carrying the queue entry as decided. Appended to the ESDS by
      * RBA; unlike EXCLUDE's, a failure here backs the decision out.
       9000-WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD.
           STRING W-TODAY   DELIMITED BY SIZE
                  W-NOWTIME DELIMITED BY SIZE
               INTO AUD-TIMESTAMP.
           MOVE W-USERID TO AUD-USERID.
           MOVE EIBTRMID TO AUD-TERMID.
           IF SRQ-FALSE-POSITIVE
               SET AUD-ACTION-CLEARED TO TRUE
           ELSE
               SET AUD-ACTION-CONFIRMED TO TRUE
           END-IF.
           MOVE SRQ-LIST-SSN TO AUD-KEY.
           MOVE W-OLD-STATUS TO AUD-REVIEW-OLD-STATUS.
           MOVE W-HOLD-PLACED TO AUD-REVIEW-HOLD-PLACED.
           MOVE SCREEN-QUEUE-RECORD TO AUD-REVIEW-RECORD.
           EXEC CICS WRITE FILE    (W-AUDTFIL)
                            FROM   (AUDIT-RECORD)
                            RIDFLD (W-AUDIT-RBA)
                            RBA
                            RESP   (W-AUDIT-RESP)
           END-EXEC.
      *
      * One application-history entry (APHREC) for the hold just
      * placed, carrying the record as read for update and as
      * rewritten, the signed-on user and the terminal - as
      * LNAPMNT's 9000/9010. A duplicate key means another writer
      * landed in the same hundredth of a second, so take the next
      * sequence and write again.
       9100-WRITE-HISTORY-RECORD.
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
           PERFORM 9110-WRITE-HISTORY-ENTRY.
           PERFORM 9110-WRITE-HISTORY-ENTRY
               UNTIL W-HIST-RESP NOT = DFHRESP(DUPREC)
                  OR W-HIST-TRIES > 9.
      *
       9110-WRITE-HISTORY-ENTRY.
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
