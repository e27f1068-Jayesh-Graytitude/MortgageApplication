      *   LNAPPL hold + clean
      *     + LNEHREL released    = BURXTR read
      *   BURXTR read             = BURPRS read
      *   LNLOCK ext+rel+rej      = LNLOCK read
      *   LNCOND add+clr+wv+rej   = LNCOND read
      *   BURPRS read + recycled  = APRXTR read
      *   APRXTR ord+rpk+apr+skp  = APRXTR read
      *   APRXTR read             = APRPRS read
      *   APRPRS read + recycled
      *     + LNLOCK repriced     = LNUNDW read
      *   LNUNDW read
      *     + LNMDISP appr+decl   = LNCLOSE read
      *   LNUNDW appr+ref+dec+skp = LNUNDW read
      *   LNCLOSE fnd+skp+rwf
      *     + held                = LNCLOSE read + retried
      *   LNCLOSE funded          = LNGLBAL loans
      *   LNALLOC alloc+unalloc   = LNCLOSE funded
      *   LNBOARD brd+nosched     = LNCLOSE funded
      * Tonight's counters, one slot per step/counter pairing. A
      * counter reported twice (a step rerun after an abend) lands in
      * its existing slot, so the rerun's figures supersede the
      * originals. Twenty reporting steps at up to six counters
      * each can pass a hundred records on a heavy day (an SDN
      * publish plus the desk-sheet loads on top of the regular
      * chain), so two hundred slots, leaving room for steps yet to
      * come.
       01  WS-COUNTER-TABLE.
           05  WS-CTR-ENTRY OCCURS 200 TIMES.
               10  WS-CTR-STEP           PIC X(8).
               10  WS-CTR-NAME           PIC X(12).
               10  WS-CTR-COUNT          PIC 9(7).
               ADD 1 TO WS-CTR-SUB
           END-PERFORM.
           IF WS-CTR-SUB > WS-CTR-USED
               IF WS-CTR-USED >= 200
                   DISPLAY 'LNRCBAL - COUNTER TABLE FULL AT '
                       RCT-STEP-NAME ' ' RCT-COUNTER-NAME
                   MOVE 12 TO RETURN-CODE
           MOVE 'BURXTR READ = BURPRS READ' TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
      * Every lock desk card was applied or rejected.
           MOVE 'N' TO WS-PROOF-MISSING.
           MOVE ZERO TO WS-PROOF-LEFT.
           MOVE 'LNLOCK' TO WS-LOOKUP-STEP.
           MOVE 'EXTENDED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'RELOCKED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'REJECTED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'READ' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'LNLOCK EXT+RELOCK+REJ = LNLOCK READ'
               TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
      * Every condition card was applied or rejected.
           MOVE 'N' TO WS-PROOF-MISSING.
           MOVE ZERO TO WS-PROOF-LEFT.
           MOVE 'LNCOND' TO WS-LOOKUP-STEP.
           MOVE 'ADDED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'CLEARED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'WAIVED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'REJECTED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'READ' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'LNCOND ADD+CLR+WAIVE+REJ = LNCOND READ'
               TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
      * BURPRS's extract, with the PC loans it recycled appended,
      * is APRXTR's APLIN.
           MOVE 'N' TO WS-PROOF-MISSING.
           MOVE ZERO TO WS-PROOF-LEFT.
           PERFORM 6160-GET-VALUE-BURPRS-READ.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6170-GET-VALUE-BURPRS-RECYCLED.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6230-GET-VALUE-APRXTR-READ.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'BURPRS READ+RCYC = APRXTR READ' TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
      * Every application APRXTR read was ordered, re-parked to wait
      * on an order already out, sent on with its appraisal in, or
      * passed through at another status.
           MOVE 'N' TO WS-PROOF-MISSING.
           MOVE ZERO TO WS-PROOF-LEFT.
           MOVE 'APRXTR' TO WS-LOOKUP-STEP.
           MOVE 'ORDERED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'REPARKED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'APPRAISED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'SKIPPED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6230-GET-VALUE-APRXTR-READ.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'APRXTR ORD+RPRK+APPR+SKP = APRXTR READ'
               TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
           MOVE 'N' TO WS-PROOF-MISSING.
           PERFORM 6230-GET-VALUE-APRXTR-READ.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6240-GET-VALUE-APRPRS-READ.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'APRXTR READ = APRPRS READ' TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
      * The loans the lock desk repriced back to UW ride the LNUNDW
      * APLIN concatenation ahead of APRPRS's extract, which carries
      * the loans APRPRS recycled from the master appended.
           MOVE 'N' TO WS-PROOF-MISSING.
           MOVE ZERO TO WS-PROOF-LEFT.
           PERFORM 6240-GET-VALUE-APRPRS-READ.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6250-GET-VALUE-APRPRS-RECYCLED.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6220-GET-VALUE-LNLOCK-REPRICED.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           PERFORM 6180-GET-VALUE-LNUNDW-READ.
           MOVE WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'APRPRS READ+RCYC + LNLOCK REPR = LNUNDW READ'
               TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
           MOVE 'REWRITEFAIL' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
           MOVE 'HELD' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-LEFT.
      * Held loans swept back off the master were never on tonight's
      * extract, so they are added to what LNCLOSE read.
           MOVE ZERO TO WS-PROOF-RIGHT.
           MOVE 'RETRIED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           PERFORM 6190-GET-VALUE-LNCLOSE-READ.
           ADD WS-LOOKUP-VALUE TO WS-PROOF-RIGHT.
           MOVE 'LNCLOSE FND+SKP+RWF+HELD = READ+RETRIED'
               TO WS-P-CAPTION.
           PERFORM 7000-JUDGE-PROOF.
      *
           MOVE 'LNMDISP' TO WS-LOOKUP-STEP.
           MOVE 'DECLINE' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
      *
       6220-GET-VALUE-LNLOCK-REPRICED.
           MOVE 'LNLOCK' TO WS-LOOKUP-STEP.
           MOVE 'REPRICED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
      *
       6230-GET-VALUE-APRXTR-READ.
           MOVE 'APRXTR' TO WS-LOOKUP-STEP.
           MOVE 'READ' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
      *
       6240-GET-VALUE-APRPRS-READ.
           MOVE 'APRPRS' TO WS-LOOKUP-STEP.
           MOVE 'READ' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
      *
       6250-GET-VALUE-APRPRS-RECYCLED.
           MOVE 'APRPRS' TO WS-LOOKUP-STEP.
           MOVE 'RECYCLED' TO WS-LOOKUP-NAME.
           PERFORM 6000-FIND-COUNTER.
      *
       7000-JUDGE-PROOF.
           MOVE WS-PROOF-LEFT TO WS-P-LEFT.
