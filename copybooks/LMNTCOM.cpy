      ******************************************************************
      * LMNTCOM - DFHCOMMAREA for transactions LMNT and LMUW / program
      * LNAPMNT. Carries pseudo-conversational state across the
      * terminal's trips through CICS, same convention as EXCLCOM for
      * EXCL. The application on screen and the master record exactly
      * as it was painted: a change or disposition is only applied to
      * the application last shown, and only if the master still
      * matches the record shown - anything that rewrote it in the
      * meantime (another terminal, the lock desk, a batch job) sends
      * the operator back to look at it again instead of laying the
      * screen over someone else's update.
      ******************************************************************
       01  LMNT-COMMAREA.
           05  LMNT-CA-SHOWN-APPL           PIC X(10).
           05  LMNT-CA-SHOWN-IMAGE          PIC X(600).
