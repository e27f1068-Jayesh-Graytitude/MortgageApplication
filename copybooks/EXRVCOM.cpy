      ******************************************************************
      * EXRVCOM - DFHCOMMAREA for transaction EXRV / program EXCLREV.
      * Carries pseudo-conversational state across the terminal's
      * trips through CICS, same convention as EXCLCOM for EXCL. The
      * review queue entry on screen and its record exactly as it was
      * painted: a false-positive or confirm decision is only taken
      * on the entry last shown, and only if SCRQFIL still holds it
      * as shown - an entry a re-screen refiled or another reviewer
      * decided in the meantime is shown again instead.
      ******************************************************************
       01  EXRV-COMMAREA.
           05  EXRV-CA-SHOWN-KEY            PIC X(20).
           05  EXRV-CA-SHOWN-IMAGE          PIC X(200).
