      * LINQCOM - DFHCOMMAREA for transaction LINQ / program LNAPINQ.
      * Carries pseudo-conversational state across the terminal's
      * trips through CICS, same convention as EXCLCOM for EXCL.
      * The application on screen, and which page of its history
      * (four entries a page) is showing, let PF7/PF8 page through
      * the history without the officer keying the number again.
      ******************************************************************
       01  LINQ-COMMAREA.
           05  LINQ-CA-LAST-APPL            PIC X(10).
           05  LINQ-CA-LAST-SSN             PIC X(9).
           05  LINQ-CA-SHOWN-APPL           PIC X(10).
           05  LINQ-CA-HIST-PAGE            PIC 9(3).
           05  LINQ-CA-HIST-MORE            PIC X.
               88  LINQ-CA-MORE-HISTORY       VALUE 'Y'.
