      ******************************************************************
      * APHREC - Application history record.
      * Backing file: APHFIL, a VSAM KSDS keyed on application number
      * plus the date and time of the change plus a sequence within the
      * hundredth of a second, so a browse from an application number
      * walks that loan's life in the order it happened. The file is
      * append-only: every program that writes or rewrites LNAPFIL
      * (LNAPPL, BURXTR, BURPRS, APRXTR, APRPRS, SDNLOAD, LNEHREL,
      * LNUNDW, LNMDISP, LNWDRAW, LNLOCK, LNCLOSE, LNALLOC, LNPURCH,
      * LNBOARD, LNBACK,
      * and the LNAPMNT maintenance and EXCLREV name-match review
      * transactions online) adds one record per master write, carrying
      * the whole record as it was before the write and as it was
      * written - the same before/after-image arrangement AUDREC gives
      * the exclusion file - and nothing ever rewrites one. The
      * field-by-field differences are worked out when the history is
      * read, against the LNAPREC field list in APHFLD (APHPRT prints
      * them, the LINQ inquiry pages through them). LNARCH is the one
      * program that removes history: it moves an archived loan's
      * records to the yearly history archive alongside the master
      * record, adding an archive entry of its own, and LNRETRV writes
      * them back with a restore entry when the loan comes back. The
      * program is the one that wrote the master; the user id and
      * terminal are the signed-on operator's for an online change
      * (LNAPMNT, EXCLREV) and spaces for a batch one. An add has a
      * before image of spaces and an old status of spaces.
      ******************************************************************
       01  APPL-HISTORY-RECORD.
           05  APH-KEY.
               10  APH-APPL-NUMBER           PIC X(10).
               10  APH-CHANGE-DATE           PIC X(8).
               10  APH-CHANGE-TIME           PIC X(8).
               10  APH-SEQUENCE              PIC 9(4).
           05  APH-PROGRAM                  PIC X(8).
           05  APH-USERID                   PIC X(8).
           05  APH-TERMID                   PIC X(4).
           05  APH-ACTION                   PIC X(1).
               88  APH-ACTION-ADD             VALUE 'A'.
               88  APH-ACTION-CHANGE          VALUE 'C'.
               88  APH-ACTION-ARCHIVE         VALUE 'X'.
               88  APH-ACTION-RESTORE         VALUE 'R'.
           05  APH-OLD-STATUS               PIC X(2).
           05  APH-NEW-STATUS               PIC X(2).
      * Sized to hold a flattened LOAN-APPLICATION-RECORD (copybook
      * LNAPREC), currently 600 bytes long.
           05  APH-BEFORE-IMAGE             PIC X(600).
           05  APH-AFTER-IMAGE              PIC X(600).
           05  FILLER                       PIC X(25).
