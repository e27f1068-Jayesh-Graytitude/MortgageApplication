      ******************************************************************
      * DSPQREC - Online disposition queue record.
      * Backing file: DSPQFIL, a VSAM ESDS, append-only. LNAPMNT
      * (transaction LMUW) adds one record for every referred
      * application an underwriter approves or declines online, in
      * the same unit of work as the master rewrite. LNMDISP reads
      * the queue behind the desk's disposition cards that night and
      * puts each loan, as it then stands on the master, on its
      * disposition extract, so an online decision funds, letters,
      * and balances in LNRCBAL's proofs exactly like a keyed card.
      * The LNMDISP job empties the queue once the step has run.
      ******************************************************************
       01  ONLINE-DISPOSITION-RECORD.
           05  DSQ-APPL-NUMBER              PIC X(10).
           05  DSQ-ACTION                   PIC X(1).
               88  DSQ-ACTION-APPROVE         VALUE 'A'.
               88  DSQ-ACTION-DECLINE         VALUE 'D'.
           05  DSQ-KEYED-DATE               PIC X(8).
           05  DSQ-KEYED-TIME               PIC X(6).
           05  DSQ-USERID                   PIC X(8).
           05  DSQ-TERMID                   PIC X(4).
           05  FILLER                       PIC X(43).
