      ******************************************************************
      * CNDCODE - Underwriting condition codes, loaded into a table in
      * WORKING-STORAGE by the programs that add conditions (LNCOND,
      * LNMDISP). Same load-by-REDEFINES convention as RSNCODE and
      * UWRSON. Each code carries the category it is normally placed
      * under (D prior to docs, F prior to funding, P post closing -
      * see CONDREC) and the standard description; a card may key a
      * different category or description for the one loan.
      ******************************************************************
       01  CND-CODE-TABLE.
           05  CND-CODE-ENTRY OCCURS 15 TIMES
                               INDEXED BY CND-IDX.
               10  CND-TBL-CODE            PIC X(4).
               10  CND-TBL-CATEGORY        PIC X(1).
               10  CND-TBL-DESCRIPTION     PIC X(40).
      *
       01  CND-CODE-VALUES.
           05  FILLER PIC X(45) VALUE
               'VOE FVERIFICATION OF EMPLOYMENT'.
           05  FILLER PIC X(45) VALUE
               'VOD DVERIFICATION OF DEPOSITS/ASSETS'.
           05  FILLER PIC X(45) VALUE
               'COLLFPAYOFF OF COLLECTION ACCOUNT'.
           05  FILLER PIC X(45) VALUE
               'INSPFFINAL INSPECTION/COMPLETION CERT'.
           05  FILLER PIC X(45) VALUE
               'APPRDAPPRAISAL REVIEW'.
           05  FILLER PIC X(45) VALUE
               'TITLDCLEAR TITLE COMMITMENT'.
           05  FILLER PIC X(45) VALUE
               'HOI FEVIDENCE OF HAZARD INSURANCE'.
           05  FILLER PIC X(45) VALUE
               'FLODFFLOOD CERTIFICATION'.
           05  FILLER PIC X(45) VALUE
               'TAXRDSIGNED TAX RETURNS/TRANSCRIPTS'.
           05  FILLER PIC X(45) VALUE
               'LOX DLETTER OF EXPLANATION'.
           05  FILLER PIC X(45) VALUE
               'SURVFSURVEY'.
           05  FILLER PIC X(45) VALUE
               'FDOCPFINAL RECORDED DOCUMENTS'.
           05  FILLER PIC X(45) VALUE
               'TPOLPFINAL TITLE POLICY'.
           05  FILLER PIC X(45) VALUE
               'MICTPMORTGAGE INSURANCE CERTIFICATE'.
           05  FILLER PIC X(45) VALUE
               'OTHRFOTHER - SEE DESCRIPTION'.
      *
       01  CND-CODE-REDEF REDEFINES CND-CODE-VALUES.
           05  CND-CODE-REDEF-ENTRY OCCURS 15 TIMES.
               10  CND-CODE-REDEF-CODE     PIC X(4).
               10  CND-CODE-REDEF-CAT      PIC X(1).
               10  CND-CODE-REDEF-DESC     PIC X(40).
