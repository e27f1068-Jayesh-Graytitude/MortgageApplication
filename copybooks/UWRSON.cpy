      * Same load-by-REDEFINES convention as RSNCODE. R-codes ride on
      * a refer (counter-offer) decision, D-codes on a decline; the
      * descriptions are written to appear verbatim on the letters.
      * The limits behind R1/R2/R3 and D1/D2/D5-D7 are the loan
      * program's guideline row on GDLFIL (see GDLREC), so the
      * wording names the program limit, not a fixed figure.
      ******************************************************************
       01  UWR-CODE-TABLE.
           05  UWR-CODE-ENTRY OCCURS 11 TIMES
                               INDEXED BY UWR-IDX.
               10  UWR-CODE                PIC X(2).
               10  UWR-DESCRIPTION         PIC X(40).
           05  FILLER PIC X(42) VALUE
               'R2LOAN/VALUE RATIO ABOVE APPROVAL LIMIT'.
           05  FILLER PIC X(42) VALUE
               'R3RESIDUAL INCOME BELOW VA GUIDELINE'.
           05  FILLER PIC X(42) VALUE
               'D1DEBT/INCOME RATIO ABOVE PROGRAM LIMIT'.
           05  FILLER PIC X(42) VALUE
               'D2LOAN/VALUE RATIO ABOVE PROGRAM LIMIT'.
           05  FILLER PIC X(42) VALUE
               'D3NO RATE OFFERED FOR LOAN TYPE AND TERM'.
           05  FILLER PIC X(42) VALUE
               'D4ADJUSTABLE-RATE PLAN NOT OFFERED'.
           05  FILLER PIC X(42) VALUE
               'D5LOAN AMOUNT EXCEEDS PROGRAM LOAN LIMIT'.
           05  FILLER PIC X(42) VALUE
               'D6CREDIT SCORE BELOW PROGRAM MINIMUM'.
           05  FILLER PIC X(42) VALUE
               'D7HOUSEHOLD INCOME ABOVE USDA LIMIT'.
           05  FILLER PIC X(42) VALUE
               'D8LOAN PROGRAM NOT OFFERED IN THIS AREA'.
      *
       01  UWR-CODE-REDEF REDEFINES UWR-CODE-VALUES.
           05  UWR-CODE-REDEF-ENTRY OCCURS 11 TIMES.
               10  UWR-CODE-REDEF-CODE     PIC X(2).
               10  UWR-CODE-REDEF-DESC     PIC X(40).
