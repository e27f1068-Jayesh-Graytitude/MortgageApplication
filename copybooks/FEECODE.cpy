      ******************************************************************
      * FEECODE - Closing fee codes, loaded into a table in
      * WORKING-STORAGE by the programs that price the fee schedule
      * (FEELOAD, LNLTR, LNCLOSE, and LNUNDW for the APR's prepaid
      * finance charge). Same load-by-REDEFINES convention
      * as CNDCODE and UWRSON. The order of the table is the order
      * the fees print on the approval letter and are charged at
      * funding.
      ******************************************************************
       01  FEC-CODE-TABLE.
           05  FEC-CODE-ENTRY OCCURS 6 TIMES
                               INDEXED BY FEC-IDX.
               10  FEC-TBL-CODE            PIC X(2).
               10  FEC-TBL-DESCRIPTION     PIC X(28).
      *
       01  FEC-CODE-VALUES.
           05  FILLER PIC X(30) VALUE
               'ORORIGINATION FEE'.
           05  FILLER PIC X(30) VALUE
               'DPDISCOUNT POINTS'.
           05  FILLER PIC X(30) VALUE
               'APAPPRAISAL FEE'.
           05  FILLER PIC X(30) VALUE
               'CRCREDIT REPORT FEE'.
           05  FILLER PIC X(30) VALUE
               'TITITLE SERVICES'.
           05  FILLER PIC X(30) VALUE
               'RCRECORDING FEES'.
      *
       01  FEC-CODE-REDEF REDEFINES FEC-CODE-VALUES.
           05  FEC-CODE-REDEF-ENTRY OCCURS 6 TIMES.
               10  FEC-CODE-REDEF-CODE     PIC X(2).
               10  FEC-CODE-REDEF-DESC     PIC X(28).
