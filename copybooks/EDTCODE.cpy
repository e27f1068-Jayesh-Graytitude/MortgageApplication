      * convention as RSNCODE.
      ******************************************************************
       01  EDT-CODE-TABLE.
           05  EDT-CODE-ENTRY OCCURS 19 TIMES
                               INDEXED BY EDT-IDX.
               10  EDT-CODE                PIC X(2).
               10  EDT-DESCRIPTION         PIC X(30).
           05  FILLER PIC X(32) VALUE 'EECO-BORROWER DOB NOT VALID    '.
           05  FILLER PIC X(32) VALUE 'EFANNUAL PROP TAX NOT NUMERIC  '.
           05  FILLER PIC X(32) VALUE 'EGANNUAL HAZ INS NOT NUMERIC   '.
           05  FILLER PIC X(32) VALUE 'EHLOCK PERIOD NOT 15/30/45/60  '.
           05  FILLER PIC X(32) VALUE 'EIPROPERTY COUNTY CODE NOT NUM '.
           05  FILLER PIC X(32) VALUE 'EJHOUSEHOLD SIZE NOT 01-20     '.
      *
       01  EDT-CODE-REDEF REDEFINES EDT-CODE-VALUES.
           05  EDT-CODE-REDEF-ENTRY OCCURS 19 TIMES.
               10  EDT-CODE-REDEF-CODE     PIC X(2).
               10  EDT-CODE-REDEF-DESC     PIC X(30).
