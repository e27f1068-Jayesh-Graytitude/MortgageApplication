      ******************************************************************
      * APRORD - Appraisal order extract, one record per application
      * entering underwriting. Written by APRXTR; consumed by the
      * appraisal management company's (AMC) order intake, which is
      * outside this system. Leads with a two-byte record-type
      * identifier, the same convention as BURXREQ. The estimated
      * value is the figure the loan officer keyed at intake; the
      * borrower's name is the AMC's access contact for the
      * inspection.
      ******************************************************************
       01  APPRAISAL-ORDER-RECORD.
           05  AOR-RECORD-TYPE              PIC X(2) VALUE 'A1'.
           05  AOR-APPL-NUMBER              PIC X(10).
           05  AOR-ORDER-DATE               PIC X(8).
           05  AOR-LOAN-TYPE                PIC X(2).
           05  AOR-LOAN-AMOUNT              PIC 9(9)V99.
           05  AOR-ESTIMATED-VALUE          PIC 9(9)V99.
           05  AOR-PROP-ADDR-LINE1          PIC X(30).
           05  AOR-PROP-CITY                PIC X(20).
           05  AOR-PROP-STATE               PIC X(2).
           05  AOR-PROP-ZIP                 PIC X(9).
           05  AOR-PROP-COUNTY-CODE         PIC X(3).
           05  AOR-BORR-LNAME               PIC X(20).
           05  AOR-BORR-FNAME               PIC X(15).
           05  FILLER                       PIC X(7).
