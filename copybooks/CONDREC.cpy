      ******************************************************************
      * CONDREC - Underwriting condition record.
      * Backing file: CNDFIL, a VSAM KSDS keyed on application number
      * plus condition sequence (13 bytes at offset 0). One record
      * per condition an underwriter placed on an application - the
      * paper list that used to ride in the loan folder. Conditions
      * are added by the processing desk's card run (LNCOND) and by
      * LNMDISP when the desk approves a referral with conditions,
      * and are cleared or waived through LNCOND. A sequence number
      * is never reused on an application; the next condition takes
      * one more than the highest on file.
      *
      * The category says when the condition must be met: prior to
      * docs (before closing documents are drawn), prior to funding
      * (LNCLOSE will not fund the loan while one is open), or post
      * closing (trailing documents chased after funding). The code
      * is one of the CNDCODE table entries; the description starts
      * as the table's and may be overkeyed with the specifics.
      ******************************************************************
       01  CONDITION-RECORD.
           05  CND-KEY.
               10  CND-APPL-NUMBER           PIC X(10).
               10  CND-SEQUENCE              PIC 9(3).
           05  CND-CODE                      PIC X(4).
           05  CND-CATEGORY                  PIC X(1).
               88  CND-PRIOR-TO-DOCS           VALUE 'D'.
               88  CND-PRIOR-TO-FUNDING        VALUE 'F'.
               88  CND-POST-CLOSING            VALUE 'P'.
               88  CND-CATEGORY-VALID          VALUE 'D' 'F' 'P'.
           05  CND-STATUS                    PIC X(1).
               88  CND-OPEN                    VALUE 'O'.
               88  CND-CLEARED                 VALUE 'C'.
               88  CND-WAIVED                  VALUE 'W'.
           05  CND-DESCRIPTION               PIC X(40).
           05  CND-ADDED-DATE                PIC X(8).
           05  CND-ADDED-BY                  PIC X(8).
      * Who cleared or waived the condition and when; spaces while
      * the condition is open.
           05  CND-CLEARED-DATE              PIC X(8).
           05  CND-CLEARED-BY                PIC X(8).
           05  FILLER                        PIC X(9).
