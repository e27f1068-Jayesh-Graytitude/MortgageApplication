      ******************************************************************
      * APORREC - Average prime offer rate (APOR) record.
      * Backing file: APORFIL, a VSAM KSDS keyed on rate type + term
      * in years + effective-date complement (11 bytes at offset 0),
      * loaded weekly by APORLOAD from the published APOR table the
      * compliance desk keys each week.
      *
      * One record per rate type (F fixed-rate, V variable-rate) and
      * term, per week the table took effect. A fixed-rate loan is
      * compared to the fixed table at its term in years; an ARM to
      * the variable table at its initial fixed period in years.
      * The effective date is carried complemented in the key the
      * same way RATEREC carries it, so the APOR in force on a lock
      * date is the first record at or after (type, term,
      * complement-of-lock-date) on an ascending START/READ NEXT.
      * The plain effective date is carried again in the data
      * portion for people and reports.
      ******************************************************************
       01  APOR-RECORD.
           05  APO-KEY.
               10  APO-RATE-TYPE             PIC X(1).
                   88  APO-FIXED-RATE          VALUE 'F'.
                   88  APO-VARIABLE-RATE       VALUE 'V'.
               10  APO-TERM-YEARS            PIC 9(2).
               10  APO-EFFDT-COMPLEMENT      PIC 9(8).
           05  APO-EFFECTIVE-DATE            PIC X(8).
           05  APO-RATE-PCT                  PIC 9(2)V999.
           05  FILLER                        PIC X(16).
