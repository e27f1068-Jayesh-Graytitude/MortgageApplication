      * independent, unalterable trail. EXCRCON reconciles the intake
      * extract against EXCLFIL directly and does not itself write to
      * AUDTFIL.
      * The EXRV name-match review transaction (EXCLREV) writes one
      * record here for each review decision - F cleared as a false
      * positive, M confirmed as a match - keyed on the watch-list
      * SSN and carrying the SCRQFIL entry as decided in place of the
      * exclusion-record images (see AUD-REVIEW-IMAGES).
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP                PIC X(26).
               88  AUD-ACTION-ADD             VALUE 'A'.
               88  AUD-ACTION-CHANGE          VALUE 'C'.
               88  AUD-ACTION-DELETE          VALUE 'D'.
               88  AUD-ACTION-CLEARED         VALUE 'F'.
               88  AUD-ACTION-CONFIRMED       VALUE 'M'.
               88  AUD-ACTION-REVIEW          VALUE 'F' 'M'.
           05  AUD-KEY                       PIC X(9).
      * Sized to hold a flattened EXCLUSION-RECORD (copybook EXCLREC),
      * currently 106 bytes long.
           05  AUD-IMAGES.
               10  AUD-BEFORE-IMAGE          PIC X(106).
               10  AUD-AFTER-IMAGE           PIC X(106).
      * A review decision carries the review queue entry (copybook
      * SCRQREC, 200 bytes) as rewritten, its status before the
      * decision, and whether confirming it put the application on
      * exclusion hold.
           05  AUD-REVIEW-IMAGES REDEFINES AUD-IMAGES.
               10  AUD-REVIEW-OLD-STATUS     PIC X(1).
               10  AUD-REVIEW-HOLD-PLACED    PIC X(1).
                   88  AUD-REVIEW-HOLD-WAS-PLACED VALUE 'Y'.
               10  AUD-REVIEW-RECORD         PIC X(200).
               10  FILLER                    PIC X(10).
           05  FILLER                        PIC X(10).
