      ******************************************************************
      * SCRQREC - Exclusion name-match review queue record.
      * Backing file: SCRQFIL, a VSAM KSDS keyed on application
      * number + party + watch-list SSN (20 bytes at offset 0). One
      * record per application party whose name and date of birth
      * score as a possible match to a standing exclusion entry with
      * a DIFFERENT SSN - the phonetic/near-match name screen LNAPPL
      * runs at intake and SDNLOAD runs on its pipeline re-screen.
      * (A match on the SSN itself is the exact screen's and never
      * comes here.)
      *
      * A strong match (score at or over the hold threshold) holds
      * the application at EH as an SSN hit does and is filed at
      * status H; a weaker one leaves the application moving and is
      * filed at P for compliance to work. Either is cleared through
      * the EXRV transaction (EXCLREV): F cleared as a false
      * positive, C confirmed - confirming a P entry on an open
      * application puts it on exclusion hold then and there.
      * LNEHREL keeps an EH application held while it has an H or C
      * entry whose list SSN is still standing on EXCLFIL, so an F
      * on an H entry is what lets the hold release.
      *
      * The party's and the list entry's names and dates of birth
      * are kept as they stood when the match was filed. A cleared
      * (F) entry does not alert again on a later screen while both
      * still read the same; once either changes it is refiled at H
      * or P and its alert count goes up by one.
      ******************************************************************
       01  SCREEN-QUEUE-RECORD.
           05  SRQ-KEY.
               10  SRQ-APPL-NUMBER           PIC X(10).
               10  SRQ-PARTY                 PIC X(1).
                   88  SRQ-PARTY-BORROWER      VALUE 'B'.
                   88  SRQ-PARTY-CO-BORROWER   VALUE 'C'.
               10  SRQ-LIST-SSN              PIC X(9).
           05  SRQ-STATUS                    PIC X(1).
               88  SRQ-HELD                    VALUE 'H'.
               88  SRQ-PENDING                 VALUE 'P'.
               88  SRQ-FALSE-POSITIVE          VALUE 'F'.
               88  SRQ-CONFIRMED               VALUE 'C'.
               88  SRQ-OPEN                    VALUE 'H' 'P'.
           05  SRQ-SCORE                     PIC 9(3).
      * The application party as screened.
           05  SRQ-PARTY-SSN                 PIC X(9).
           05  SRQ-PARTY-LNAME               PIC X(20).
           05  SRQ-PARTY-FNAME               PIC X(15).
           05  SRQ-PARTY-DOB                 PIC X(8).
      * The exclusion entry it matched, as it stood on EXCLFIL.
           05  SRQ-LIST-LNAME                PIC X(20).
           05  SRQ-LIST-FNAME                PIC X(15).
           05  SRQ-LIST-DOB                  PIC X(8).
           05  SRQ-LIST-REASON               PIC X(2).
      * Filed (or last refiled) by which program, and decided by
      * whom; the decision fields are spaces while the entry is open.
           05  SRQ-QUEUED-DATE               PIC X(8).
           05  SRQ-QUEUED-BY                 PIC X(8).
           05  SRQ-DECIDED-DATE              PIC X(8).
           05  SRQ-DECIDED-BY                PIC X(8).
           05  SRQ-ALERT-COUNT               PIC 9(3).
           05  FILLER                        PIC X(44).
