      *   IN / EH / UW  days since the application date
      *   PC            days since the credit request date (what the
      *                 bureau chase runs on)
      *   PA            days since the appraisal order date (what
      *                 the AMC's turn time runs on)
      *   AP / RF       days since the underwriting decision date
      * - breaks the ages into buckets, and lists BY NAME every
      * application past its staleness threshold: an EH over 10
      * days (the exclusion entry should have cleared or the file
      * should be ended), a PC over the bureau re-request limit
      * (BURXTR's three days - if re-requests are not curing it, a
      * person has to call the vendor), a PA past the AMC's ten-day
      * turn time (APRXTR's aging report marks the same orders),
      * and an RF over 30 days (the manual-underwrite desk's
      * service standard). Terminal
      * statuses (FD, DC, CL, WD) are counted in the inventory but
      * not aged - nothing is waiting on them. Run every morning so
      * the pipeline meeting starts from this report instead of from
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  PIPELINE-RPT
           RECORDING MODE IS F.
      * Staleness thresholds, in days. The PC figure is BURXTR's
      * re-request threshold (WS-RETRY-DAYS there) - a PC older than
      * that has already been re-requested at least once and is
      * still not cured. The PA figure is the AMC turn time APRXTR
      * marks past-due orders on (WS-TURN-DAYS there).
       01  WS-STALE-DAYS.
           05  WS-EH-STALE-DAYS          PIC 9(3) VALUE 10.
           05  WS-PC-STALE-DAYS          PIC 9(3) VALUE 3.
           05  WS-PA-STALE-DAYS          PIC 9(3) VALUE 10.
           05  WS-RF-STALE-DAYS          PIC 9(3) VALUE 30.
      *
      * One slot per status, in pipeline order. Codes and captions
      * accumulators zero at startup. Terminal statuses carry
      * count/volume only - the bucket columns stay zero for them.
       01  WS-STATUS-TABLE.
           05  WS-ST-ENTRY OCCURS 11 TIMES
                               INDEXED BY ST-IDX.
               10  WS-ST-CODE            PIC X(2).
               10  WS-ST-CAPTION         PIC X(16).
           05  FILLER PIC X(18) VALUE 'EHEXCLUSION HOLD  '.
           05  FILLER PIC X(18) VALUE 'UWUNDERWRITING    '.
           05  FILLER PIC X(18) VALUE 'PCPENDING CREDIT  '.
           05  FILLER PIC X(18) VALUE 'PAPEND APPRAISAL  '.
           05  FILLER PIC X(18) VALUE 'APAPPROVED        '.
           05  FILLER PIC X(18) VALUE 'RFREFERRED        '.
           05  FILLER PIC X(18) VALUE 'DCDECLINED        '.
           05  FILLER PIC X(18) VALUE 'FDFUNDED          '.
           05  FILLER PIC X(18) VALUE 'WDWITHDRAWN       '.
       01  WS-STATUS-REDEF REDEFINES WS-STATUS-VALUES.
           05  WS-ST-REDEF-ENTRY OCCURS 11 TIMES.
               10  WS-ST-REDEF-CODE      PIC X(2).
               10  WS-ST-REDEF-CAPTION   PIC X(16).
      *
       01  WS-STATUS-ACCUM.
           05  WS-SA-ENTRY OCCURS 11 TIMES.
               10  WS-SA-COUNT           PIC 9(7).
               10  WS-SA-VOLUME          PIC 9(13)V99 COMP-3.
               10  WS-SA-BUCKET-COUNT OCCURS 4 TIMES
           MOVE WS-TODAY TO WS-TODAY-NUM.
           MOVE WS-STATUS-REDEF TO WS-STATUS-TABLE.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > 11
               MOVE ZERO TO WS-SA-COUNT (WS-ST-SUB)
               MOVE ZERO TO WS-SA-VOLUME (WS-ST-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               IF APL-STAT-INTAKE OR APL-STAT-EXCL-HOLD
                       OR APL-STAT-UNDERWRITING
                       OR APL-STAT-PENDING-CREDIT
                       OR APL-STAT-PENDING-APPRAISAL
                       OR APL-STAT-APPROVED OR APL-STAT-REFERRED
                   PERFORM 4000-AGE-APPLICATION
               END-IF
               WHEN APL-STAT-PENDING-CREDIT
                       AND APL-CREDIT-REQUEST-DATE IS NUMERIC
                   MOVE APL-CREDIT-REQUEST-DATE TO WS-AGE-FROM-DATE
               WHEN APL-STAT-PENDING-APPRAISAL
                       AND APL-APPR-ORDER-DATE IS NUMERIC
                   MOVE APL-APPR-ORDER-DATE TO WS-AGE-FROM-DATE
               WHEN (APL-STAT-APPROVED OR APL-STAT-REFERRED)
                       AND APL-UW-DECISION-DATE IS NUMERIC
                   MOVE APL-UW-DECISION-DATE TO WS-AGE-FROM-DATE
               WHEN APL-STAT-PENDING-CREDIT
                       AND WS-DAYS-IN-STATUS > WS-PC-STALE-DAYS
                   PERFORM 5100-WRITE-STALE-LINE
               WHEN APL-STAT-PENDING-APPRAISAL
                       AND WS-DAYS-IN-STATUS > WS-PA-STALE-DAYS
                   PERFORM 5100-WRITE-STALE-LINE
               WHEN APL-STAT-REFERRED
                       AND WS-DAYS-IN-STATUS > WS-RF-STALE-DAYS
                   PERFORM 5100-WRITE-STALE-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEAD-LINE.
           PERFORM 7100-PRINT-ONE-STATUS
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > 11.
      *
       7100-PRINT-ONE-STATUS.
           MOVE WS-ST-CAPTION (WS-ST-SUB) TO WS-S-CAPTION.
