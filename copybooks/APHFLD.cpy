      ******************************************************************
      * APHFLD - The application master's fields, for reading the
      * before and after images on the application history file
      * (APHREC). One entry per elementary LNAPREC field, in record
      * order: the name without its APL- prefix, the 1-relative
      * offset and length within the 600-byte record, how it is
      * stored (X character, N display-numeric, P packed) and the
      * number of decimal places. The history readers (APHPRT, and
      * LNAPINQ for the LINQ history page) compare the two images a
      * field at a time against this list, so a field added to
      * LNAPREC must be added here in the same change or its
      * changes will not be shown. Same load-by-REDEFINES convention
      * as RSNCODE and CNDCODE.
      ******************************************************************
       01  APF-FIELD-TABLE.
           05  APF-FIELD-ENTRY OCCURS 103 TIMES
                               INDEXED BY APF-IDX.
               10  APF-NAME                PIC X(22).
               10  APF-OFFSET              PIC 9(3).
               10  APF-LENGTH              PIC 9(3).
               10  APF-TYPE                PIC X(1).
                   88  APF-CHARACTER         VALUE 'X'.
                   88  APF-DISPLAY-NUMERIC   VALUE 'N'.
                   88  APF-PACKED            VALUE 'P'.
               10  APF-DECIMALS            PIC 9(1).
      *
       01  APF-FIELD-COUNT                 PIC 9(3) VALUE 103.
      *
       01  APF-FIELD-VALUES.
           05  FILLER PIC X(30) VALUE
               'APPL-NUMBER           001010X0'.
           05  FILLER PIC X(30) VALUE
               'APPL-DATE             011008X0'.
           05  FILLER PIC X(30) VALUE
               'STATUS                019002X0'.
           05  FILLER PIC X(30) VALUE
               'EXCLUSION-HIT         021001X0'.
           05  FILLER PIC X(30) VALUE
               'EXCLUSION-REASON-CODE 022002X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-SSN              024009X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-LNAME            033020X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-FNAME            053015X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-MI               068001X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-DOB              069008X0'.
           05  FILLER PIC X(30) VALUE
               'BORR-MONTHLY-INCOME   077005P2'.
           05  FILLER PIC X(30) VALUE
               'BORR-MONTHLY-DEBT     082005P2'.
           05  FILLER PIC X(30) VALUE
               'BORR-CREDIT-SCORE     087003N0'.
           05  FILLER PIC X(30) VALUE
               'CO-BORROWER-PRESENT   090001X0'.
           05  FILLER PIC X(30) VALUE
               'COB-SSN               091009X0'.
           05  FILLER PIC X(30) VALUE
               'COB-LNAME             100020X0'.
           05  FILLER PIC X(30) VALUE
               'COB-FNAME             120015X0'.
           05  FILLER PIC X(30) VALUE
               'COB-MI                135001X0'.
           05  FILLER PIC X(30) VALUE
               'COB-DOB               136008X0'.
           05  FILLER PIC X(30) VALUE
               'COB-MONTHLY-INCOME    144005P2'.
           05  FILLER PIC X(30) VALUE
               'COB-MONTHLY-DEBT      149005P2'.
           05  FILLER PIC X(30) VALUE
               'COB-CREDIT-SCORE      154003N0'.
           05  FILLER PIC X(30) VALUE
               'PROP-ADDR-LINE1       157030X0'.
           05  FILLER PIC X(30) VALUE
               'PROP-CITY             187020X0'.
           05  FILLER PIC X(30) VALUE
               'PROP-STATE            207002X0'.
           05  FILLER PIC X(30) VALUE
               'PROP-ZIP              209009X0'.
           05  FILLER PIC X(30) VALUE
               'PROP-APPRAISED-VALUE  218006P2'.
           05  FILLER PIC X(30) VALUE
               'LOAN-AMOUNT           224006P2'.
           05  FILLER PIC X(30) VALUE
               'LOAN-TYPE             230002X0'.
           05  FILLER PIC X(30) VALUE
               'LOAN-TERM-MONTHS      232003N0'.
           05  FILLER PIC X(30) VALUE
               'LOAN-RATE-PCT         235003P3'.
           05  FILLER PIC X(30) VALUE
               'LTV-PERCENT           238003P2'.
           05  FILLER PIC X(30) VALUE
               'DTI-PERCENT           241003P2'.
           05  FILLER PIC X(30) VALUE
               'CREDIT-PULLED-DATE    244008X0'.
           05  FILLER PIC X(30) VALUE
               'CREDIT-RESPONSE-CODE  252002X0'.
           05  FILLER PIC X(30) VALUE
               'TRADELINE-COUNT       254003N0'.
           05  FILLER PIC X(30) VALUE
               'CREDIT-REQUEST-DATE   257008X0'.
           05  FILLER PIC X(30) VALUE
               'UW-DECISION-CODE      265001X0'.
           05  FILLER PIC X(30) VALUE
               'UW-DECISION-DATE      266008X0'.
           05  FILLER PIC X(30) VALUE
               'UW-MONTHLY-PI         274005P2'.
           05  FILLER PIC X(30) VALUE
               'CLOSING-DATE          279008X0'.
           05  FILLER PIC X(30) VALUE
               'FUNDED-DATE           287008X0'.
           05  FILLER PIC X(30) VALUE
               'RATE-LOCK-DATE        295008X0'.
           05  FILLER PIC X(30) VALUE
               'UW-DENIAL-REASON-1    303002X0'.
           05  FILLER PIC X(30) VALUE
               'UW-DENIAL-REASON-2    305002X0'.
           05  FILLER PIC X(30) VALUE
               'UW-DENIAL-REASON-3    307002X0'.
           05  FILLER PIC X(30) VALUE
               'WITHDRAWN-DATE        309008X0'.
           05  FILLER PIC X(30) VALUE
               'BASE-RATE-PCT         317003P3'.
           05  FILLER PIC X(30) VALUE
               'RATE-ADJ-PCT          320003P3'.
           05  FILLER PIC X(30) VALUE
               'INVESTOR-ID           323004X0'.
           05  FILLER PIC X(30) VALUE
               'COMMITMENT-NUMBER     327010X0'.
           05  FILLER PIC X(30) VALUE
               'MULTI-APPL-FLAG       337001X0'.
           05  FILLER PIC X(30) VALUE
               'ANNUAL-PROP-TAX       338009N2'.
           05  FILLER PIC X(30) VALUE
               'ANNUAL-HAZ-INS        347009N2'.
           05  FILLER PIC X(30) VALUE
               'ARM-PLAN-CODE         356002X0'.
           05  FILLER PIC X(30) VALUE
               'ARM-FIXED-MONTHS      358003N0'.
           05  FILLER PIC X(30) VALUE
               'ARM-ADJ-FREQ-MONTHS   361003N0'.
           05  FILLER PIC X(30) VALUE
               'ARM-INDEX-MARGIN-PCT  364003P3'.
           05  FILLER PIC X(30) VALUE
               'ARM-PERIODIC-CAP-PCT  367003P3'.
           05  FILLER PIC X(30) VALUE
               'ARM-LIFETIME-CAP-PCT  370003P3'.
           05  FILLER PIC X(30) VALUE
               'BOARDING-STATUS       373001X0'.
           05  FILLER PIC X(30) VALUE
               'BOARD-REJECT-CODE     374003X0'.
           05  FILLER PIC X(30) VALUE
               'MI-MONTHLY-PREM       377004P2'.
           05  FILLER PIC X(30) VALUE
               'MI-COVERAGE-PCT       381003N0'.
           05  FILLER PIC X(30) VALUE
               'ALLOCATION-DATE       384008X0'.
           05  FILLER PIC X(30) VALUE
               'DELIVERY-PEND-FLAG    392001X0'.
           05  FILLER PIC X(30) VALUE
               'LOCK-PERIOD-DAYS      393002N0'.
           05  FILLER PIC X(30) VALUE
               'LOCK-EXPIRATION-DATE  395008X0'.
           05  FILLER PIC X(30) VALUE
               'LOCK-EXTENSION-DAYS   403003N0'.
           05  FILLER PIC X(30) VALUE
               'LOCK-EXTENSION-FEE    406009N2'.
           05  FILLER PIC X(30) VALUE
               'LOCK-RELOCK-DATE      415008X0'.
           05  FILLER PIC X(30) VALUE
               'CLOSE-HOLD-FLAG       423001X0'.
           05  FILLER PIC X(30) VALUE
               'CLOSE-HOLD-DATE       424008X0'.
           05  FILLER PIC X(30) VALUE
               'PROP-COUNTY-CODE      432003X0'.
           05  FILLER PIC X(30) VALUE
               'HOUSEHOLD-SIZE        435002N0'.
           05  FILLER PIC X(30) VALUE
               'GUIDELINE-EFF-DATE    437008X0'.
           05  FILLER PIC X(30) VALUE
               'ARM-INDEX-VALUE-PCT   445003P3'.
           05  FILLER PIC X(30) VALUE
               'PREPAID-FIN-CHARGE    448005P2'.
           05  FILLER PIC X(30) VALUE
               'AMOUNT-FINANCED       453006P2'.
           05  FILLER PIC X(30) VALUE
               'FINANCE-CHARGE        459006P2'.
           05  FILLER PIC X(30) VALUE
               'APR-PCT               465003P3'.
           05  FILLER PIC X(30) VALUE
               'APOR-PCT              468003P3'.
           05  FILLER PIC X(30) VALUE
               'HPML-FLAG             471001X0'.
           05  FILLER PIC X(30) VALUE
               'HIGH-COST-FLAG        472001X0'.
           05  FILLER PIC X(30) VALUE
               'TILA-DATE             473008X0'.
           05  FILLER PIC X(30) VALUE
               'WAREHOUSE-LINE-ID     481004X0'.
           05  FILLER PIC X(30) VALUE
               'WAREHOUSE-DRAW-AMT    485006P2'.
           05  FILLER PIC X(30) VALUE
               'PURCHASE-FLAG         491001X0'.
           05  FILLER PIC X(30) VALUE
               'PURCHASE-DATE         492008X0'.
           05  FILLER PIC X(30) VALUE
               'PURCHASE-PRICE        500006P2'.
           05  FILLER PIC X(30) VALUE
               'PURCHASE-FEE-DEDUCT   506005P2'.
           05  FILLER PIC X(30) VALUE
               'GAIN-ON-SALE          511006P2'.
           05  FILLER PIC X(30) VALUE
               'PROP-ESTIMATED-VALUE  517006P2'.
           05  FILLER PIC X(30) VALUE
               'APPR-STATUS           523001X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-ORDER-DATE       524008X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-RETURN-DATE      532008X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-EFFECTIVE-DATE   540008X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-VALUE            548006P2'.
           05  FILLER PIC X(30) VALUE
               'APPR-LICENSE          554015X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-CONDITION        569002X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-SUBJECT-TO-FLAG  571001X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-DECLINING-FLAG   572001X0'.
           05  FILLER PIC X(30) VALUE
               'APPR-SAFETY-FLAG      573001X0'.
      *
       01  APF-FIELD-REDEF REDEFINES APF-FIELD-VALUES.
           05  APF-FIELD-REDEF-ENTRY OCCURS 103 TIMES
                                                PIC X(30).
