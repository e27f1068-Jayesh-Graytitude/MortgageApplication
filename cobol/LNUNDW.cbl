      ******************************************************************
      * LNUNDW - Underwriting decision and amortization schedule
      * generator.
      * Batch program that reads APRPRS's value-posted application
      * extract (BURPRS's credit-posted extract once the appraisal
      * steps have ordered or posted each loan's appraisal - a loan
      * still waiting on one is at PA and passes through) and, for
      * every application still at status UW, prices
      * the loan off the effective-dated rate file (RATEFIL - the
      * rate in force for the loan's type and term on the
      * application's rate-lock date, loaded nightly by RATELOAD),
      * adds the risk-based price adjustment for the borrower's
      * credit-score and LTV bands (LLPAFIL grid, loaded by
      * LLPALOAD; base rate and add-on are both filed on the
      * record), and decides approve/refer/decline against the loan
      * program's underwriting guidelines (GDLFIL, loaded by
      * GDLLOAD - see below), and - for anything that is not
      * declined - generates a full per-period amortization schedule
      * (AMSCHD).
      *
      * Underwriting guidelines: the row in force on the application
      * date for the loan type and the property's county (else its
      * state, else the nationwide row) supplies the approve/refer
      * DTI and LTV ceilings, the minimum credit score (the lower of
      * the borrowers' scores qualifies), the maximum loan amount,
      * and - where the row carries them - the VA residual-income
      * table and the USDA household income limits. Over the loan
      * limit, under the minimum score, or over the income limit
      * declines (D5/D6/D7) alongside the refer-ceiling declines
      * (D1/D2); short residual income refers (R3) alongside the
      * approve-ceiling refers (R1/R2). A loan type with no row in
      * force anywhere is declined D8. A guideline file never loaded
      * leaves the house limits (43/50 DTI, 97/100 LTV, no other
      * test) in force, the limits this program carried before the
      * file existed.
      *
      * Adjustable-rate products: an application carrying an ARM
      * plan code has its plan terms resolved off the ARMPLAN file
      * where it drops off the schedule. Government types carry
      * their own insurance arrangements and get none here.
      *
      * Truth in Lending: every loan approved or referred gets its
      * finance charge and actuarial APR filed on the record. The
      * prepaid finance charge is the lender fees the closing fee
      * schedule (FEEFIL) charges the loan, plus any rate-lock
      * extension fee - third-party fees (appraisal, credit report,
      * title, recording) are not finance charges - or the one-point
      * origination fee LNCLOSE charges while no schedule is loaded.
      * The payment stream is each schedule period's P&I and MI; an
      * ARM's P&I is re-run at the fully-indexed rate (the plan's
      * current index value plus margin, reached within the caps)
      * after the fixed period, where the schedule itself shows the
      * worst case. The APR is compared to the average prime offer
      * rate (APORFIL, loaded weekly by APORLOAD) for the loan's
      * term as of its lock date: 1.5 points or more over is a
      * higher-priced mortgage (HPML - escrow and appraisal rules
      * apply), more than 6.5 points over - or points and fees over
      * 5% of the loan amount - is a HOEPA high-cost mortgage, which
      * LNCLOSE will not fund as-is. Every flagged loan, and every
      * loan that could not be tested for want of an APOR row, is
      * listed on the TILA exception report (TILARPT) the night it is
      * decided, ahead of closing. An APOR file never loaded leaves
      * the APR filed and the loans untested.
      *
      * Applications at any
      * other status (e.g. EH, held on exclusion) are passed through
      * to APLOUT untouched - this program only underwrites, it does
      * manual-disposition desk (which only accepts RF off the
      * master), and the intake duplicate probe (which must see a
      * DC as terminal) all read the master, not the extract.
      * Every master write here also adds an entry to the
      * application history (APHFIL, see APHREC.cpy) carrying the
      * record as it stood before the write and as written. An entry
      * that cannot be written is reported and counted and ends the
      * step RC=4, but never backs out the master update.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS LPA-KEY
               FILE STATUS IS WS-LLPA-STATUS.
      *
      * VSAM KSDS, keyed on loan type + state + county + effective-
      * date complement (see copybooks/GDLREC.cpy) - the credit
      * policy desk's underwriting guidelines, loaded by GDLLOAD.
      * Dynamic access for the same START/READ NEXT as-of lookup the
      * rate file gets.
           SELECT GUIDELINE-FILE ASSIGN TO GDLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDL-KEY
               FILE STATUS IS WS-GDL-STATUS.
      *
      * VSAM KSDS, keyed on the two-byte ARM plan code (loaded by
      * ARMLOAD - see copybooks/ARMPREC.cpy). Random reads, one per
      * ARM application.
               RECORD KEY IS ARM-PLAN-CODE
               FILE STATUS IS WS-ARM-STATUS.
      *
      * VSAM KSDS, keyed on loan type + state + fee code - the
      * closing desk's fee schedule (see copybooks/FEEREC.cpy),
      * priced here for the prepaid finance charge.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEEFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.
      *
      * VSAM KSDS, keyed on rate type + term years + effective-date
      * complement (see copybooks/APORREC.cpy). Dynamic access for
      * the same START/READ NEXT as-of lookup the rate file gets.
           SELECT APOR-FILE ASSIGN TO APORFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APO-KEY
               FILE STATUS IS WS-APOR-STATUS.
      *
      * Loans flagged higher-priced or high-cost tonight, and loans
      * that could not be tested.
           SELECT TILA-EXCEPTION-RPT ASSIGN TO TILARPT
               ORGANIZATION IS SEQUENTIAL.
      *
      * The persistent application master - opened I-O so tonight's
      * decisions land there as well as on APLOUT, the same
      * arrangement BURPRS uses to post credit results.
      * Shared pipeline run-control dataset - see copybooks/RUNCREC.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
      *
      * Append-only application history (see APHREC.cpy) - one
      * entry added for every write to the master.
           SELECT HISTORY-FILE ASSIGN TO APHFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPL-INPUT-FILE
           RECORDING MODE IS F.
       01  APPL-INPUT-RECORD                PIC X(600).
      *
       FD  APPL-OUTPUT-FILE
           RECORDING MODE IS F.
       01  APPL-OUTPUT-RECORD                PIC X(600).
      *
       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
       FD  PRICE-ADJ-FILE
           RECORDING MODE IS F.
           COPY LLPAREC.
      *
       FD  GUIDELINE-FILE
           RECORDING MODE IS F.
           COPY GDLREC.
      *
       FD  ARM-PLAN-FILE
           RECORDING MODE IS F.
           COPY ARMPREC.
      *
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY FEEREC.
      *
       FD  APOR-FILE
           RECORDING MODE IS F.
           COPY APORREC.
      *
       FD  TILA-EXCEPTION-RPT
           RECORDING MODE IS F.
       01  TILA-EXCEPTION-LINE              PIC X(132).
      *
       FD  APPL-MASTER-FILE
           RECORDING MODE IS F.
       01  APPL-MASTER-RECORD.
           05  APPL-MASTER-KEY              PIC X(10).
           05  FILLER                       PIC X(590).
      *
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-FILE-RECORD          PIC X(40).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY APHREC.
      *
       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
               88  EOF-LLPA                VALUE 'Y'.
           05  WS-ARM-STATUS             PIC XX.
               88  ARM-STATUS-OK           VALUE '00'.
           05  WS-GDL-STATUS             PIC XX.
               88  GDL-STATUS-OK           VALUE '00'.
               88  GDL-FILE-EMPTY          VALUE '35'.
           05  WS-GDL-ON-FILE            PIC X VALUE 'Y'.
               88  GUIDELINES-ON-FILE      VALUE 'Y'.
           05  WS-GUIDELINE-FOUND        PIC X VALUE 'N'.
               88  GUIDELINE-WAS-FOUND     VALUE 'Y'.
           05  WS-MASTER-STATUS          PIC XX.
               88  MASTER-STATUS-OK        VALUE '00'.
           05  WS-IS-ARM                 PIC X VALUE 'N'.
               88  ARM-APPLICATION         VALUE 'Y'.
           05  WS-ARM-PLAN-OK            PIC X VALUE 'Y'.
               88  ARM-PLAN-OK             VALUE 'Y'.
           05  WS-ARM-INDEX-KNOWN        PIC X VALUE 'N'.
               88  ARM-INDEX-KNOWN         VALUE 'Y'.
           05  WS-FEE-STATUS             PIC XX.
               88  FEE-STATUS-OK           VALUE '00'.
               88  FEE-FILE-EMPTY          VALUE '35'.
           05  WS-FEES-ON-FILE           PIC X VALUE 'Y'.
               88  FEES-ON-FILE            VALUE 'Y'.
           05  WS-APOR-STATUS            PIC XX.
               88  APOR-STATUS-OK          VALUE '00'.
               88  APOR-FILE-EMPTY         VALUE '35'.
           05  WS-APOR-ON-FILE           PIC X VALUE 'Y'.
               88  APOR-ON-FILE            VALUE 'Y'.
           05  WS-APOR-FOUND             PIC X VALUE 'N'.
               88  APOR-WAS-FOUND          VALUE 'Y'.
      *
       01  WS-COUNTS.
           05  WS-READ-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-UNKNOWN-PLAN-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MI-COUNT               PIC 9(7) VALUE ZERO.
           05  WS-MASTER-FAIL-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-NO-GUIDELINE-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-COUNTY-ROW-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-APR-COUNT              PIC 9(7) VALUE ZERO.
           05  WS-HPML-COUNT             PIC 9(7) VALUE ZERO.
           05  WS-HIGH-COST-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-NO-APOR-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-NO-INDEX-COUNT         PIC 9(7) VALUE ZERO.
      *
       01  WS-TODAY                      PIC X(8).
      *
      * The guideline limits the application in hand is decided
      * against - the GDL-LIMITS of the row found on GDLFIL, laid out
      * the same way, or the house limits below when no guideline
      * file has been loaded. Loan-to-value was already computed at
      * intake (see LNAPPL) and is checked against these ceilings.
       01  WS-GUIDELINE.
           05  WS-DTI-APPROVE-MAX        PIC 9(3)V99.
           05  WS-DTI-REFER-MAX          PIC 9(3)V99.
           05  WS-LTV-APPROVE-MAX        PIC 9(3)V99.
           05  WS-LTV-REFER-MAX          PIC 9(3)V99.
           05  WS-MIN-CREDIT-SCORE       PIC 9(3).
           05  WS-MAX-LOAN-AMOUNT        PIC 9(9).
           05  WS-RESIDUAL-INCOME-MIN    PIC 9(4) OCCURS 5 TIMES.
           05  WS-RESIDUAL-ADDL-MEMBER   PIC 9(3).
           05  WS-INCOME-LIMIT-SMALL     PIC 9(6).
           05  WS-INCOME-LIMIT-LARGE     PIC 9(6).
      *
      * House limits - the DTI/LTV ceilings every loan type was held
      * to before the guideline file, with no score, loan-amount,
      * residual or income test. Used only while GDLFIL has never
      * been loaded.
       01  WS-HOUSE-LIMITS.
           05  FILLER                    PIC 9(3)V99 VALUE 43.00.
           05  FILLER                    PIC 9(3)V99 VALUE 50.00.
           05  FILLER                    PIC 9(3)V99 VALUE 97.00.
           05  FILLER                    PIC 9(3)V99 VALUE 100.00.
           05  FILLER                    PIC X(47)   VALUE ZEROS.
      *
      * Guideline lookup work: the date the row must be in force on
      * and the state/county the probe in hand asks for.
       01  WS-GDL-DATE-NUM               PIC 9(8).
       01  WS-GDL-PROBE-STATE            PIC X(2).
       01  WS-GDL-PROBE-COUNTY           PIC X(3).
      *
      * Guideline test work: the household the VA/USDA tests are
      * sized by, the qualifying (lower) credit score, the residual
      * income the household must keep, and the failed-test flags
      * the decision files reasons from.
       01  WS-HOUSEHOLD-SIZE             PIC 9(2).
       01  WS-QUAL-SCORE                 PIC 9(3).
       01  WS-RESIDUAL-REQUIRED          PIC 9(7).
       01  WS-INCOME-LIMIT               PIC 9(6).
       01  WS-GUIDELINE-TESTS.
           05  WS-OVER-LOAN-LIMIT        PIC X.
               88  OVER-LOAN-LIMIT         VALUE 'Y'.
           05  WS-UNDER-MIN-SCORE        PIC X.
               88  UNDER-MIN-SCORE         VALUE 'Y'.
           05  WS-OVER-INCOME-LIMIT      PIC X.
               88  OVER-INCOME-LIMIT       VALUE 'Y'.
           05  WS-SHORT-RESIDUAL         PIC X.
               88  SHORT-RESIDUAL          VALUE 'Y'.
      *
      * Floating-point work fields for the amortization math -
      * (1+r)**n is impractical to carry in fixed-point COMP-3, so the
           05  WS-PRINCIPAL-PORTION      USAGE COMP-2.
           05  WS-TOTAL-MONTHLY-DEBT     USAGE COMP-2.
           05  WS-TOTAL-MONTHLY-INCOME   USAGE COMP-2.
           05  WS-RESIDUAL-INCOME        USAGE COMP-2.
      * Qualifying payment for the DTI test - equals the note P&I on
      * a fixed-rate loan, the first-adjustment worst-case P&I on an
      * ARM.
      * for the codes).
       01  WS-REASON-CODE                PIC X(2).
       01  WS-REASON-SUB                 PIC 9(1).
      *
      * Truth-in-Lending work. The payment stream the APR discounts
      * - each period's P&I and MI, to the cent - is kept by period
      * as the schedule is built, with the period's MI kept apart so
      * an ARM's stream can be re-run at the fully-indexed rate. The
      * term is three digits, so 999 slots cover any loan.
       01  WS-TILA-STREAM.
           05  WS-TILA-PAYMENT           OCCURS 999 TIMES
                                         USAGE COMP-2.
           05  WS-TILA-MI                OCCURS 999 TIMES
                                         USAGE COMP-2.
       01  WS-TILA-CALC.
           05  WS-TILA-PI                PIC 9(7)V99.
           05  WS-TOTAL-OF-PAYMENTS      PIC 9(9)V99.
           05  WS-PREPAID-CHARGE         PIC 9(7)V99.
           05  WS-FEE-AMOUNT             PIC 9(7)V99.
      * Fully-indexed stream for an ARM: the rate it moves toward at
      * each adjustment (index plus margin), the rate in force, and
      * the balance and payment it amortizes.
           05  WS-FI-TARGET-PCT          PIC S9(2)V999.
           05  WS-FI-RATE-PCT            PIC S9(2)V999.
           05  WS-FI-MONTHLY-RATE        USAGE COMP-2.
           05  WS-FI-GROWTH-FACTOR       USAGE COMP-2.
           05  WS-FI-BALANCE             USAGE COMP-2.
           05  WS-FI-INTEREST            USAGE COMP-2.
           05  WS-FI-PI                  PIC 9(7)V99.
      * APR solve: the monthly rate is bracketed between zero and 5%
      * (a 60% APR) and halved toward the rate whose present value
      * of the stream equals the amount financed.
           05  WS-APR-LOW                USAGE COMP-2.
           05  WS-APR-HIGH               USAGE COMP-2.
           05  WS-APR-TRIAL              USAGE COMP-2.
           05  WS-APR-DISCOUNT           USAGE COMP-2.
           05  WS-APR-PRESENT-VALUE      USAGE COMP-2.
           05  WS-APR-ITERATION          PIC 9(2).
      * HPML / high-cost tests.
           05  WS-APOR-RATE-TYPE         PIC X(1).
           05  WS-APOR-TERM-YEARS        PIC 9(2).
           05  WS-APR-SPREAD             PIC S9(2)V999.
           05  WS-POINTS-FEES-PCT        PIC 9(3)V999.
      *
      * Compliance thresholds (first-lien): HPML at 1.5 points over
      * APOR, HOEPA high-cost more than 6.5 points over or points and
      * fees over 5% of the loan amount.
       01  WS-TILA-LIMITS.
           05  WS-HPML-SPREAD-MIN        PIC 9(2)V999 VALUE 1.500.
           05  WS-HOEPA-SPREAD-MAX       PIC 9(2)V999 VALUE 6.500.
           05  WS-HOEPA-POINTS-MAX       PIC 9(2)V999 VALUE 5.000.
      *
       01  WS-TILA-HEADING-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'APPL NO'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(20) VALUE 'BORROWER'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
               '   LOAN AMOUNT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE '   APR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE '  APOR'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE ' SPREAD'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'PTS/FEE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE 'RESULT'.
           05  FILLER                    PIC X(5)  VALUE SPACES.
      *
       01  WS-TILA-DETAIL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-T-APPL-NUMBER          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-BORR-LNAME           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-LOAN-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-APR                  PIC Z9.999.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-APOR                 PIC Z9.999.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-SPREAD               PIC -Z9.999.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-POINTS-FEES          PIC ZZ9.999.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  WS-T-RESULT               PIC X(40).
           05  FILLER                    PIC X(5)  VALUE SPACES.
      *
       01  WS-TILA-TOTAL-LINE.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  WS-TT-CAPTION             PIC X(40).
           05  WS-TT-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                    PIC X(82) VALUE SPACES.
      *
      * Application history: the master record as it stood before
      * this program's write (the history entry's before image), and
      * the clock reading and sequence the entry is keyed on.
       01  WS-HIST-FIELDS.
           05  WS-HIST-STATUS            PIC XX.
               88  HIST-STATUS-OK          VALUE '00'.
               88  HIST-FILE-EMPTY         VALUE '35'.
               88  HIST-DUPLICATE          VALUE '22'.
           05  WS-HIST-OPEN              PIC X VALUE 'N'.
               88  HIST-FILE-OPEN          VALUE 'Y'.
           05  WS-HIST-DATE              PIC X(8).
           05  WS-HIST-TIME              PIC X(8).
           05  WS-HIST-LAST-TIME         PIC X(8) VALUE SPACES.
           05  WS-HIST-SEQUENCE          PIC 9(4) VALUE ZERO.
           05  WS-HIST-TRIES             PIC 9(2).
           05  WS-HIST-FAIL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-HIST-BEFORE-IMAGE          PIC X(600).
      *
       COPY LNAPREC.
       COPY MIRATE.
       COPY FEECODE.
       COPY RUNCREC.
      *
       PROCEDURE DIVISION.
           END-IF.
           OPEN INPUT RATE-FILE.
           OPEN I-O APPL-MASTER-FILE.
      * A history cluster nothing has been written to yet cannot
      * be opened I-O (file status 35) - the first writer after
      * VSAMDEF loads it with OPEN OUTPUT instead.
           OPEN I-O HISTORY-FILE.
           IF HIST-FILE-EMPTY
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HIST-STATUS-OK
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               DISPLAY 'LNUNDW - APPLICATION HISTORY NOT OPENED, '
                   'STATUS ' WS-HIST-STATUS
           END-IF.
      * An ARMPLAN never loaded opens with file status 35; every
      * read against it then fails, so an ARM application simply
      * declines D4 - the correct outcome when no plan is on offer.
           OPEN INPUT ARM-PLAN-FILE.
      * A guideline file never loaded (file status 35) is the world
      * before it existed: every loan type decides on the house
      * limits.
           OPEN INPUT GUIDELINE-FILE.
           IF GDL-FILE-EMPTY
               DISPLAY 'LNUNDW - NO UNDERWRITING GUIDELINES ON FILE - '
                   'DECIDING ON HOUSE LIMITS'
               MOVE 'N' TO WS-GDL-ON-FILE
           END-IF.
      * A fee schedule never loaded (file status 35) leaves the
      * one-point origination fee as the prepaid finance charge -
      * what LNCLOSE charges in that case. An APOR file never loaded
      * leaves every loan's APR filed but untested.
           MOVE FEC-CODE-REDEF TO FEC-CODE-TABLE.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF FEE-FILE-EMPTY
               DISPLAY 'LNUNDW - NO CLOSING FEE SCHEDULE ON FILE - '
                   'ONE-POINT PREPAID FINANCE CHARGE USED'
               MOVE 'N' TO WS-FEES-ON-FILE
           END-IF.
           OPEN INPUT APOR-FILE.
           IF APOR-FILE-EMPTY
               DISPLAY 'LNUNDW - NO APOR TABLE ON FILE - '
                   'HPML/HIGH-COST TESTS NOT RUN'
               MOVE 'N' TO WS-APOR-ON-FILE
           END-IF.
           OPEN OUTPUT TILA-EXCEPTION-RPT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-HEADING-LINE.
           PERFORM 1100-LOAD-PRICE-ADJ-GRID.
           PERFORM 2100-READ-APPLICATION.
      *
           MOVE APPL-INPUT-RECORD TO LOAN-APPLICATION-RECORD.
           IF APL-STAT-UNDERWRITING
               PERFORM 2500-RESOLVE-ARM-PLAN
               PERFORM 2700-LOOKUP-GUIDELINE
               IF NOT ARM-PLAN-OK
                   PERFORM 6060-DECLINE-UNKNOWN-PLAN
               ELSE
                   IF NOT GUIDELINE-WAS-FOUND
                       PERFORM 6070-DECLINE-NO-GUIDELINE
                   ELSE
                       PERFORM 3000-LOOKUP-RATE
                       IF RATE-WAS-FOUND
                           PERFORM 4000-COMPUTE-PAYMENT
                           PERFORM 5000-COMPUTE-DTI
                           PERFORM 5500-APPLY-GUIDELINE-TESTS
                           PERFORM 6000-DECIDE
                           IF NOT APL-UW-DECLINE
                               PERFORM 7000-BUILD-SCHEDULE
                               PERFORM 7500-COMPUTE-TILA
                           END-IF
                       ELSE
                           PERFORM 6050-DECLINE-UNKNOWN-TYPE
                       END-IF
                   END-IF
               END-IF
               PERFORM 9500-UPDATE-MASTER
                       TO APL-ARM-PERIODIC-CAP-PCT
                   MOVE ARM-LIFETIME-CAP-PCT
                       TO APL-ARM-LIFETIME-CAP-PCT
                   IF ARM-INDEX-VALUE-PCT IS NUMERIC
                       MOVE 'Y' TO WS-ARM-INDEX-KNOWN
                       MOVE ARM-INDEX-VALUE-PCT
                           TO APL-ARM-INDEX-VALUE-PCT
                   ELSE
                       MOVE 'N' TO WS-ARM-INDEX-KNOWN
                       MOVE ZERO TO APL-ARM-INDEX-VALUE-PCT
                   END-IF
               ELSE
                   MOVE 'N' TO WS-ARM-PLAN-OK
               END-IF
           END-IF.
      *
      * Settle the guideline row the application is decided against:
      * the row in force on the application date for its loan type
      * and county, else its state, else the nationwide row. The
      * limits are copied to WS-GUIDELINE and the row's effective
      * date filed on the record, so the decision can be traced to
      * the guideline behind it. With no guideline file loaded the
      * house limits stand in and the date is left blank.
       2700-LOOKUP-GUIDELINE.
           MOVE 'N' TO WS-GUIDELINE-FOUND.
           MOVE SPACES TO APL-GUIDELINE-EFF-DATE.
           IF NOT GUIDELINES-ON-FILE
               MOVE WS-HOUSE-LIMITS TO WS-GUIDELINE
               MOVE 'Y' TO WS-GUIDELINE-FOUND
           ELSE
               IF APL-APPL-DATE IS NUMERIC
                   MOVE APL-APPL-DATE TO WS-GDL-DATE-NUM
               ELSE
                   MOVE WS-TODAY TO WS-GDL-DATE-NUM
               END-IF
               IF APL-PROP-COUNTY-CODE IS NUMERIC
                       AND APL-PROP-COUNTY-CODE NOT = '000'
                   MOVE APL-PROP-STATE TO WS-GDL-PROBE-STATE
                   MOVE APL-PROP-COUNTY-CODE TO WS-GDL-PROBE-COUNTY
                   PERFORM 2750-PROBE-GUIDELINE
                   IF GUIDELINE-WAS-FOUND
                       ADD 1 TO WS-COUNTY-ROW-COUNT
                   END-IF
               END-IF
               IF NOT GUIDELINE-WAS-FOUND
                   MOVE APL-PROP-STATE TO WS-GDL-PROBE-STATE
                   MOVE '000' TO WS-GDL-PROBE-COUNTY
                   PERFORM 2750-PROBE-GUIDELINE
               END-IF
               IF NOT GUIDELINE-WAS-FOUND
                   MOVE SPACES TO WS-GDL-PROBE-STATE
                   MOVE '000' TO WS-GDL-PROBE-COUNTY
                   PERFORM 2750-PROBE-GUIDELINE
               END-IF
           END-IF.
      *
      * One as-of probe, the RATEFIL arrangement: START at (type,
      * state, county, complement of the date) and READ NEXT - the
      * first record landed on is the newest row not after the
      * date, provided type, state and county still match.
       2750-PROBE-GUIDELINE.
           MOVE APL-LOAN-TYPE TO GDL-LOAN-TYPE.
           MOVE WS-GDL-PROBE-STATE TO GDL-STATE.
           MOVE WS-GDL-PROBE-COUNTY TO GDL-COUNTY.
           COMPUTE GDL-EFFDT-COMPLEMENT = 99999999 - WS-GDL-DATE-NUM.
           START GUIDELINE-FILE KEY NOT LESS THAN GDL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF GDL-STATUS-OK
               READ GUIDELINE-FILE NEXT
                   AT END
                       CONTINUE
               END-READ
               IF GDL-STATUS-OK
                       AND GDL-LOAN-TYPE = APL-LOAN-TYPE
                       AND GDL-STATE = WS-GDL-PROBE-STATE
                       AND GDL-COUNTY = WS-GDL-PROBE-COUNTY
                   MOVE GDL-LIMITS TO WS-GUIDELINE
                   MOVE GDL-EFFECTIVE-DATE TO APL-GUIDELINE-EFF-DATE
                   MOVE 'Y' TO WS-GUIDELINE-FOUND
               END-IF
           END-IF.
      *
       2100-READ-APPLICATION.
           READ APPL-INPUT-FILE
           PERFORM 6900-FILE-DECISION-REASON.
           ADD 1 TO WS-DECLINE-COUNT.
           ADD 1 TO WS-UNKNOWN-PLAN-COUNT.
      *
       6070-DECLINE-NO-GUIDELINE.
           DISPLAY 'LNUNDW - NO GUIDELINE IN FORCE FOR TYPE '
               APL-LOAN-TYPE ' STATE ' APL-PROP-STATE
               ' FOR APPLICATION ' APL-APPL-NUMBER '  DECLINED'.
           MOVE WS-TODAY TO APL-UW-DECISION-DATE.
           SET APL-UW-DECLINE TO TRUE.
           SET APL-STAT-DECLINED TO TRUE.
           MOVE SPACES TO APL-UW-DENIAL-REASONS.
           MOVE ZERO TO WS-REASON-SUB.
           MOVE 'D8' TO WS-REASON-CODE.
           PERFORM 6900-FILE-DECISION-REASON.
           ADD 1 TO WS-DECLINE-COUNT.
           ADD 1 TO WS-NO-GUIDELINE-COUNT.
      *
       6050-DECLINE-UNKNOWN-TYPE.
           DISPLAY 'LNUNDW - NO RATE ON FILE FOR TYPE ' APL-LOAN-TYPE
           END-IF.
      *
      * The MIRATE band for a conventional loan above 80% LTV. The
      * bands stop at 97%, the conventional approve ceiling - a
      * conventional LTV beyond that is already outside the approve
      * box (it refers or declines on R2/D2), so finding no band
      * there is correct, not an error.
       4700-COMPUTE-MI-PREMIUM.
           MOVE ZERO TO WS-MI-MONTHLY.
           MOVE ZERO TO APL-MI-MONTHLY-PREM.
               MOVE 999.99 TO APL-DTI-PERCENT
           END-IF.
      *
      * The guideline tests beyond DTI/LTV, each a flag the decision
      * files its reason from. A zero limit on the row means the test
      * does not apply. The household is the keyed size, else the
      * borrowers on the application. Residual income is what the
      * household keeps each month after every obligation the DTI
      * counts, the qualifying housing payment included; the table
      * runs to five members and adds the per-member figure beyond.
      * The USDA limit is on annual household income, in the small
      * (one to four) or large (five or more) household tier.
       5500-APPLY-GUIDELINE-TESTS.
           MOVE 'N' TO WS-OVER-LOAN-LIMIT.
           MOVE 'N' TO WS-UNDER-MIN-SCORE.
           MOVE 'N' TO WS-OVER-INCOME-LIMIT.
           MOVE 'N' TO WS-SHORT-RESIDUAL.
           IF APL-HOUSEHOLD-SIZE IS NUMERIC
                   AND APL-HOUSEHOLD-SIZE > ZERO
               MOVE APL-HOUSEHOLD-SIZE TO WS-HOUSEHOLD-SIZE
           ELSE
               IF APL-HAS-CO-BORROWER
                   MOVE 2 TO WS-HOUSEHOLD-SIZE
               ELSE
                   MOVE 1 TO WS-HOUSEHOLD-SIZE
               END-IF
           END-IF.
           IF WS-MAX-LOAN-AMOUNT > ZERO
                   AND APL-LOAN-AMOUNT > WS-MAX-LOAN-AMOUNT
               MOVE 'Y' TO WS-OVER-LOAN-LIMIT
           END-IF.
           MOVE APL-BORR-CREDIT-SCORE TO WS-QUAL-SCORE.
           IF APL-HAS-CO-BORROWER
                   AND APL-COB-CREDIT-SCORE < WS-QUAL-SCORE
               MOVE APL-COB-CREDIT-SCORE TO WS-QUAL-SCORE
           END-IF.
           IF WS-MIN-CREDIT-SCORE > ZERO
                   AND WS-QUAL-SCORE < WS-MIN-CREDIT-SCORE
               MOVE 'Y' TO WS-UNDER-MIN-SCORE
           END-IF.
           IF WS-HOUSEHOLD-SIZE > 4
               MOVE WS-INCOME-LIMIT-LARGE TO WS-INCOME-LIMIT
           ELSE
               MOVE WS-INCOME-LIMIT-SMALL TO WS-INCOME-LIMIT
           END-IF.
           IF WS-INCOME-LIMIT > ZERO
                   AND WS-TOTAL-MONTHLY-INCOME * 12 > WS-INCOME-LIMIT
               MOVE 'Y' TO WS-OVER-INCOME-LIMIT
           END-IF.
           IF WS-HOUSEHOLD-SIZE > 5
               COMPUTE WS-RESIDUAL-REQUIRED =
                   WS-RESIDUAL-INCOME-MIN (5)
                       + (WS-HOUSEHOLD-SIZE - 5)
                           * WS-RESIDUAL-ADDL-MEMBER
           ELSE
               MOVE WS-RESIDUAL-INCOME-MIN (WS-HOUSEHOLD-SIZE)
                   TO WS-RESIDUAL-REQUIRED
           END-IF.
           IF WS-RESIDUAL-REQUIRED > ZERO
               COMPUTE WS-RESIDUAL-INCOME =
                   WS-TOTAL-MONTHLY-INCOME - WS-TOTAL-MONTHLY-DEBT
               IF WS-RESIDUAL-INCOME < WS-RESIDUAL-REQUIRED
                   MOVE 'Y' TO WS-SHORT-RESIDUAL
               END-IF
           END-IF.
      *
      * Alongside the decision itself, the specific tests that failed
      * are filed as coded reasons (UWRSON) on the record - R-codes
      * on a refer, D-codes on a decline - so LNLTR's letters can
      * spell out why without anyone reconstructing the math. Any
      * decline test failing declines; otherwise any refer test
      * failing refers.
       6000-DECIDE.
           MOVE WS-TODAY TO APL-UW-DECISION-DATE.
           MOVE SPACES TO APL-UW-DENIAL-REASONS.
           MOVE ZERO TO WS-REASON-SUB.
           EVALUATE TRUE
               WHEN APL-DTI-PERCENT > WS-DTI-REFER-MAX
                       OR APL-LTV-PERCENT > WS-LTV-REFER-MAX
                       OR OVER-LOAN-LIMIT
                       OR UNDER-MIN-SCORE
                       OR OVER-INCOME-LIMIT
                   SET APL-UW-DECLINE TO TRUE
                   SET APL-STAT-DECLINED TO TRUE
                   IF APL-DTI-PERCENT > WS-DTI-REFER-MAX
                       MOVE 'D1' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   IF APL-LTV-PERCENT > WS-LTV-REFER-MAX
                       MOVE 'D2' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   IF OVER-LOAN-LIMIT
                       MOVE 'D5' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   IF UNDER-MIN-SCORE
                       MOVE 'D6' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   IF OVER-INCOME-LIMIT
                       MOVE 'D7' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   ADD 1 TO WS-DECLINE-COUNT
               WHEN APL-DTI-PERCENT > WS-DTI-APPROVE-MAX
                       OR APL-LTV-PERCENT > WS-LTV-APPROVE-MAX
                       OR SHORT-RESIDUAL
                   SET APL-UW-REFER TO TRUE
                   SET APL-STAT-REFERRED TO TRUE
                   IF APL-DTI-PERCENT > WS-DTI-APPROVE-MAX
                       MOVE 'R2' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   IF SHORT-RESIDUAL
                       MOVE 'R3' TO WS-REASON-CODE
                       PERFORM 6900-FILE-DECISION-REASON
                   END-IF
                   ADD 1 TO WS-REFER-COUNT
               WHEN OTHER
                   SET APL-UW-APPROVE TO TRUE
                   SET APL-STAT-APPROVED TO TRUE
                   ADD 1 TO WS-APPROVE-COUNT
           END-EVALUATE.
      *
       6900-FILE-DECISION-REASON.
               COMPUTE WS-REMAINING-BALANCE ROUNDED =
                   WS-REMAINING-BALANCE - WS-PRINCIPAL-PORTION
               PERFORM 7100-WRITE-SCHEDULE-LINE
               PERFORM 7150-KEEP-TILA-PAYMENT
           END-PERFORM.
      *
      * One worst-case adjustment: step the stretch rate up by the
                           WS-SCHED-STATUS
                   END-IF
           END-WRITE.
      *
      * The period's payment as the borrower pays it, to the cent,
      * for the APR: P&I plus the MI the schedule line carries.
      * Escrow is not a finance charge and stays out.
       7150-KEEP-TILA-PAYMENT.
           COMPUTE WS-TILA-PI ROUNDED = WS-MONTHLY-PI.
           MOVE AMS-MI-AMOUNT TO WS-TILA-MI (WS-PERIOD-NUM).
           COMPUTE WS-TILA-PAYMENT (WS-PERIOD-NUM) =
               WS-TILA-PI + AMS-MI-AMOUNT.
      *
      * Finance charge and APR for a loan approved or referred, then
      * the HPML and high-cost tests against the APOR. Amount
      * financed is the loan amount less the prepaid finance charge;
      * the finance charge is the total of the payment stream less
      * the amount financed.
       7500-COMPUTE-TILA.
           PERFORM 7510-TOTAL-PREPAID-CHARGE.
           IF ARM-APPLICATION
               PERFORM 7600-BUILD-INDEXED-STREAM
           END-IF.
           COMPUTE APL-AMOUNT-FINANCED =
               APL-LOAN-AMOUNT - APL-PREPAID-FIN-CHARGE.
           MOVE ZERO TO WS-TOTAL-OF-PAYMENTS.
           PERFORM 7530-ADD-ONE-PAYMENT
               VARYING WS-PERIOD-NUM FROM 1 BY 1
                   UNTIL WS-PERIOD-NUM > APL-LOAN-TERM-MONTHS.
           COMPUTE APL-FINANCE-CHARGE =
               WS-TOTAL-OF-PAYMENTS - APL-AMOUNT-FINANCED.
           PERFORM 7700-SOLVE-APR.
           MOVE WS-TODAY TO APL-TILA-DATE.
           ADD 1 TO WS-APR-COUNT.
           PERFORM 7800-TEST-HIGHER-PRICED.
      *
      * Prepaid finance charge: the lender fees the schedule charges
      * the loan - the same state-then-nationwide pricing LNLTR
      * quotes and LNCLOSE charges - plus any lock extension fee.
       7510-TOTAL-PREPAID-CHARGE.
           MOVE ZERO TO WS-PREPAID-CHARGE.
           IF FEES-ON-FILE
               PERFORM 7520-PRICE-LENDER-FEE
                   VARYING FEC-IDX FROM 1 BY 1 UNTIL FEC-IDX > 6
           ELSE
               COMPUTE WS-PREPAID-CHARGE ROUNDED =
                   APL-LOAN-AMOUNT * 0.01
           END-IF.
           IF APL-LOCK-EXTENSION-FEE IS NUMERIC
               ADD APL-LOCK-EXTENSION-FEE TO WS-PREPAID-CHARGE
           END-IF.
           MOVE WS-PREPAID-CHARGE TO APL-PREPAID-FIN-CHARGE.
      *
       7520-PRICE-LENDER-FEE.
           MOVE APL-LOAN-TYPE TO FEE-LOAN-TYPE.
           MOVE APL-PROP-STATE TO FEE-STATE.
           MOVE FEC-TBL-CODE (FEC-IDX) TO FEE-CODE.
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE SPACES TO FEE-STATE
                   READ FEE-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
           END-READ.
           IF FEE-STATUS-OK AND FEE-TO-LENDER
               IF FEE-PCT-OF-LOAN
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       APL-LOAN-AMOUNT * FEE-PERCENT / 100
               ELSE
                   MOVE FEE-AMOUNT TO WS-FEE-AMOUNT
               END-IF
               ADD WS-FEE-AMOUNT TO WS-PREPAID-CHARGE
           END-IF.
      *
       7530-ADD-ONE-PAYMENT.
           COMPUTE WS-TOTAL-OF-PAYMENTS =
               WS-TOTAL-OF-PAYMENTS + WS-TILA-PAYMENT (WS-PERIOD-NUM).
      *
      * An ARM's disclosed stream: the initial rate through the
      * fixed period, then at each adjustment the rate moves toward
      * the fully-indexed rate (index plus margin) by no more than
      * the periodic cap, and never past the lifetime ceiling, and
      * the remaining balance re-amortizes over the remaining term.
      * MI is the schedule's, period for period. A plan with no
      * index value on file is disclosed at its initial rate.
       7600-BUILD-INDEXED-STREAM.
           IF ARM-INDEX-KNOWN
               COMPUTE WS-FI-TARGET-PCT =
                   APL-ARM-INDEX-VALUE-PCT + APL-ARM-INDEX-MARGIN-PCT
           ELSE
               MOVE APL-LOAN-RATE-PCT TO WS-FI-TARGET-PCT
               ADD 1 TO WS-NO-INDEX-COUNT
           END-IF.
           COMPUTE WS-LIFE-MAX-RATE-PCT =
               APL-LOAN-RATE-PCT + APL-ARM-LIFETIME-CAP-PCT.
           IF WS-FI-TARGET-PCT > WS-LIFE-MAX-RATE-PCT
               MOVE WS-LIFE-MAX-RATE-PCT TO WS-FI-TARGET-PCT
           END-IF.
           MOVE APL-LOAN-RATE-PCT TO WS-FI-RATE-PCT.
           MOVE APL-LOAN-AMOUNT TO WS-FI-BALANCE.
           COMPUTE WS-FI-MONTHLY-RATE = (WS-FI-RATE-PCT / 100) / 12.
           MOVE APL-UW-MONTHLY-PI TO WS-FI-PI.
           PERFORM 7610-INDEXED-PERIOD
               VARYING WS-PERIOD-NUM FROM 1 BY 1
                   UNTIL WS-PERIOD-NUM > APL-LOAN-TERM-MONTHS.
      *
       7610-INDEXED-PERIOD.
           IF WS-PERIOD-NUM > APL-ARM-FIXED-MONTHS
                   AND FUNCTION MOD (WS-PERIOD-NUM
                       - APL-ARM-FIXED-MONTHS - 1,
                       APL-ARM-ADJ-FREQ-MONTHS) = ZERO
               PERFORM 7620-ADJUST-TO-INDEX
           END-IF.
           COMPUTE WS-FI-INTEREST =
               WS-FI-BALANCE * WS-FI-MONTHLY-RATE.
           COMPUTE WS-FI-BALANCE =
               WS-FI-BALANCE - (WS-FI-PI - WS-FI-INTEREST).
           COMPUTE WS-TILA-PAYMENT (WS-PERIOD-NUM) =
               WS-FI-PI + WS-TILA-MI (WS-PERIOD-NUM).
      *
       7620-ADJUST-TO-INDEX.
           IF WS-FI-TARGET-PCT >
                   WS-FI-RATE-PCT + APL-ARM-PERIODIC-CAP-PCT
               ADD APL-ARM-PERIODIC-CAP-PCT TO WS-FI-RATE-PCT
           ELSE
               IF WS-FI-TARGET-PCT + APL-ARM-PERIODIC-CAP-PCT <
                       WS-FI-RATE-PCT
                   SUBTRACT APL-ARM-PERIODIC-CAP-PCT
                       FROM WS-FI-RATE-PCT
               ELSE
                   MOVE WS-FI-TARGET-PCT TO WS-FI-RATE-PCT
               END-IF
           END-IF.
           COMPUTE WS-FI-MONTHLY-RATE = (WS-FI-RATE-PCT / 100) / 12.
           COMPUTE WS-REMAIN-MONTHS =
               APL-LOAN-TERM-MONTHS - WS-PERIOD-NUM + 1.
           IF WS-FI-MONTHLY-RATE > ZERO
               COMPUTE WS-FI-GROWTH-FACTOR =
                   (1 + WS-FI-MONTHLY-RATE) ** WS-REMAIN-MONTHS
               COMPUTE WS-FI-PI ROUNDED =
                   WS-FI-BALANCE * WS-FI-MONTHLY-RATE
                       * WS-FI-GROWTH-FACTOR
                       / (WS-FI-GROWTH-FACTOR - 1)
           ELSE
               COMPUTE WS-FI-PI ROUNDED =
                   WS-FI-BALANCE / WS-REMAIN-MONTHS
           END-IF.
      *
      * Actuarial APR, monthly unit period: the rate i at which the
      * stream, each payment discounted (1+i) per period, is worth
      * exactly the amount financed. Present value falls as i rises,
      * so the bracket is halved forty times - far finer than the
      * three decimals filed. The APR is 12 i, as a percent.
       7700-SOLVE-APR.
           MOVE ZERO TO WS-APR-LOW.
           MOVE 0.05 TO WS-APR-HIGH.
           PERFORM 7710-HALVE-APR-BRACKET
               VARYING WS-APR-ITERATION FROM 1 BY 1
                   UNTIL WS-APR-ITERATION > 40.
           COMPUTE APL-APR-PCT ROUNDED =
               (WS-APR-LOW + WS-APR-HIGH) / 2 * 12 * 100.
      *
       7710-HALVE-APR-BRACKET.
           COMPUTE WS-APR-TRIAL = (WS-APR-LOW + WS-APR-HIGH) / 2.
           MOVE 1 TO WS-APR-DISCOUNT.
           MOVE ZERO TO WS-APR-PRESENT-VALUE.
           PERFORM 7720-DISCOUNT-ONE-PAYMENT
               VARYING WS-PERIOD-NUM FROM 1 BY 1
                   UNTIL WS-PERIOD-NUM > APL-LOAN-TERM-MONTHS.
           IF WS-APR-PRESENT-VALUE > APL-AMOUNT-FINANCED
               MOVE WS-APR-TRIAL TO WS-APR-LOW
           ELSE
               MOVE WS-APR-TRIAL TO WS-APR-HIGH
           END-IF.
      *
       7720-DISCOUNT-ONE-PAYMENT.
           COMPUTE WS-APR-DISCOUNT =
               WS-APR-DISCOUNT / (1 + WS-APR-TRIAL).
           COMPUTE WS-APR-PRESENT-VALUE = WS-APR-PRESENT-VALUE
               + WS-TILA-PAYMENT (WS-PERIOD-NUM) * WS-APR-DISCOUNT.
      *
      * HPML and HOEPA tests. The points-and-fees trigger needs no
      * APOR and is always applied; the rate-spread tests need the
      * APOR for the loan's term as of its lock date. A loan with
      * no APOR row is left untested (flags spaces) unless the
      * points and fees alone make it high-cost.
       7800-TEST-HIGHER-PRICED.
           MOVE SPACE TO APL-HPML-FLAG.
           MOVE SPACE TO APL-HIGH-COST-FLAG.
           MOVE ZERO TO APL-APOR-PCT.
           MOVE ZERO TO WS-APR-SPREAD.
           COMPUTE WS-POINTS-FEES-PCT ROUNDED =
               APL-PREPAID-FIN-CHARGE * 100 / APL-LOAN-AMOUNT.
           MOVE 'N' TO WS-APOR-FOUND.
           IF APOR-ON-FILE
               PERFORM 7850-LOOKUP-APOR
           END-IF.
           IF APOR-WAS-FOUND
               MOVE APO-RATE-PCT TO APL-APOR-PCT
               COMPUTE WS-APR-SPREAD = APL-APR-PCT - APL-APOR-PCT
               IF WS-APR-SPREAD >= WS-HPML-SPREAD-MIN
                   SET APL-HPML-YES TO TRUE
               ELSE
                   SET APL-HPML-NO TO TRUE
               END-IF
               IF WS-APR-SPREAD > WS-HOEPA-SPREAD-MAX
                   SET APL-HIGH-COST-YES TO TRUE
               ELSE
                   SET APL-HIGH-COST-NO TO TRUE
               END-IF
           END-IF.
           IF WS-POINTS-FEES-PCT > WS-HOEPA-POINTS-MAX
               SET APL-HIGH-COST-YES TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN APL-HIGH-COST-YES
                   ADD 1 TO WS-HIGH-COST-COUNT
                   MOVE 'HIGH-COST (HOEPA) - MAY NOT CLOSE AS-IS'
                       TO WS-T-RESULT
                   PERFORM 7900-WRITE-TILA-LINE
               WHEN APL-HPML-YES
                   ADD 1 TO WS-HPML-COUNT
                   MOVE 'HPML - ESCROW AND APPRAISAL RULES APPLY'
                       TO WS-T-RESULT
                   PERFORM 7900-WRITE-TILA-LINE
               WHEN NOT APOR-WAS-FOUND
                   ADD 1 TO WS-NO-APOR-COUNT
                   MOVE 'NOT TESTED - NO APOR ON FILE FOR TERM'
                       TO WS-T-RESULT
                   PERFORM 7900-WRITE-TILA-LINE
           END-EVALUATE.
      *
      * The APOR row in force on the lock date: the fixed table at
      * the loan term in years for a fixed-rate loan, the variable
      * table at the initial fixed period in years for an ARM - each
      * rounded to the nearest year, one year at least, fifty at
      * most.
       7850-LOOKUP-APOR.
           IF ARM-APPLICATION
               MOVE 'V' TO WS-APOR-RATE-TYPE
               COMPUTE WS-APOR-TERM-YEARS =
                   (APL-ARM-FIXED-MONTHS + 6) / 12
           ELSE
               MOVE 'F' TO WS-APOR-RATE-TYPE
               COMPUTE WS-APOR-TERM-YEARS =
                   (APL-LOAN-TERM-MONTHS + 6) / 12
           END-IF.
           IF WS-APOR-TERM-YEARS < 1
               MOVE 1 TO WS-APOR-TERM-YEARS
           END-IF.
           IF WS-APOR-TERM-YEARS > 50
               MOVE 50 TO WS-APOR-TERM-YEARS
           END-IF.
           MOVE WS-APOR-RATE-TYPE TO APO-RATE-TYPE.
           MOVE WS-APOR-TERM-YEARS TO APO-TERM-YEARS.
           COMPUTE APO-EFFDT-COMPLEMENT = 99999999 - WS-LOCK-DATE-NUM.
           START APOR-FILE KEY NOT LESS THAN APO-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF APOR-STATUS-OK
               READ APOR-FILE NEXT
                   AT END
                       CONTINUE
               END-READ
               IF APOR-STATUS-OK
                       AND APO-RATE-TYPE = WS-APOR-RATE-TYPE
                       AND APO-TERM-YEARS = WS-APOR-TERM-YEARS
                   MOVE 'Y' TO WS-APOR-FOUND
               END-IF
           END-IF.
      *
       7900-WRITE-TILA-LINE.
           MOVE APL-APPL-NUMBER TO WS-T-APPL-NUMBER.
           MOVE APL-BORR-LNAME TO WS-T-BORR-LNAME.
           MOVE APL-LOAN-AMOUNT TO WS-T-LOAN-AMOUNT.
           MOVE APL-APR-PCT TO WS-T-APR.
           MOVE APL-APOR-PCT TO WS-T-APOR.
           MOVE WS-APR-SPREAD TO WS-T-SPREAD.
           MOVE WS-POINTS-FEES-PCT TO WS-T-POINTS-FEES.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-DETAIL-LINE.
      *
       9000-WRITE-APPLICATION.
           MOVE LOAN-APPLICATION-RECORD TO APPL-OUTPUT-RECORD.
           WRITE APPL-OUTPUT-RECORD.
      *
      * Post the decision to the persistent master. The master's
      * image of this application was last written by BURPRS,
      * APRXTR or APRPRS (or, for a repriced loan, LNLOCK) from the
      * same extract record earlier tonight, so rewriting it
      * wholesale from LOAN-APPLICATION-RECORD - now carrying the
      * status, decision code/date/reasons, rates, ARM terms, and
      * MI - loses nothing (the same reasoning as BURXTR's
                   CONTINUE
           END-READ.
           IF MASTER-STATUS-OK
               MOVE APPL-MASTER-RECORD TO WS-HIST-BEFORE-IMAGE
               MOVE LOAN-APPLICATION-RECORD TO APPL-MASTER-RECORD
               REWRITE APPL-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF MASTER-STATUS-OK
                   PERFORM 8700-WRITE-HISTORY
               END-IF
           END-IF.
           IF NOT MASTER-STATUS-OK
               DISPLAY 'LNUNDW - MASTER UPDATE FAILED FOR '
           CLOSE SCHEDULE-FILE.
           CLOSE RATE-FILE.
           CLOSE ARM-PLAN-FILE.
           IF GUIDELINES-ON-FILE
               CLOSE GUIDELINE-FILE
           END-IF.
           IF FEES-ON-FILE
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
           IF APOR-ON-FILE
               CLOSE APOR-FILE
           END-IF.
           CLOSE APPL-MASTER-FILE.
           IF HIST-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF.
           MOVE SPACES TO TILA-EXCEPTION-LINE.
           WRITE TILA-EXCEPTION-LINE.
           MOVE 'LOANS WITH APR COMPUTED' TO WS-TT-CAPTION.
           MOVE WS-APR-COUNT TO WS-TT-COUNT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-TOTAL-LINE.
           MOVE 'HIGH-COST (HOEPA) LOANS' TO WS-TT-CAPTION.
           MOVE WS-HIGH-COST-COUNT TO WS-TT-COUNT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-TOTAL-LINE.
           MOVE 'HIGHER-PRICED (HPML) LOANS' TO WS-TT-CAPTION.
           MOVE WS-HPML-COUNT TO WS-TT-COUNT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-TOTAL-LINE.
           MOVE 'LOANS NOT TESTED - NO APOR' TO WS-TT-CAPTION.
           MOVE WS-NO-APOR-COUNT TO WS-TT-COUNT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-TOTAL-LINE.
           MOVE 'ARM APRS AT INITIAL RATE - NO INDEX' TO WS-TT-CAPTION.
           MOVE WS-NO-INDEX-COUNT TO WS-TT-COUNT.
           WRITE TILA-EXCEPTION-LINE FROM WS-TILA-TOTAL-LINE.
           CLOSE TILA-EXCEPTION-RPT.
           PERFORM 8100-WRITE-RUN-CONTROL.
           DISPLAY 'LNUNDW - APPLICATIONS UNDERWRITTEN: ' WS-READ-COUNT.
           DISPLAY 'LNUNDW - APPROVED:  ' WS-APPROVE-COUNT.
               WS-UNKNOWN-PLAN-COUNT.
           DISPLAY 'LNUNDW - PRICED WITH MORTGAGE INS:    '
               WS-MI-COUNT.
           DISPLAY 'LNUNDW - DECLINED, NO GUIDELINE:      '
               WS-NO-GUIDELINE-COUNT.
           DISPLAY 'LNUNDW - DECIDED ON A COUNTY ROW:     '
               WS-COUNTY-ROW-COUNT.
           DISPLAY 'LNUNDW - APR COMPUTED:                '
               WS-APR-COUNT.
           DISPLAY 'LNUNDW - HIGH-COST (HOEPA):           '
               WS-HIGH-COST-COUNT.
           DISPLAY 'LNUNDW - HIGHER-PRICED (HPML):        '
               WS-HPML-COUNT.
           DISPLAY 'LNUNDW - NOT TESTED, NO APOR:         '
               WS-NO-APOR-COUNT.
           DISPLAY 'LNUNDW - MASTER UPDATE FAILED:        '
               WS-MASTER-FAIL-COUNT.
           DISPLAY 'LNUNDW - HISTORY WRITE FAILED:        '
               WS-HIST-FAIL-COUNT.
           IF WS-MASTER-FAIL-COUNT > ZERO
           OR WS-HIST-FAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       8150-WRITE-RUN-CONTROL-REC.
           MOVE RUN-CONTROL-RECORD TO RUN-CONTROL-FILE-RECORD.
           WRITE RUN-CONTROL-FILE-RECORD.
      *
      * One application-history entry (APHREC) for the master write
      * just made: the record as it stood before, kept in
      * WS-HIST-BEFORE-IMAGE (spaces for a new application), and
      * as it was written. Keyed to the hundredth of a second, with
      * a sequence to part entries that land in the same one. An
      * entry that cannot be written is reported and counted, and
      * never undoes the master update. The image just written
      * becomes the before image of any later write to the same
      * loan in this run.
       8700-WRITE-HISTORY.
           IF NOT HIST-FILE-OPEN
               ADD 1 TO WS-HIST-FAIL-COUNT
           ELSE
               ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD
               ACCEPT WS-HIST-TIME FROM TIME
               IF WS-HIST-TIME = WS-HIST-LAST-TIME
                   ADD 1 TO WS-HIST-SEQUENCE
               ELSE
                   MOVE ZERO TO WS-HIST-SEQUENCE
                   MOVE WS-HIST-TIME TO WS-HIST-LAST-TIME
               END-IF
               MOVE SPACES TO APPL-HISTORY-RECORD
               MOVE APL-APPL-NUMBER TO APH-APPL-NUMBER
               MOVE WS-HIST-DATE TO APH-CHANGE-DATE
               MOVE WS-HIST-TIME TO APH-CHANGE-TIME
               MOVE 'LNUNDW' TO APH-PROGRAM
               IF WS-HIST-BEFORE-IMAGE = SPACES
                   SET APH-ACTION-ADD TO TRUE
               ELSE
                   SET APH-ACTION-CHANGE TO TRUE
               END-IF
      * APL-STATUS sits at offset 19 (1-relative) of the LNAPREC
      * layout.
               MOVE WS-HIST-BEFORE-IMAGE (19:2) TO APH-OLD-STATUS
               MOVE APL-STATUS TO APH-NEW-STATUS
               MOVE WS-HIST-BEFORE-IMAGE TO APH-BEFORE-IMAGE
               MOVE LOAN-APPLICATION-RECORD TO APH-AFTER-IMAGE
               MOVE ZERO TO WS-HIST-TRIES
               PERFORM 8710-WRITE-HISTORY-RECORD
               PERFORM 8710-WRITE-HISTORY-RECORD
                   UNTIL NOT HIST-DUPLICATE
                      OR WS-HIST-TRIES > 9
               IF NOT HIST-STATUS-OK
                   DISPLAY 'LNUNDW - HISTORY WRITE FAILED FOR '
                       APL-APPL-NUMBER ' STATUS ' WS-HIST-STATUS
                   ADD 1 TO WS-HIST-FAIL-COUNT
               END-IF
           END-IF.
           MOVE LOAN-APPLICATION-RECORD TO WS-HIST-BEFORE-IMAGE.
      *
      * A duplicate key can only be another job's entry for the same
      * loan in the same hundredth of a second - take the next
      * sequence and write it again.
       8710-WRITE-HISTORY-RECORD.
           MOVE WS-HIST-SEQUENCE TO APH-SEQUENCE.
           WRITE APPL-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF HIST-DUPLICATE
               ADD 1 TO WS-HIST-SEQUENCE
           END-IF.
           ADD 1 TO WS-HIST-TRIES.
