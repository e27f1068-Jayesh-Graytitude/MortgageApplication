      * LNAPREC - Mortgage loan application master record.
      * Backing file: LNAPFIL, a VSAM KSDS keyed on APL-APPL-NUMBER.
      * Written by LNAPPL (intake), updated by LNUNDW (underwriting/
      * amortization), BURXTR/BURPRS (credit bureau interface),
      * APRXTR/APRPRS (appraisal interface), and LNCLOSE
      * (investor/GL export) as the application moves through
      * the pipeline, and corrected or decisioned online through the
      * LMNT/LMUW maintenance transaction (LNAPMNT).
      * Every program that writes the master also journals the write
      * on the application history file (APHFIL - see APHREC.cpy),
      * which holds whole before and after images of this record and
      * reads them field by field through the list in APHFLD.cpy: a
      * field added here must be added there in the same change.
      ******************************************************************
       01  LOAN-APPLICATION-RECORD.
           05  APL-APPL-NUMBER             PIC X(10).
               88  APL-STAT-EXCL-HOLD        VALUE 'EH'.
               88  APL-STAT-UNDERWRITING     VALUE 'UW'.
               88  APL-STAT-PENDING-CREDIT   VALUE 'PC'.
               88  APL-STAT-PENDING-APPRAISAL
                                             VALUE 'PA'.
               88  APL-STAT-APPROVED         VALUE 'AP'.
               88  APL-STAT-REFERRED         VALUE 'RF'.
               88  APL-STAT-DECLINED         VALUE 'DC'.
           05  APL-ALLOCATION-DATE          PIC X(8).
           05  APL-DELIVERY-PEND-FLAG       PIC X(1).
               88  APL-DELIVERY-PENDING       VALUE 'P'.
      *
      * Fields below were added at the 600-byte cutover (conversion
      * program LNAPCV3); on records converted from the 400-byte
      * layout they hold spaces until a program fills them, and a
      * space-filled lock term means a lock that predates the term
      * and never expires.
      *
      * Rate-lock term. Intake keys the lock period (15/30/45/60
      * days; LNAPPL defaults a blank one to 30) and LNAPPL sets the
      * expiration date off the lock date - the last day the locked
      * rate can fund. The lock desk (LNLOCK) moves the expiration
      * out on an extension, accumulating the days and the per-day
      * extension fee charged for them, and on a relock stamps the
      * relock date and restarts the term from it, repricing at the
      * worse of the original and the current rate. LNCLOSE will not
      * fund a loan past its expiration date. The extension fee is
      * display-numeric so a blank reads as none charged.
           05  APL-LOCK-PERIOD-DAYS         PIC 9(2).
           05  APL-LOCK-EXPIRATION-DATE     PIC X(8).
           05  APL-LOCK-EXTENSION-DAYS      PIC 9(3).
           05  APL-LOCK-EXTENSION-FEE       PIC 9(7)V99.
           05  APL-LOCK-RELOCK-DATE         PIC X(8).
      *
      * Funding hold. LNCLOSE sets the flag (and the date it last
      * held the loan) on an approved loan it refused to fund - for
      * one of the funding gates listed in LNCLOSE - and sweeps the
      * master for flagged AP loans every night until the loan
      * funds, when the flag is cleared, or leaves AP. The date is
      * left behind as the last day the loan was held.
           05  APL-CLOSE-HOLD-FLAG          PIC X(1).
               88  APL-CLOSE-HELD             VALUE 'H'.
           05  APL-CLOSE-HOLD-DATE          PIC X(8).
      *
      * Underwriting-guideline inputs and trace. Intake keys the
      * property's county (three-digit FIPS county code within the
      * state) and the household size when it has them - blank means
      * not supplied. LNUNDW takes the guideline row for the county
      * (falling back to the statewide, then the nationwide row),
      * sizes the VA residual-income and USDA income-limit tests by
      * the household (a blank one counts the borrower and any
      * co-borrower), and files the effective date of the guideline
      * row it decided against - spaces when no guideline file was
      * loaded and the house limits applied.
           05  APL-PROP-COUNTY-CODE         PIC X(3).
           05  APL-HOUSEHOLD-SIZE           PIC 9(2).
           05  APL-GUIDELINE-EFF-DATE       PIC X(8).
      *
      * Truth-in-Lending figures, filed by LNUNDW for every loan it
      * approves or refers. The prepaid finance charge is the lender
      * fees the closing fee schedule charges the loan (plus any
      * lock extension fee); the amount financed is the loan amount
      * less those; the finance charge is every scheduled P&I and MI
      * dollar less the amount financed; the APR is the actuarial
      * rate that discounts the payment stream back to the amount
      * financed. An ARM's stream runs at the initial rate through
      * the fixed period and at the fully-indexed rate (the index
      * value in force at decision, filed below, plus the margin,
      * within the caps) after it. The APR is compared to the
      * average prime offer rate (APORFIL, loaded weekly by
      * APORLOAD) for the loan's term as of the lock date: the
      * higher-priced (HPML) flag brings the escrow and appraisal
      * rules into play, the high-cost (HOEPA) flag - on the APR
      * spread or on the points and fees - stops LNCLOSE funding
      * the loan as-is. Flags are spaces (not tested) when no APOR
      * was on file for the loan. The packed fields hold spaces (not
      * valid packed) on records decided before the figures existed.
           05  APL-ARM-INDEX-VALUE-PCT      PIC 9(2)V999 COMP-3.
           05  APL-PREPAID-FIN-CHARGE       PIC 9(7)V99 COMP-3.
           05  APL-AMOUNT-FINANCED          PIC 9(9)V99 COMP-3.
           05  APL-FINANCE-CHARGE           PIC 9(9)V99 COMP-3.
           05  APL-APR-PCT                  PIC 9(2)V999 COMP-3.
           05  APL-APOR-PCT                 PIC 9(2)V999 COMP-3.
           05  APL-HPML-FLAG                PIC X(1).
               88  APL-HPML-YES               VALUE 'Y'.
               88  APL-HPML-NO                VALUE 'N'.
           05  APL-HIGH-COST-FLAG           PIC X(1).
               88  APL-HIGH-COST-YES          VALUE 'Y'.
               88  APL-HIGH-COST-NO           VALUE 'N'.
           05  APL-TILA-DATE                PIC X(8).
      *
      * Warehouse financing and investor purchase. LNCLOSE stamps
      * the warehouse line the loan funded on (WHLFIL, see WHLREC)
      * and the cash the line advanced - principal less the fees
      * and escrow withheld at the table, the same net figure
      * LNGLBAL posts as the funding offset. Line id spaces means
      * no line file was loaded when the loan funded. LNPURCH files
      * the investor's purchase advice: the date the investor bought
      * the loan, the price in dollars (note amount at the advice's
      * price percent), the fees the investor deducted from the
      * wire, and the gain (negative = loss) booked against the
      * note amount - and sets the purchased flag, which takes the
      * loan off LNWHAGE's warehouse aging report. The status stays
      * FD. The packed fields hold spaces (not valid packed) on
      * records funded before the fields existed.
           05  APL-WAREHOUSE-LINE-ID        PIC X(4).
           05  APL-WAREHOUSE-DRAW-AMT       PIC 9(9)V99 COMP-3.
           05  APL-PURCHASE-FLAG            PIC X(1).
               88  APL-INVESTOR-PURCHASED     VALUE 'P'.
           05  APL-PURCHASE-DATE            PIC X(8).
           05  APL-PURCHASE-PRICE           PIC 9(9)V99 COMP-3.
           05  APL-PURCHASE-FEE-DEDUCT      PIC 9(7)V99 COMP-3.
           05  APL-GAIN-ON-SALE             PIC S9(9)V99 COMP-3.
      *
      * Appraisal order and return (AMC interface). APRXTR orders
      * the appraisal the night the application enters underwriting
      * - the keyed value is kept here as the estimate, the order
      * date stamped, and the application parked at PA (pending
      * appraisal) until the value is in. APRPRS posts the AMC's
      * return: the appraised value, its effective date, the
      * appraiser's license, the UAD condition rating (C1-C6) and
      * the report's property flags. APL-PROP-APPRAISED-VALUE above
      * stays the value everything is figured on - the lower of the
      * estimate and the appraisal - so an appraisal below the
      * estimate brings the LTV down with it and sends the loan
      * (back) to LNUNDW to be priced, insured and decided on it.
      * The packed fields hold spaces (not valid packed) on records
      * that never had an appraisal ordered.
           05  APL-PROP-ESTIMATED-VALUE     PIC 9(9)V99 COMP-3.
           05  APL-APPR-STATUS              PIC X(1).
               88  APL-APPR-ORDERED           VALUE 'O'.
               88  APL-APPR-RECEIVED          VALUE 'R'.
           05  APL-APPR-ORDER-DATE          PIC X(8).
           05  APL-APPR-RETURN-DATE         PIC X(8).
           05  APL-APPR-EFFECTIVE-DATE      PIC X(8).
           05  APL-APPR-VALUE               PIC 9(9)V99 COMP-3.
           05  APL-APPR-LICENSE             PIC X(15).
           05  APL-APPR-CONDITION           PIC X(2).
           05  APL-APPR-FLAGS.
               10  APL-APPR-SUBJECT-TO-FLAG  PIC X(1).
                   88  APL-APPR-SUBJECT-TO      VALUE 'Y'.
               10  APL-APPR-DECLINING-FLAG   PIC X(1).
                   88  APL-APPR-DECLINING-MKT   VALUE 'Y'.
               10  APL-APPR-SAFETY-FLAG      PIC X(1).
                   88  APL-APPR-SAFETY-ISSUE    VALUE 'Y'.
           05  FILLER                       PIC X(27).
