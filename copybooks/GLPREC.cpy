      ******************************************************************
      * GLPREC - General ledger posting record, debit/credit format.
      * Written by LNCLOSE - one record per journal entry line. Each
      * funded loan produces a loan principal line, a line per closing
      * fee charged (fee income, or settlement fees payable for a
      * third-party fee), an escrow liability line, and a tolerance
      * cure line when the loan was cured; LNGLBAL supplies the
      * offsetting cash/funding-source entry. LNPURCH writes the
      * investor-purchase entries in the same layout - receivable
      * relieved, gain or loss on sale, warehouse paydown, and the
      * net proceeds - already balanced per loan, so LNGLBAL
      * generates no offset for them.
      ******************************************************************
       01  GL-POSTING-RECORD.
           05  GL-POSTING-DATE               PIC X(8).
