      *****************************************************************
      * BURSTAT - CREDIT BUREAU REPORTING STATUS RECORD LAYOUT
      * One record per loan CRBUREAU has reported, keyed on the loan
      * number: the last activity date and status code sent. A loan
      * paid off, closed through LNMAINT or a charge-off since paid
      * in full is reported one final time with its closed status and
      * BS-FINAL-REPORTED set, and is passed over from then on. A
      * payoff later reversed puts the loan back on the open file,
      * and its next report clears the flag so the eventual close is
      * reported again.
      *****************************************************************
       01  BUREAU-STATUS-RECORD.
           05  BS-LOAN-NUMBER         PIC 9(10).
           05  BS-LAST-REPORT-DATE    PIC 9(8).
           05  BS-LAST-STATUS         PIC X(2).
           05  BS-FINAL-FLAG          PIC X(1).
               88 BS-FINAL-REPORTED   VALUE 'Y'.
           05  BS-FINAL-DATE          PIC 9(8).
