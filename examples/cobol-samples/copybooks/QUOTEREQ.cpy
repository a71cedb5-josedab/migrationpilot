      *****************************************************************
      * QUOTEREQ - PAYOFF QUOTE REQUEST RECORD LAYOUT
      * One record per payoff quote asked for - by the borrower, a
      * title company or a refinancing lender - giving the loan and
      * the date the figures must be good through. When a third
      * party asked, its name and mailing address are keyed here
      * and the letter goes to them; left blank, the letter is
      * addressed to the borrower from the CUSTOMER-RECORD.
      *****************************************************************
       01  QUOTE-REQUEST-RECORD.
           05  QR-LOAN-NUMBER         PIC 9(10).
           05  QR-GOOD-THROUGH-DATE   PIC 9(8).
           05  QR-RECIPIENT-NAME      PIC X(50).
           05  QR-ADDRESS-LINE-1      PIC X(40).
           05  QR-ADDRESS-LINE-2      PIC X(40).
           05  QR-CITY                PIC X(20).
           05  QR-STATE               PIC X(2).
           05  QR-ZIP-CODE            PIC X(10).
