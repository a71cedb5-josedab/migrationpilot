      *****************************************************************
      * CBRSEG - CREDIT BUREAU REPORTING SEGMENT LAYOUT
      * The monthly file CRBUREAU sends the credit bureaus: one
      * header, one base segment per loan reported, and a trailer
      * carrying the segment count and dollar totals the bureau
      * balances the file to. Amounts are whole dollars, cents
      * dropped, as the bureaus take them.
      * CB-ACCOUNT-STATUS is the bureau status code - 11 current,
      * 71/78/80/82/83/84 30 through 180-plus days past due, 13
      * paid or closed with a zero balance, 97 charged off with a
      * balance still owing, 64 a charge-off since paid in full.
      * CB-PAYMENT-HISTORY is the 24-month profile, this month
      * first: 0 current, 1-6 thirty-day steps past due (6 is 180
      * days and over), L charged off, B no history before the loan
      * opened, D no data.
      *****************************************************************
       01  CREDIT-BUREAU-RECORD.
           05  CB-RECORD-TYPE         PIC X(1).
               88 CB-BASE-SEGMENT     VALUE 'B'.
           05  CB-ACTIVITY-DATE       PIC 9(8).
           05  CB-ACCOUNT-NUMBER      PIC 9(10).
           05  CB-PORTFOLIO-TYPE      PIC X(1).
               88 CB-INSTALLMENT      VALUE 'I'.
               88 CB-MORTGAGE         VALUE 'M'.
           05  CB-DATE-OPENED         PIC 9(8).
           05  CB-ORIGINAL-AMOUNT     PIC 9(9).
           05  CB-TERMS-DURATION      PIC 9(3).
           05  CB-TERMS-FREQUENCY     PIC X(1).
           05  CB-SCHEDULED-PAYMENT   PIC 9(9).
           05  CB-ACCOUNT-STATUS      PIC X(2).
           05  CB-PAYMENT-RATING      PIC X(1).
           05  CB-PAYMENT-HISTORY     PIC X(24).
           05  CB-MONTHS-PAST-DUE     PIC 9(2).
           05  CB-CURRENT-BALANCE     PIC 9(9).
           05  CB-AMOUNT-PAST-DUE     PIC 9(9).
           05  CB-CHARGE-OFF-AMOUNT   PIC 9(9).
           05  CB-NEXT-DUE-DATE       PIC 9(8).
           05  CB-DATE-FIRST-DELINQ   PIC 9(8).
           05  CB-DATE-LAST-PAYMENT   PIC 9(8).
           05  CB-DATE-CLOSED         PIC 9(8).
           05  CB-CUSTOMER-NUMBER     PIC 9(10).
           05  CB-CONSUMER-NAME       PIC X(50).
           05  CB-ADDRESS-LINE-1      PIC X(40).
           05  CB-ADDRESS-LINE-2      PIC X(40).
           05  CB-CITY                PIC X(20).
           05  CB-STATE               PIC X(2).
           05  CB-ZIP-CODE            PIC X(10).
           05  CB-PHONE-NUMBER        PIC X(12).

       01  CB-HEADER-RECORD.
           05  CB-HDR-RECORD-TYPE     PIC X(1).
               88 CB-HEADER-ENTRY     VALUE 'H'.
           05  CB-HDR-ACTIVITY-DATE   PIC 9(8).
           05  CB-HDR-CREATED-DATE    PIC 9(8).
           05  CB-HDR-REPORTER-NAME   PIC X(30).

       01  CB-TRAILER-RECORD.
           05  CB-TRL-RECORD-TYPE     PIC X(1).
               88 CB-TRAILER-ENTRY    VALUE 'T'.
           05  CB-TRL-ACTIVITY-DATE   PIC 9(8).
           05  CB-TRL-SEGMENT-COUNT   PIC 9(9).
           05  CB-TRL-BALANCE-TOTAL   PIC 9(13).
           05  CB-TRL-PAST-DUE-TOTAL  PIC 9(13).
           05  CB-TRL-CHARGE-OFF-TOTAL PIC 9(13).
