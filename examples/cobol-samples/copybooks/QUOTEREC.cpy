      *****************************************************************
      * QUOTEREC - PAYOFF QUOTE RECORD LAYOUT
      * One record per payoff quote PAYQUOTE has issued, keyed on
      * the loan number, the date the quote was run and the date
      * the figures are good through, so a loan's quotes read back
      * in the order they were given. The breakdown is exactly what
      * the letter printed: principal balance, interest accrued to
      * the good-through date, unpaid late fees and their total,
      * plus the per-diem to add for each day past it and the
      * escrow balance expected to be refunded once the loan
      * closes (never netted into the total).
      * PQ-STATUS starts outstanding; LOANPROC settles it when the
      * payoff arrives - paid in full, paid short of the quoted
      * total, or received after the good-through date - and
      * stamps the cash and date it received.
      *****************************************************************
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-QUOTE-KEY.
               10  PQ-LOAN-NUMBER     PIC 9(10).
               10  PQ-QUOTE-DATE      PIC 9(8).
               10  PQ-GOOD-THROUGH-DATE PIC 9(8).
           05  PQ-INTEREST-FROM-DATE  PIC 9(8).
           05  PQ-INTEREST-RATE       PIC 9(2)V9(4).
           05  PQ-PRINCIPAL-BALANCE   PIC 9(9)V99.
           05  PQ-INTEREST-AMOUNT     PIC 9(9)V99.
           05  PQ-LATE-FEES           PIC 9(7)V99.
           05  PQ-TOTAL-PAYOFF        PIC 9(9)V99.
           05  PQ-PER-DIEM            PIC 9(7)V99.
           05  PQ-ESCROW-REFUND       PIC 9(9)V99.
           05  PQ-RECIPIENT-NAME      PIC X(50).
           05  PQ-STATUS              PIC X(1).
               88 PQ-OUTSTANDING      VALUE 'O'.
               88 PQ-PAID             VALUE 'P'.
               88 PQ-PAID-SHORT       VALUE 'S'.
               88 PQ-PAID-EXPIRED     VALUE 'X'.
           05  PQ-STATUS-DATE         PIC 9(8).
           05  PQ-RECEIVED-DATE       PIC 9(8).
           05  PQ-RECEIVED-AMOUNT     PIC 9(9)V99.
