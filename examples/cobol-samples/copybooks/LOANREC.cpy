      * so the master record layout only has to change in one place.
      * LF-STATUS is set to LOAN-OPEN by LNMAINT when a loan is added
      * and to LOAN-CLOSED when a payoff or cancellation is recorded;
      * LOANPROC skips LOAN-CLOSED records during servicing. CHGOFF
      * sets LOAN-CHARGED-OFF when an approved charge-off writes the
      * balance off.
      *****************************************************************
       01  LOAN-RECORD.
           05  LF-LOAN-NUMBER         PIC 9(10).
           05  LF-LAST-POST-DATE      PIC 9(8).
           05  LF-STATUS              PIC X(1).
               88 LOAN-OPEN           VALUE 'O'.
      * A charged-off loan is closed to servicing like any other, so
      * every program that passes over LOAN-CLOSED passes over it
      * too; LOAN-CHARGED-OFF picks it out where recovery cash or
      * the loss report needs it.
               88 LOAN-CLOSED         VALUE 'C' 'W'.
               88 LOAN-CHARGED-OFF    VALUE 'W'.
      * Escrow sub-account: LF-ESCROW-PAYMENT is the tax/insurance
      * portion carved out of each payment and added to
      * LF-ESCROW-BALANCE; the annual amounts are what the escrow
      * beyond this date. Zero on loans booked before the field
      * existed and on loans never assessed.
           05  LF-FEE-ASSESSED-THRU   PIC 9(8).
      * Re-amortization base set by an LNMAINT term extension or
      * rate reduction: the balance outstanding on the date the
      * loan was modified and the installments it was re-spread
      * over. A fixed-rate loan carrying a base amortizes it in
      * place of LF-PRINCIPAL over LF-TERM-MONTHS, so the servicing
      * run keeps the modified payment. Spaces on loans booked
      * before the fields existed, zero on loans never modified -
      * class-test before using.
           05  LF-MOD-DATE            PIC 9(8).
           05  LF-MOD-BALANCE         PIC 9(9)V99.
           05  LF-MOD-TERM-MONTHS     PIC 9(3).
      * Forbearance window granted through LNMAINT. While the
      * servicing run date falls between the two dates the loan is
      * neither aged nor assessed late fees, and the days the window
      * covers are never charged afterward. Zero when no forbearance
      * has been granted; spaces on loans booked before the fields
      * existed - class-test before using.
           05  LF-FORBEAR-START-DATE  PIC 9(8).
           05  LF-FORBEAR-END-DATE    PIC 9(8).
      * Installments deferred to the end of the loan by LNMAINT - the
      * maturity date moves out one month for each. Spaces on loans
      * booked before the field existed - class-test before using.
           05  LF-DEFERRED-COUNT      PIC 9(3).
      * Amounts written off when CHGOFF charged the loan off -
      * principal, interest accrued to the charge-off date and the
      * unpaid late fees - and the cash LOANPROC has since posted
      * against them as recoveries. Zero on loans never charged
      * off; spaces on loans booked before the fields existed -
      * class-test before using.
           05  LF-CHARGEOFF-DATE      PIC 9(8).
           05  LF-CHARGEOFF-PRINCIPAL PIC 9(9)V99.
           05  LF-CHARGEOFF-INTEREST  PIC 9(9)V99.
           05  LF-CHARGEOFF-FEES      PIC 9(7)V99.
           05  LF-RECOVERED-AMOUNT    PIC 9(9)V99.
      * Investor ownership. A loan sold into a pool carries the pool
      * number, the share of each principal and interest collection
      * owned by the investor, the annual rate passed through to
      * the investor and the annual servicing fee retained out of
      * interest, plus the date the loan went into the pool and its
      * balance on that day. Pool zero is a loan held in portfolio.
      * Set only through LNMAINT; INVREMIT splits the month's
      * collections on them. Spaces on loans booked before the
      * fields existed - class-test before using.
           05  LF-INVESTOR-POOL       PIC 9(6).
           05  LF-INVESTOR-PCT        PIC 9(3)V99.
           05  LF-PASS-THRU-RATE      PIC 9(2)V9(4).
           05  LF-SERVICING-FEE-RATE  PIC 9(2)V9(4).
           05  LF-INVESTOR-DATE       PIC 9(8).
           05  LF-INVESTOR-BALANCE    PIC 9(9)V99.
