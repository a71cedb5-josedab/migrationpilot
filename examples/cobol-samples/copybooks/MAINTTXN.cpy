      * fields to update an existing one; MT-CLOSE-TRANS and
      * MT-WAIVE-TRANS only need the loan number - a waiver clears
      * the unpaid late-fee balance after a servicing decision.
      * MT-MODIFY-TRANS re-amortizes the outstanding balance over a
      * new remaining term (MT-TERM-MONTHS) and/or at a reduced rate
      * (MT-INTEREST-RATE) - zero in either keeps the loan's current
      * value. MT-FORBEAR-TRANS grants a forbearance window and
      * MT-DEFER-TRANS moves missed installments to the end of the
      * loan, each from the fields at the end of the record.
      * MT-ACH-ENROLL-TRANS enrolls the loan in monthly bank draft,
      * or replaces the bank details of an existing enrollment, and
      * MT-ACH-CANCEL-TRANS stops drafting; both keep ACHENRL.DAT.
      * MT-INVESTOR-TRANS sells the loan into an investor pool, or
      * changes its ownership terms, from the investor fields at the
      * end of the record; pool zero returns it to portfolio.
      * MT-OPERATOR-ID identifies who keyed the transaction - every
      * change applied is written to the maintenance audit trail
      * under it, and a sensitive one waits on MNTPEND.DAT until a
      * different operator approves it.
      *****************************************************************
       01  MAINT-TRANS-RECORD.
           05  MT-LOAN-NUMBER         PIC 9(10).
               88 MT-CHANGE-TRANS     VALUE 'C'.
               88 MT-CLOSE-TRANS      VALUE 'X'.
               88 MT-WAIVE-TRANS      VALUE 'W'.
               88 MT-MODIFY-TRANS     VALUE 'M'.
               88 MT-FORBEAR-TRANS    VALUE 'F'.
               88 MT-DEFER-TRANS      VALUE 'D'.
               88 MT-ACH-ENROLL-TRANS VALUE 'B'.
               88 MT-ACH-CANCEL-TRANS VALUE 'N'.
               88 MT-INVESTOR-TRANS   VALUE 'I'.
           05  MT-CUSTOMER-NAME       PIC X(50).
           05  MT-PRINCIPAL           PIC 9(9)V99.
           05  MT-INTEREST-RATE       PIC 9(2)V9(4).
           05  MT-PERIODIC-CAP        PIC 9(2)V9(4).
           05  MT-LIFETIME-CAP        PIC 9(2)V9(4).
           05  MT-LIFETIME-FLOOR      PIC 9(2)V9(4).
      * Forbearance window for MT-FORBEAR-TRANS, and the number of
      * missed installments MT-DEFER-TRANS moves to the end of the
      * loan. Unused by every other transaction type.
           05  MT-FORBEAR-START-DATE  PIC 9(8).
           05  MT-FORBEAR-END-DATE    PIC 9(8).
           05  MT-DEFER-COUNT         PIC 9(3).
      * Bank draft authorization for MT-ACH-ENROLL-TRANS - the
      * borrower's bank routing number and account, checking or
      * savings, the day of the month to draft (1-28, so it falls
      * in every month) and whether outstanding late fees may be
      * drafted with the installment. Unused by every other type.
           05  MT-ACH-ROUTING-NUMBER  PIC 9(9).
           05  MT-ACH-ACCOUNT-NUMBER  PIC X(17).
           05  MT-ACH-ACCOUNT-TYPE    PIC X(1).
           05  MT-ACH-DRAFT-DAY       PIC 9(2).
           05  MT-ACH-FEE-AUTH        PIC X(1).
      * Investor ownership for MT-INVESTOR-TRANS - the pool on
      * INVESTOR.DAT the loan is sold into, the percentage of the
      * loan the investor owns, and the annual pass-through and
      * servicing-fee rates split out of the note rate. Pool zero
      * with the rest zero returns the loan to portfolio. Unused by
      * every other type.
           05  MT-INVESTOR-POOL       PIC 9(6).
           05  MT-INVESTOR-PCT        PIC 9(3)V99.
           05  MT-PASS-THRU-RATE      PIC 9(2)V9(4).
           05  MT-SERVICING-FEE-RATE  PIC 9(2)V9(4).
      * Operator who keyed the transaction (the maker). Required.
           05  MT-OPERATOR-ID         PIC X(8).
