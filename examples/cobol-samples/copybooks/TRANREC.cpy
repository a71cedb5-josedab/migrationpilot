      *****************************************************************
      * TRANREC - LOAN TRANSACTION / AUDIT HISTORY RECORD LAYOUT
      * One entry per loan per run, added to LOAN-TRANS-FILE so a
      * disputed balance or an audit trace can be reconstructed
      * without relying on the current snapshot in LOAN-FILE. A
      * principal curtailment (amount received above the scheduled
      * payment) posts as its own 'C' entry alongside the scheduled
      * payment entry it arrived with.
      * The history is indexed on TR-HISTORY-KEY - loan, run date,
      * then a sequence number that keeps a loan's same-day entries
      * in the order they were written - so a reader STARTs at one
      * loan and reads only its entries, in posting order. A writer
      * adds an entry at the next free sequence number for the loan
      * and run date.
      *****************************************************************
       01  LOAN-TRANS-RECORD.
           05  TR-HISTORY-KEY.
               10  TR-LOAN-NUMBER     PIC 9(10).
               10  TR-RUN-DATE        PIC 9(8).
               10  TR-SEQUENCE-NUMBER PIC 9(4).
           05  TR-TRANS-TYPE          PIC X(1).
               88 TR-SCHEDULED-PAYMENT VALUE 'M'.
               88 TR-PAYOFF-PAYMENT   VALUE 'P'.
      * interest and late fee are zero and the begin/end balances
      * carry the principal balance unchanged.
               88 TR-DISBURSEMENT     VALUE 'D'.
      * Servicing-term changes applied by LNMAINT: a term extension
      * or rate reduction that re-amortized the balance ('T'), a
      * forbearance window ('F') and a deferral of missed
      * installments to the end of the loan ('E'). None moves money
      * - see TR-MOD-DETAIL for the old and new terms - so none is
      * ever backed out by a reversal request.
               88 TR-LOAN-MODIFICATION VALUE 'T'.
               88 TR-FORBEARANCE      VALUE 'F'.
               88 TR-PAYMENT-DEFERRAL VALUE 'E'.
               88 TR-TERMS-CHANGE     VALUE 'T' 'F' 'E'.
      * A charge-off written by CHGOFF ('W') carries the total
      * written off in TR-PAYMENT-AMOUNT, split into principal and
      * accrued interest, with the unpaid late fees written off in
      * TR-FEE-PAID-PART; the end balance is zero. A recovery
      * ('Y') is cash LOANPROC later received on a charged-off
      * loan - TR-PAYMENT-AMOUNT only, begin and end balance zero.
      * Neither is interest paid, and neither is ever backed out by
      * a reversal request.
               88 TR-CHARGE-OFF       VALUE 'W'.
               88 TR-RECOVERY         VALUE 'Y'.
               88 TR-LOSS-ENTRY       VALUE 'W' 'Y'.
      * An investor ownership change recorded by LNMAINT ('O') - a
      * sale into a pool, a move from one pool to another, a change
      * of the investor's share or rates, or a buy-back into
      * portfolio. It moves no money - amounts are zero and the
      * begin/end balances carry LF-BALANCE unchanged - but the
      * ownership before and after rides in TR-OWNERSHIP-DETAIL, so
      * INVREMIT can pay each pool its part of the month and move
      * the balance out of one pool and into the other. Never
      * backed out by a reversal request.
               88 TR-OWNERSHIP-CHANGE VALUE 'O'.
           05  TR-PAYMENT-AMOUNT      PIC 9(9)V99.
           05  TR-INTEREST-PART       PIC 9(7)V99.
           05  TR-PRINCIPAL-PART      PIC 9(7)V99.
      * history written before the field existed - class-test
      * before using.
           05  TR-PRIOR-ASSESSED-THRU PIC 9(8).
      * Terms before and after an LNMAINT modification, forbearance
      * or deferral entry. Those entries move no money - amounts are
      * zero and the begin/end balances carry LF-BALANCE unchanged -
      * so the old and new terms ride here for the compliance trail.
      * Zero on every posting entry; spaces on history written
      * before the fields existed - class-test before using.
           05  TR-MOD-DETAIL.
               10  TR-OLD-RATE        PIC 9(2)V9(4).
               10  TR-NEW-RATE        PIC 9(2)V9(4).
               10  TR-OLD-TERM        PIC 9(3).
               10  TR-NEW-TERM        PIC 9(3).
               10  TR-OLD-PAYMENT     PIC 9(7)V99.
               10  TR-NEW-PAYMENT     PIC 9(7)V99.
               10  TR-OLD-DUE-DATE    PIC 9(8).
               10  TR-NEW-DUE-DATE    PIC 9(8).
               10  TR-OLD-FORBEAR-START PIC 9(8).
               10  TR-OLD-FORBEAR-END PIC 9(8).
               10  TR-NEW-FORBEAR-START PIC 9(8).
               10  TR-NEW-FORBEAR-END PIC 9(8).
               10  TR-OLD-DEFERRED    PIC 9(3).
               10  TR-NEW-DEFERRED    PIC 9(3).
      * Investor ownership before and after an LNMAINT 'O' entry,
      * carried in the space the terms detail takes on the others -
      * pool, share, pass-through rate, servicing fee rate and the
      * date the loan went into the pool, as LOANREC holds them.
           05  TR-OWNERSHIP-DETAIL REDEFINES TR-MOD-DETAIL.
               10  TR-OLD-INVESTOR-POOL PIC 9(6).
               10  TR-OLD-INVESTOR-PCT  PIC 9(3)V99.
               10  TR-OLD-PASS-THRU     PIC 9(2)V9(4).
               10  TR-OLD-SERVICING-FEE PIC 9(2)V9(4).
               10  TR-OLD-INVESTOR-DATE PIC 9(8).
               10  TR-NEW-INVESTOR-POOL PIC 9(6).
               10  TR-NEW-INVESTOR-PCT  PIC 9(3)V99.
               10  TR-NEW-PASS-THRU     PIC 9(2)V9(4).
               10  TR-NEW-SERVICING-FEE PIC 9(2)V9(4).
               10  TR-NEW-INVESTOR-DATE PIC 9(8).
               10  FILLER             PIC X(28).
