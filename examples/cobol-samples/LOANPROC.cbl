               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT CONTROL-REPORT ASSIGN TO "CTLRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
               "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-QUOTE-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  PAYOFF-QUOTE-FILE.
           COPY QUOTEREC.

       WORKING-STORAGE SECTION.
       01  WS-CALCULATION-FIELDS.
           05  WS-MONTHLY-RATE        PIC 9V9(8).
       01  WS-RATE-EOF-FLAG           PIC X VALUE 'N'.
           88 RATE-END-OF-FILE        VALUE 'Y'.

      *****************************************************************
      * Latest posting cycle for the loan a reversal request names,
      * read from the loan's own entries on the keyed history so a
      * reversal knows exactly what to back out. Later entries
      * overwrite earlier ones, so what remains is the loan's most
      * recent posting - except a 'C' curtailment entry, which rode
      * in with the scheduled payment of the same run and is grouped
      * onto that entry's curtailment fields so the whole cycle
      * backs out together.
      *****************************************************************
       01  WS-LAST-POST-ENTRY.
           05  WS-LP-LOAN-NUMBER      PIC 9(10).
           05  WS-LP-RUN-DATE         PIC 9(8).
           05  WS-LP-TRANS-TYPE       PIC X(1).
           05  WS-LP-AMOUNT           PIC 9(9)V99.
           05  WS-LP-INTEREST         PIC 9(7)V99.
           05  WS-LP-PRINCIPAL        PIC 9(7)V99.
           05  WS-LP-LATE-FEE         PIC 9(5)V99.
           05  WS-LP-ESCROW           PIC 9(7)V99.
           05  WS-LP-BEGIN-BAL        PIC 9(9)V99.
           05  WS-LP-END-BAL          PIC 9(9)V99.
           05  WS-LP-PRIOR-POST       PIC 9(8).
           05  WS-LP-CURT-FLAG        PIC X(1).
           05  WS-LP-CURT-AMOUNT      PIC 9(9)V99.
           05  WS-LP-CURT-END-BAL     PIC 9(9)V99.
           05  WS-LP-FEE-PAID         PIC 9(7)V99.
           05  WS-LP-ASSESSED-THRU    PIC 9(8).

       01  WS-REVERSAL-FIELDS.
           05  WS-LAST-POST-FLAG      PIC X VALUE 'N'.
               88 LAST-POST-FOUND     VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-HISTORY-ADDED-FLAG  PIC X VALUE 'N'.
               88 HISTORY-ADDED       VALUE 'Y'.
           05  WS-PRIOR-POST-DATE     PIC 9(8).

      * Dollar totals are signed - a cycle heavy with payment
           05  WS-CTL-SUSP-COUNT      PIC 9(7)      VALUE 0.
           05  WS-CTL-SUSP-AMOUNT     PIC 9(11)V99  VALUE 0.
           05  WS-CTL-FEES-COLLECTED  PIC S9(9)V99  VALUE 0.
           05  WS-CTL-RECOVERIES      PIC S9(11)V99 VALUE 0.

       01  WS-GL-FIELDS.
           05  WS-GL-CASH-AMOUNT      PIC S9(11)V99.
           05  WS-LAST-POST-WORK      PIC 9(8).
           05  WS-DAYS-SINCE-POST     PIC S9(5).
           05  WS-PAYOFF-AMOUNT       PIC 9(9)V99.
           05  WS-PAYOFF-REQUIRED     PIC 9(9)V99.
           05  WS-QUOTE-KEY-HOLD      PIC X(26).

       01  WS-RECOVERY-FIELDS.
           05  WS-RECOVERY-AMOUNT     PIC 9(9)V99.
           05  WS-RECOVERY-ROOM       PIC S9(11)V99.

       01  WS-LATE-FEE-FIELDS.
           05  WS-DAYS-LATE           PIC 9(3).
           05  WS-FULL-SPAN-FEE       PIC 9(5)V99.
           05  WS-FULL-SPAN-DAYS      PIC 9(3).
           05  WS-PRIOR-ASSESSED-THRU PIC 9(8).
           05  WS-COVERED-THRU        PIC 9(8).

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 HAS-ERROR           VALUE 'Y'.
           05  WS-NO-CASH-FLAG        PIC X VALUE 'N'.
               88 PAST-DUE-NO-CASH    VALUE 'Y'.
           05  WS-FORBEAR-FLAG        PIC X VALUE 'N'.
               88 IN-FORBEARANCE      VALUE 'Y'.
           05  WS-QUOTE-FOUND-FLAG    PIC X VALUE 'N'.
               88 QUOTE-FOUND         VALUE 'Y'.
           05  WS-QUOTE-EOF-FLAG      PIC X VALUE 'N'.
               88 QUOTE-END-OF-FILE   VALUE 'Y'.

       01  WS-SUSP-REPORT-LINE.
           05  SPL-LOAN-NUMBER        PIC 9(10).
           OPEN I-O LOAN-FILE
           OPEN INPUT PAYMENT-FEED-FILE

           OPEN I-O LOAN-TRANS-FILE
           OPEN EXTEND REJECT-FILE
           OPEN EXTEND SUSPENSE-FILE
           OPEN EXTEND RATE-HISTORY-FILE
           OPEN I-O PAYOFF-QUOTE-FILE
           OPEN OUTPUT RATE-NOTICE-REPORT
           MOVE "RATE CHANGE NOTICES - ARM REPRICING THIS CYCLE"
               TO RN-LINE
                   MOVE CK-CTL-SUSP-AMOUNT TO WS-CTL-SUSP-AMOUNT
                   MOVE CK-CTL-FEES-COLLECTED
                       TO WS-CTL-FEES-COLLECTED
                   IF CK-CTL-RECOVERIES NUMERIC
                       MOVE CK-CTL-RECOVERIES TO WS-CTL-RECOVERIES
                   END-IF
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
               END-READ
           END-IF.

       2000-PROCESS-LOANS.
           IF LOAN-CLOSED
               PERFORM 2070-SUSPEND-CLOSED-FEED
                       IF PAYOFF-REQUESTED
                           PERFORM 2400-PROCESS-PAYOFF
                       ELSE
      * A loan inside a forbearance window neither ages nor runs
      * up late fees - cash that does arrive still posts
                           IF PAST-DUE-NO-CASH
                               IF NOT IN-FORBEARANCE
                                   PERFORM 2250-AGE-SILENT-LOAN
                               END-IF
                           ELSE
                               PERFORM 2100-CALCULATE-PAYMENT
                               IF IN-FORBEARANCE
                                   MOVE 0 TO WS-LATE-FEE
                               ELSE
                                   PERFORM 2210-ASSESS-INCREMENTAL-FEE
                               END-IF
                               PERFORM 2300-UPDATE-BALANCE
                           END-IF
                       END-IF
      * A reversal aimed at a closed loan is the one feed entry a
      * closed loan CAN take - backing out the payoff that closed it
      * reopens the loan - so it processes instead of suspending.
      * A charged-off loan is the exception both ways: cash received
      * on it posts as a recovery, and a reversal against it is
      * suspended for research rather than reopening the loss.
       2070-SUSPEND-CLOSED-FEED.
           PERFORM 2078-SUSPEND-PASSED-FEED
               UNTIL PMT-END-OF-FILE

       2071-CONSUME-CLOSED-ENTRY.
           SET FEED-ENTRY-USED TO TRUE
           EVALUATE TRUE
               WHEN PF-REVERSAL-PAYMENT
                   AND LOAN-CHARGED-OFF
                   MOVE 'S008' TO PS-REASON-CODE
                   PERFORM 2079-WRITE-FEED-SUSPENSE
               WHEN PF-REVERSAL-PAYMENT
                   PERFORM 2800-PROCESS-REVERSAL
               WHEN LOAN-CHARGED-OFF
                   PERFORM 2074-POST-RECOVERY
               WHEN OTHER
                   MOVE 'S003' TO PS-REASON-CODE
                   PERFORM 2079-WRITE-FEED-SUSPENSE
           END-EVALUATE
           PERFORM 2076-ADVANCE-PAYMENT-FEED.

      *****************************************************************
      * POST-RECOVERY
      * Business Rule: money received on a charged-off loan is a
      * recovery of the loss, not loan-closed cash for suspense. It
      * counts against what was written off - principal, interest
      * and fees together - and never goes back onto the balance,
      * so the loan stays charged off and the GL feed credits the
      * loss allowance. Cash beyond what is still unrecovered is
      * parked as an overpayment for refund.
      *****************************************************************
       2074-POST-RECOVERY.
           IF LF-RECOVERED-AMOUNT NOT NUMERIC
               MOVE 0 TO LF-RECOVERED-AMOUNT
           END-IF
           COMPUTE WS-RECOVERY-ROOM =
               LF-CHARGEOFF-PRINCIPAL + LF-CHARGEOFF-INTEREST
               + LF-CHARGEOFF-FEES - LF-RECOVERED-AMOUNT
           IF WS-RECOVERY-ROOM < 0
               MOVE 0 TO WS-RECOVERY-ROOM
           END-IF
           MOVE PF-PAYMENT-AMOUNT TO WS-RECOVERY-AMOUNT
           IF WS-RECOVERY-AMOUNT > WS-RECOVERY-ROOM
               MOVE WS-RECOVERY-ROOM TO WS-RECOVERY-AMOUNT
               COMPUTE WS-OVERAGE-AMOUNT =
                   PF-PAYMENT-AMOUNT - WS-RECOVERY-ROOM
               PERFORM 2360-SUSPEND-OVERPAYMENT
           END-IF

           IF WS-RECOVERY-AMOUNT > 0
               ADD WS-RECOVERY-AMOUNT TO LF-RECOVERED-AMOUNT
               REWRITE LOAN-RECORD
                   INVALID KEY
                       MOVE 'ERROR UPDATING LOAN RECORD'
                           TO WS-ERROR-MESSAGE
                       SET HAS-ERROR TO TRUE
               END-REWRITE
               PERFORM 2560-WRITE-RECOVERY-RECORD
               ADD WS-RECOVERY-AMOUNT TO WS-CTL-RECOVERIES
           END-IF.

       2072-SUSPEND-REJECTED-FEED.
           PERFORM 2078-SUSPEND-PASSED-FEED
               UNTIL PMT-END-OF-FILE
           IF LF-FEE-ASSESSED-THRU NOT NUMERIC
               MOVE 0 TO LF-FEE-ASSESSED-THRU
           END-IF
           IF LF-FORBEAR-START-DATE NOT NUMERIC
               OR LF-FORBEAR-END-DATE NOT NUMERIC
               MOVE 0 TO LF-FORBEAR-START-DATE
               MOVE 0 TO LF-FORBEAR-END-DATE
           END-IF
           MOVE 'N' TO WS-FORBEAR-FLAG
           IF LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-RUN-DATE
               AND LF-FORBEAR-END-DATE NOT < WS-RUN-DATE
               SET IN-FORBEARANCE TO TRUE
           END-IF
           MOVE 0 TO WS-DAYS-LATE
           MOVE 0 TO WS-CURTAILMENT-AMOUNT
           MOVE 0 TO WS-ESCROW-PART
                   MOVE "OVERPAYMENT"     TO SPL-REASON-TEXT
               WHEN PS-EXTRA-FEED-ENTRY
                   MOVE "EXTRA FEED ENTRY" TO SPL-REASON-TEXT
               WHEN PS-CHARGED-OFF-REV
                   MOVE "CHGOFF REVERSAL" TO SPL-REASON-TEXT
               WHEN PS-PAYOFF-SHORT
                   MOVE "PAYOFF SHORT"    TO SPL-REASON-TEXT
               WHEN PS-QUOTE-EXPIRED
                   MOVE "QUOTE EXPIRED"   TO SPL-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES            TO SPL-REASON-TEXT
           END-EVALUATE
           COMPUTE WS-MONTHLY-RATE = 
               LF-INTEREST-RATE / 12

      * Masters written before the re-amortization base existed
      * read it back as blanks - normalize before any arithmetic
           IF LF-MOD-BALANCE NOT NUMERIC
               OR LF-MOD-TERM-MONTHS NOT NUMERIC
               MOVE 0 TO LF-MOD-BALANCE
               MOVE 0 TO LF-MOD-TERM-MONTHS
           END-IF

      * For fixed-rate loans, use standard amortization - a loan
      * LNMAINT has modified amortizes its re-amortization base
      * over the installments it was re-spread across instead
           IF FIXED-RATE
               IF LF-MOD-BALANCE > 0
                   AND LF-MOD-TERM-MONTHS > 0
                   COMPUTE WS-PAYMENT ROUNDED =
                       LF-MOD-BALANCE *
                       (WS-MONTHLY-RATE *
                        (1 + WS-MONTHLY-RATE) ** LF-MOD-TERM-MONTHS) /
                       ((1 + WS-MONTHLY-RATE) ** LF-MOD-TERM-MONTHS
                        - 1)
               ELSE
                   COMPUTE WS-PAYMENT ROUNDED = 
                       LF-PRINCIPAL * 
                       (WS-MONTHLY-RATE * 
                        (1 + WS-MONTHLY-RATE) ** LF-TERM-MONTHS) /
                       ((1 + WS-MONTHLY-RATE) ** LF-TERM-MONTHS - 1)
               END-IF
           END-IF

      * For interest-only loans, just calculate interest - on the
      * re-amortization base when the loan has been modified
           IF INTEREST-ONLY
               IF LF-MOD-BALANCE > 0
                   COMPUTE WS-PAYMENT ROUNDED =
                       LF-MOD-BALANCE * WS-MONTHLY-RATE
               ELSE
                   COMPUTE WS-PAYMENT ROUNDED = 
                       LF-PRINCIPAL * WS-MONTHLY-RATE
               END-IF
           END-IF

      * Variable rate loans get recalculated each period
      * comes off, so WS-LATE-FEE carries only the days not yet
      * billed and the $500 cap applies to the span as a whole,
      * never once per cycle. With nothing assessed yet the full
      * span stands, exactly as 2200 alone would leave it. Days a
      * forbearance window covered count as already charged, so a
      * loan coming out of forbearance is billed only from the day
      * after the window ends.
      *****************************************************************
       2210-ASSESS-INCREMENTAL-FEE.
           PERFORM 2200-CALCULATE-LATE-FEE
           MOVE LF-FEE-ASSESSED-THRU TO WS-COVERED-THRU
           IF LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-RUN-DATE
               AND LF-FORBEAR-END-DATE > WS-COVERED-THRU
               MOVE LF-FORBEAR-END-DATE TO WS-COVERED-THRU
           END-IF
           IF WS-LATE-FEE > 0
               AND WS-COVERED-THRU > WS-EFFECTIVE-DUE-DATE
               MOVE WS-LATE-FEE  TO WS-FULL-SPAN-FEE
               MOVE WS-DAYS-LATE TO WS-FULL-SPAN-DAYS
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE(WS-COVERED-THRU) -
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DUE-DATE)
               IF WS-DAYS-LATE > WS-FULL-SPAN-DAYS
                   MOVE WS-FULL-SPAN-DAYS TO WS-DAYS-LATE
      * LF-BALANCE. A loan cannot close owing fees - the payoff
      * collects the whole receivable. This is a distinct closing
      * entry, not a regular amortized payment.
      * The cash must cover it. Where PAYQUOTE has given the
      * borrower an outstanding payoff quote, the latest one is the
      * figure the money was sent against: cash received after its
      * good-through date, or short of the quoted total or of the
      * payoff computed today, is held in suspense and the loan
      * stays open rather than closing while it still owes
      * interest. Cash beyond the computed payoff is parked as an
      * overpayment for refund. The quote is settled either way.
      *****************************************************************
       2400-PROCESS-PAYOFF.
           COMPUTE WS-MONTHLY-RATE = LF-INTEREST-RATE / 12

           PERFORM 2450-CALCULATE-ACCRUED-INTEREST

           COMPUTE WS-PAYOFF-AMOUNT =
               LF-BALANCE + WS-INTEREST-PART + LF-LATE-FEE-DUE
           MOVE WS-PAYOFF-AMOUNT TO WS-PAYOFF-REQUIRED
           PERFORM 2410-FIND-PAYOFF-QUOTE
           IF QUOTE-FOUND
               AND PQ-TOTAL-PAYOFF > WS-PAYOFF-REQUIRED
               MOVE PQ-TOTAL-PAYOFF TO WS-PAYOFF-REQUIRED
           END-IF

           EVALUATE TRUE
               WHEN QUOTE-FOUND
                   AND PF-RECEIVED-DATE > PQ-GOOD-THROUGH-DATE
                   SET PQ-PAID-EXPIRED TO TRUE
                   MOVE 'S010' TO PS-REASON-CODE
                   PERFORM 2420-SUSPEND-PAYOFF
               WHEN PF-PAYMENT-AMOUNT < WS-PAYOFF-REQUIRED
                   SET PQ-PAID-SHORT TO TRUE
                   MOVE 'S009' TO PS-REASON-CODE
                   PERFORM 2420-SUSPEND-PAYOFF
               WHEN OTHER
                   SET PQ-PAID TO TRUE
                   PERFORM 2430-CLOSE-PAID-LOAN
           END-EVALUATE

           IF QUOTE-FOUND
               PERFORM 2440-SETTLE-PAYOFF-QUOTE
           END-IF.

      *****************************************************************
      * FIND-PAYOFF-QUOTE
      * Business Rule: a loan's quotes are keyed in the order they
      * were issued, so the last one still outstanding is the quote
      * the borrower is paying against. Quotes already settled by an
      * earlier payoff are passed over.
      *****************************************************************
       2410-FIND-PAYOFF-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND-FLAG
           MOVE 'N' TO WS-QUOTE-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO PQ-LOAN-NUMBER
           MOVE 0 TO PQ-QUOTE-DATE
           MOVE 0 TO PQ-GOOD-THROUGH-DATE
           START PAYOFF-QUOTE-FILE KEY IS NOT LESS THAN PQ-QUOTE-KEY
               INVALID KEY SET QUOTE-END-OF-FILE TO TRUE
           END-START
           PERFORM 2415-READ-NEXT-QUOTE UNTIL QUOTE-END-OF-FILE
           IF QUOTE-FOUND
               MOVE WS-QUOTE-KEY-HOLD TO PQ-QUOTE-KEY
               READ PAYOFF-QUOTE-FILE
                   KEY IS PQ-QUOTE-KEY
                   INVALID KEY
                       MOVE 'N' TO WS-QUOTE-FOUND-FLAG
               END-READ
           END-IF.

       2415-READ-NEXT-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT
               AT END SET QUOTE-END-OF-FILE TO TRUE
               NOT AT END
                   IF PQ-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                       SET QUOTE-END-OF-FILE TO TRUE
                   ELSE
                       IF PQ-OUTSTANDING
                           MOVE PQ-QUOTE-KEY TO WS-QUOTE-KEY-HOLD
                           SET QUOTE-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * SUSPEND-PAYOFF
      * Business Rule: a payoff that cannot close the loan is parked
      * whole on PMTSUSP.DAT under the reason already set, against
      * the amount it needed to bring in, and nothing posts. A
      * repricing this cycle must still stick, so the master is
      * rewritten with its balance and dates untouched.
      *****************************************************************
       2420-SUSPEND-PAYOFF.
           SET PAYMENT-SUSPENDED  TO TRUE
           MOVE LF-LOAN-NUMBER    TO PS-LOAN-NUMBER
           MOVE WS-RUN-DATE       TO PS-RUN-DATE
           MOVE PF-DUE-DATE       TO PS-DUE-DATE
           MOVE PF-RECEIVED-DATE  TO PS-RECEIVED-DATE
           MOVE PF-PAYMENT-AMOUNT TO PS-RECEIVED-AMOUNT
           MOVE WS-PAYOFF-REQUIRED TO PS-SCHEDULED-AMOUNT
           PERFORM 2086-INIT-SUSPENSE-ITEM
           WRITE PAYMENT-SUSPENSE-RECORD
           PERFORM 2085-REPORT-SUSPENSE-ENTRY
           REWRITE LOAN-RECORD
               INVALID KEY
                   MOVE 'ERROR UPDATING LOAN RECORD'
                       TO WS-ERROR-MESSAGE
                   SET HAS-ERROR TO TRUE
           END-REWRITE.

       2430-CLOSE-PAID-LOAN.
           MOVE LF-BALANCE TO WS-PRINCIPAL-PART
           MOVE LF-LATE-FEE-DUE TO WS-FEE-PAID-PART
           COMPUTE WS-POSTED-AMOUNT =
               LF-BALANCE + WS-INTEREST-PART
           COMPUTE WS-OVERAGE-AMOUNT =
               PF-PAYMENT-AMOUNT - WS-PAYOFF-AMOUNT
           IF WS-OVERAGE-AMOUNT > 0
               PERFORM 2360-SUSPEND-OVERPAYMENT
           END-IF
           MOVE 0 TO LF-LATE-FEE-DUE
           MOVE 0 TO LF-BALANCE
           MOVE 0 TO WS-LATE-FEE
                   SET HAS-ERROR TO TRUE
           END-REWRITE.

       2440-SETTLE-PAYOFF-QUOTE.
           MOVE WS-RUN-DATE       TO PQ-STATUS-DATE
           MOVE PF-RECEIVED-DATE  TO PQ-RECEIVED-DATE
           MOVE PF-PAYMENT-AMOUNT TO PQ-RECEIVED-AMOUNT
           REWRITE PAYOFF-QUOTE-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR PAYOFF QUOTE '
                       PQ-LOAN-NUMBER
           END-REWRITE.

       2450-CALCULATE-ACCRUED-INTEREST.
           IF LF-LAST-POST-DATE = 0
               MOVE LF-START-DATE TO WS-LAST-POST-WORK

      *****************************************************************
      * WRITE-TRANS-RECORD
      * Business Rule: write one audit record per loan per run so
      * a disputed balance can be traced back through every posting
      * without relying on the point-in-time LOAN-FILE snapshot.
      * A principal curtailment gets a second 'C' entry of its own so
           MOVE WS-PRIOR-POST-DATE TO TR-PRIOR-POST-DATE
           MOVE WS-FEE-PAID-PART   TO TR-FEE-PAID-PART
           MOVE WS-PRIOR-ASSESSED-THRU TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2890-ADD-HISTORY-ENTRY

           IF WS-CURTAILMENT-AMOUNT > 0
               PERFORM 2550-WRITE-CURTAILMENT-RECORD
           MOVE LF-LAST-POST-DATE     TO TR-PRIOR-POST-DATE
           MOVE 0                     TO TR-FEE-PAID-PART
           MOVE 0                     TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2890-ADD-HISTORY-ENTRY.

      *****************************************************************
      * WRITE-RECOVERY-RECORD
      * Business Rule: a recovery moves no balance - the loan was
      * written down to zero when it was charged off - so the entry
      * carries the cash alone, with begin and end balances at zero.
      *****************************************************************
       2560-WRITE-RECOVERY-RECORD.
           MOVE LF-LOAN-NUMBER        TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE           TO TR-RUN-DATE
           SET TR-RECOVERY            TO TRUE
           MOVE WS-RECOVERY-AMOUNT    TO TR-PAYMENT-AMOUNT
           MOVE 0                     TO TR-INTEREST-PART
           MOVE 0                     TO TR-PRINCIPAL-PART
           MOVE 0                     TO TR-LATE-FEE
           MOVE 0                     TO TR-ESCROW-PART
           MOVE LF-BALANCE            TO TR-BEGIN-BALANCE
           MOVE LF-BALANCE            TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE     TO TR-PRIOR-POST-DATE
           MOVE 0                     TO TR-FEE-PAID-PART
           MOVE LF-FEE-ASSESSED-THRU  TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2890-ADD-HISTORY-ENTRY.

      *****************************************************************
      * ACCUMULATE-TOTALS
           MOVE WS-CTL-SUSP-COUNT      TO CK-CTL-SUSP-COUNT
           MOVE WS-CTL-SUSP-AMOUNT     TO CK-CTL-SUSP-AMOUNT
           MOVE WS-CTL-FEES-COLLECTED  TO CK-CTL-FEES-COLLECTED
           MOVE WS-CTL-RECOVERIES      TO CK-CTL-RECOVERIES
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      * to suspense for research instead.
      *****************************************************************
       2800-PROCESS-REVERSAL.
           PERFORM 2820-LOAD-LAST-POSTING

           IF NOT LAST-POST-FOUND
               OR WS-LP-TRANS-TYPE = 'R'
               MOVE 'S005' TO PS-REASON-CODE
               PERFORM 2079-WRITE-FEED-SUSPENSE
           ELSE
      * run's control totals and GL amounts net the cycle back out.
      *****************************************************************
       2810-BACK-OUT-POSTING.
           IF WS-LP-CURT-FLAG = 'Y'
               MOVE WS-LP-CURT-END-BAL
                   TO WS-BEGIN-BALANCE
           ELSE
               MOVE WS-LP-END-BAL TO WS-BEGIN-BALANCE
           END-IF
           MOVE WS-LP-BEGIN-BAL TO LF-BALANCE
           MOVE WS-LP-PRIOR-POST
               TO LF-LAST-POST-DATE

           IF WS-LP-ESCROW > LF-ESCROW-BALANCE
               MOVE 0 TO LF-ESCROW-BALANCE
           ELSE
               SUBTRACT WS-LP-ESCROW
                   FROM LF-ESCROW-BALANCE
           END-IF

           IF LOAN-CLOSED
               AND WS-LP-TRANS-TYPE = 'P'
               SET LOAN-OPEN TO TRUE
           END-IF

      * Backing out a scheduled posting un-satisfies the month it
      * paid - the due date rolls back and the counter steps down,
      * so the loan ages correctly if nothing replaces the cash
           IF WS-LP-TRANS-TYPE = 'M'
               PERFORM 2815-ROLL-BACK-NEXT-DUE
           END-IF

      * Fees the reversed cycle collected go back on the unpaid
      * balance, and the fee it assessed comes off - the receivable
      * returns to where the cycle found it
           ADD WS-LP-FEE-PAID TO LF-LATE-FEE-DUE
           IF WS-LP-LATE-FEE > LF-LATE-FEE-DUE
               MOVE 0 TO LF-LATE-FEE-DUE
           ELSE
               SUBTRACT WS-LP-LATE-FEE
                   FROM LF-LATE-FEE-DUE
           END-IF

      * it, exactly as the last-post date does. A posting that
      * assessed nothing never moved the date, so there is nothing
      * to reopen and silent cycles since keep their coverage
           IF WS-LP-LATE-FEE > 0
               MOVE WS-LP-ASSESSED-THRU
                   TO LF-FEE-ASSESSED-THRU
           END-IF

                   SET HAS-ERROR TO TRUE
           END-REWRITE

      * The 'R' entries written here become the loan's latest on
      * the history, so a second reversal in the same run suspends
      * as having nothing left to reverse instead of backing the
      * cycle out twice
           PERFORM 2870-WRITE-REVERSAL-RECORD
           PERFORM 2880-NET-REVERSAL-TOTALS.

       2815-ROLL-BACK-NEXT-DUE.
           IF LF-NEXT-DUE-DATE > 0
               SUBTRACT 1 FROM LF-PAYMENTS-MADE
           END-IF.

      *****************************************************************
      * LOAD-LAST-POSTING
      * Business Rule: the history is keyed by loan, run date and
      * sequence, so the loan's entries read back in posting order
      * and the last one kept is its most recent posting - the one
      * a reversal request backs out. Only this loan's entries are
      * read; the history of every other loan is never touched.
      *****************************************************************
       2820-LOAD-LAST-POSTING.
           MOVE 'N' TO WS-LAST-POST-FLAG
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 2825-READ-LOAN-HISTORY
           PERFORM 2830-TAKE-ONE-ENTRY UNTIL TRAN-END-OF-FILE.

       2825-READ-LOAN-HISTORY.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                           SET TRAN-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

      * An escrow disbursement is not a payment posting - a reversal
      * request still backs out the latest M/P cycle, so 'D' entries
      * never become (or overwrite) the last posting. Neither do the
      * servicing-term and investor ownership changes LNMAINT
      * records, nor the charge-off and recovery entries on a
      * written-off loan
       2830-TAKE-ONE-ENTRY.
           IF NOT TR-DISBURSEMENT
               AND NOT TR-TERMS-CHANGE
               AND NOT TR-OWNERSHIP-CHANGE
               AND NOT TR-LOSS-ENTRY
               PERFORM 2835-KEEP-ONE-POSTING
           END-IF
           PERFORM 2825-READ-LOAN-HISTORY.

       2835-KEEP-ONE-POSTING.
      * A 'C' entry belongs to the scheduled posting of the same run
      * already kept - group it there so a reversal backs the whole
      * cycle out, not just the curtailment. A cycle can carry
      * several curtailments (extra feed entries), so the amounts
      * accumulate and the end balance tracks the last one
           IF LAST-POST-FOUND
               AND TR-TRANS-TYPE = 'C'
               AND WS-LP-RUN-DATE = TR-RUN-DATE
               AND WS-LP-TRANS-TYPE = 'M'
               MOVE 'Y' TO WS-LP-CURT-FLAG
               ADD TR-PAYMENT-AMOUNT TO WS-LP-CURT-AMOUNT
               MOVE TR-END-BALANCE TO WS-LP-CURT-END-BAL
           ELSE
               SET LAST-POST-FOUND TO TRUE
               PERFORM 2840-STORE-LAST-POST-ENTRY
           END-IF.

      *****************************************************************
      * STORE-LAST-POST-ENTRY
      * Business Rule: history written before TR-ESCROW-PART and
      * TR-PRIOR-POST-DATE existed reads those fields back as spaces
      * - class-test them down to the zeros the copybook documents,
      * so a reversal of an old posting never arithmetics on blanks
      * or moves spaces into LF-LAST-POST-DATE.
      *****************************************************************
       2840-STORE-LAST-POST-ENTRY.
           MOVE TR-LOAN-NUMBER    TO WS-LP-LOAN-NUMBER
           MOVE TR-RUN-DATE       TO WS-LP-RUN-DATE
           MOVE TR-TRANS-TYPE     TO WS-LP-TRANS-TYPE
           MOVE TR-PAYMENT-AMOUNT TO WS-LP-AMOUNT
           MOVE TR-INTEREST-PART  TO WS-LP-INTEREST
           MOVE TR-PRINCIPAL-PART TO WS-LP-PRINCIPAL
           MOVE TR-LATE-FEE       TO WS-LP-LATE-FEE
           IF TR-ESCROW-PART NUMERIC
               MOVE TR-ESCROW-PART TO WS-LP-ESCROW
           ELSE
               MOVE 0 TO WS-LP-ESCROW
           END-IF
           MOVE TR-BEGIN-BALANCE  TO WS-LP-BEGIN-BAL
           MOVE TR-END-BALANCE    TO WS-LP-END-BAL
           IF TR-PRIOR-POST-DATE NUMERIC
               MOVE TR-PRIOR-POST-DATE TO WS-LP-PRIOR-POST
           ELSE
               MOVE 0 TO WS-LP-PRIOR-POST
           END-IF
           MOVE 'N' TO WS-LP-CURT-FLAG
           MOVE 0   TO WS-LP-CURT-AMOUNT
           MOVE 0   TO WS-LP-CURT-END-BAL
           IF TR-FEE-PAID-PART NUMERIC
               MOVE TR-FEE-PAID-PART TO WS-LP-FEE-PAID
           ELSE
               MOVE 0 TO WS-LP-FEE-PAID
           END-IF
           IF TR-PRIOR-ASSESSED-THRU NUMERIC
               MOVE TR-PRIOR-ASSESSED-THRU TO WS-LP-ASSESSED-THRU
           ELSE
               MOVE 0 TO WS-LP-ASSESSED-THRU
           END-IF.

      * A cycle that posted a curtailment gets two offsetting
      * scheduled posting - so the trail pairs one 'R' against each
      * entry it reverses.
       2870-WRITE-REVERSAL-RECORD.
           IF WS-LP-CURT-FLAG = 'Y'
               PERFORM 2875-WRITE-CURT-REVERSAL
           END-IF
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE    TO TR-RUN-DATE
           SET TR-REVERSAL     TO TRUE
           MOVE WS-LP-AMOUNT    TO TR-PAYMENT-AMOUNT
           MOVE WS-LP-INTEREST  TO TR-INTEREST-PART
           MOVE WS-LP-PRINCIPAL TO TR-PRINCIPAL-PART
           MOVE WS-LP-LATE-FEE  TO TR-LATE-FEE
           MOVE WS-LP-ESCROW    TO TR-ESCROW-PART
           MOVE WS-LP-END-BAL   TO TR-BEGIN-BALANCE
           MOVE LF-BALANCE                      TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE               TO TR-PRIOR-POST-DATE
           MOVE WS-LP-FEE-PAID  TO TR-FEE-PAID-PART
           MOVE LF-FEE-ASSESSED-THRU TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2890-ADD-HISTORY-ENTRY.

       2875-WRITE-CURT-REVERSAL.
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE    TO TR-RUN-DATE
           SET TR-REVERSAL     TO TRUE
           MOVE WS-LP-CURT-AMOUNT
               TO TR-PAYMENT-AMOUNT
           MOVE 0              TO TR-INTEREST-PART
           MOVE WS-LP-CURT-AMOUNT
               TO TR-PRINCIPAL-PART
           MOVE 0              TO TR-LATE-FEE
           MOVE 0              TO TR-ESCROW-PART
           MOVE WS-LP-CURT-END-BAL
               TO TR-BEGIN-BALANCE
           MOVE WS-LP-END-BAL TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE TO TR-PRIOR-POST-DATE
           MOVE 0                 TO TR-FEE-PAID-PART
           MOVE 0                 TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2890-ADD-HISTORY-ENTRY.

       2880-NET-REVERSAL-TOTALS.
           ADD 1 TO WS-CTL-LOAN-COUNT
           SUBTRACT WS-LP-AMOUNT
               FROM WS-CTL-TOTAL-PAYMENTS
           SUBTRACT WS-LP-FEE-PAID
               FROM WS-CTL-TOTAL-PAYMENTS
           SUBTRACT WS-LP-FEE-PAID
               FROM WS-CTL-FEES-COLLECTED
           SUBTRACT WS-LP-INTEREST
               FROM WS-CTL-TOTAL-INTEREST
           SUBTRACT WS-LP-PRINCIPAL
               FROM WS-CTL-TOTAL-PRINCIPAL
           SUBTRACT WS-LP-LATE-FEE
               FROM WS-CTL-TOTAL-LATE-FEES
           SUBTRACT WS-LP-ESCROW
               FROM WS-CTL-TOTAL-ESCROW
           IF WS-LP-CURT-FLAG = 'Y'
               SUBTRACT WS-LP-CURT-AMOUNT
                   FROM WS-CTL-TOTAL-PAYMENTS
               SUBTRACT WS-LP-CURT-AMOUNT
                   FROM WS-CTL-TOTAL-PRINCIPAL
           END-IF
           IF WS-LP-TRANS-TYPE = 'P'
               SUBTRACT WS-LP-AMOUNT
                   FROM WS-CTL-TOTAL-PAYOFFS
               SUBTRACT WS-LP-FEE-PAID
                   FROM WS-CTL-TOTAL-PAYOFFS
           END-IF.

      *****************************************************************
      * ADD-HISTORY-ENTRY
      * Business Rule: the history is keyed on loan, run date and
      * sequence number, so an entry goes in at the first sequence
      * number free for the loan and run date - an entry already
      * written for the loan that day, by this run or another
      * program, is never overwritten.
      *****************************************************************
       2890-ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-HISTORY-ADDED-FLAG
           MOVE 0   TO TR-SEQUENCE-NUMBER
           PERFORM 2895-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-ADDED OR TR-SEQUENCE-NUMBER = 9999
           IF NOT HISTORY-ADDED
               DISPLAY 'HISTORY FULL FOR LOAN ' TR-LOAN-NUMBER
                   ' RUN DATE ' TR-RUN-DATE ' - ENTRY NOT WRITTEN'
           END-IF.

       2895-TRY-HISTORY-SEQUENCE.
           ADD 1 TO TR-SEQUENCE-NUMBER
           WRITE LOAN-TRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ADDED TO TRUE
           END-WRITE.

       9000-CLEANUP.
      * Feed entries past the last master loan have nothing left to
      * match against - suspend them as unknown loan numbers rather
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-REPORT
           CLOSE RATE-HISTORY-FILE
           CLOSE PAYOFF-QUOTE-FILE
           CLOSE RATE-NOTICE-REPORT.

      *****************************************************************
           MOVE WS-CTL-REPORT-LINE         TO CR-LINE
           WRITE CR-LINE

           MOVE "TOTAL RECOVERIES POSTED"  TO CTL-LABEL
           MOVE WS-CTL-RECOVERIES          TO CTL-AMOUNT
           MOVE WS-CTL-REPORT-LINE         TO CR-LINE
           WRITE CR-LINE

           CLOSE CONTROL-REPORT.

      *****************************************************************
      * debit/credit pairs accounting can load without rekeying -
      * cash (and payoff clearing for payoff money) on the debit
      * side, interest income, late-fee income, loan principal and
      * escrow payable on the credit side. Recoveries on
      * charged-off loans come in as cash and go back to the loan
      * loss allowance the charge-off drew down. Late-fee income is
      * the fees COLLECTED out of payments this run, never the fees
      * merely assessed - assessed-but-unpaid fees sit on the loan
      * as a receivable until cash or a waiver resolves them. The
      * trailer carries both totals and flags the run out of
      * Collected fees are already inside the payments total
           COMPUTE WS-GL-CASH-AMOUNT =
               WS-CTL-TOTAL-PAYMENTS - WS-CTL-TOTAL-PAYOFFS
               + WS-CTL-RECOVERIES

           MOVE 100100                 TO GL-ACCOUNT-NUMBER
           MOVE "CASH"                 TO GL-ACCOUNT-NAME
           MOVE WS-CTL-TOTAL-ESCROW    TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE 140100                 TO GL-ACCOUNT-NUMBER
           MOVE "LOAN LOSS ALLOWANCE"  TO GL-ACCOUNT-NAME
           MOVE "C"                    TO GL-DR-CR-FLAG
           MOVE WS-CTL-RECOVERIES      TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           PERFORM 9360-WRITE-GL-TRAILER

           CLOSE GL-POSTING-FILE.

      * The hard tie-out: what the feed posted to each side must net
      * to the same figure the control report shows as payments
      * posted (which carries the collected fees inside it) plus
      * the recoveries. Debits and credits are compared as posted;
      * the income/principal/escrow/allowance side is re-derived
      * signed from the control totals so a reversal-heavy cycle
      * still ties.
       9360-WRITE-GL-TRAILER.
           COMPUTE WS-GL-CONTROL-TIE =
               WS-CTL-TOTAL-PAYMENTS + WS-CTL-RECOVERIES
           COMPUTE WS-GL-CREDIT-SIGNED =
               WS-CTL-TOTAL-INTEREST + WS-CTL-FEES-COLLECTED
               + WS-CTL-TOTAL-PRINCIPAL + WS-CTL-TOTAL-ESCROW
               + WS-CTL-RECOVERIES
           MOVE "T"                 TO GL-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE         TO GL-TRL-RUN-DATE
           MOVE WS-GL-DEBIT-TOTAL   TO GL-TRL-DEBIT-TOTAL
