               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

       DATA DIVISION.
       FILE SECTION.
       01  WS-HISTORY-MAX-ENTRIES     PIC 9(3) VALUE 500.

      *****************************************************************
      * This loan's postings in key (oldest-first) order; the
      * drill-down walks it backwards so the operator sees the most
      * recent posting first.
      *****************************************************************
           05  WS-DSP-RATE            PIC Z9.9999.
           05  WS-DSP-ESCROW-BAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DSP-FEES-DUE        PIC ZZZZ,ZZ9.99.
           05  WS-DSP-STATUS          PIC X(11).
           05  WS-DSP-CHGOFF-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-DSP-RECOVERED       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-HISTORY-DISPLAY-FIELDS.
           05  WS-DSP-HI-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           MOVE LF-PAYMENT-AMOUNT TO WS-DSP-PAYMENT
           MOVE LF-INTEREST-RATE  TO WS-DSP-RATE
           MOVE LF-ESCROW-BALANCE TO WS-DSP-ESCROW-BAL
           EVALUATE TRUE
               WHEN LOAN-CHARGED-OFF
                   MOVE 'CHARGED OFF' TO WS-DSP-STATUS
               WHEN LOAN-CLOSED
                   MOVE 'CLOSED' TO WS-DSP-STATUS
               WHEN OTHER
                   MOVE 'OPEN'   TO WS-DSP-STATUS
           END-EVALUATE
           DISPLAY ' '
           DISPLAY 'LOAN     : ' LF-LOAN-NUMBER '  ' WS-DSP-STATUS
           DISPLAY 'CUSTOMER : ' LF-CUSTOMER-NAME
           IF VARIABLE-RATE AND LF-CURRENT-RATE NOT = 0
               MOVE LF-CURRENT-RATE TO WS-DSP-RATE
               DISPLAY 'CUR RATE : ' WS-DSP-RATE
           END-IF
      * A charged-off loan shows what was written off and how much
      * has come back since
           IF LOAN-CHARGED-OFF
               COMPUTE WS-DSP-CHGOFF-AMT =
                   LF-CHARGEOFF-PRINCIPAL + LF-CHARGEOFF-INTEREST
                   + LF-CHARGEOFF-FEES
               MOVE LF-RECOVERED-AMOUNT TO WS-DSP-RECOVERED
               DISPLAY 'CHG-OFF  : ' LF-CHARGEOFF-DATE
                   '  AMOUNT: ' WS-DSP-CHGOFF-AMT
                   '  RECOVERED: ' WS-DSP-RECOVERED
           END-IF.

      *****************************************************************
      * LOAD-LOAN-HISTORY
      * Business Rule: the history file is opened fresh per inquiry
      * so postings added since the session started still show. The
      * history is keyed by loan, run date and sequence, so a START
      * at the loan reads back only its own entries, oldest first.
      * The table holds the most recent WS-HISTORY-MAX-ENTRIES of
      * them, which is years of monthly postings.
      *****************************************************************
       2300-LOAD-LOAN-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           OPEN INPUT LOAN-TRANS-FILE
           MOVE WS-INQUIRY-LOAN TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 2340-READ-LOAN-HISTORY
           PERFORM 2350-COLLECT-TRANS UNTIL TRAN-END-OF-FILE
           CLOSE LOAN-TRANS-FILE.

       2340-READ-LOAN-HISTORY.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = WS-INQUIRY-LOAN
                           SET TRAN-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2350-COLLECT-TRANS.
           IF WS-HISTORY-COUNT >= WS-HISTORY-MAX-ENTRIES
      * Keep the newest postings - drop the oldest by shifting the
      * table up one before adding at the bottom
               PERFORM 2360-DROP-OLDEST-ENTRY
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
           END-IF
           MOVE TR-RUN-DATE       TO WS-HI-RUN-DATE(WS-HISTORY-COUNT)
           MOVE TR-TRANS-TYPE     TO
               WS-HI-TRANS-TYPE(WS-HISTORY-COUNT)
           MOVE TR-PAYMENT-AMOUNT TO WS-HI-AMOUNT(WS-HISTORY-COUNT)
           MOVE TR-INTEREST-PART  TO WS-HI-INTEREST(WS-HISTORY-COUNT)
           MOVE TR-PRINCIPAL-PART TO
               WS-HI-PRINCIPAL(WS-HISTORY-COUNT)
           MOVE TR-LATE-FEE       TO WS-HI-LATE-FEE(WS-HISTORY-COUNT)
           MOVE TR-BEGIN-BALANCE  TO
               WS-HI-BEGIN-BAL(WS-HISTORY-COUNT)
           MOVE TR-END-BALANCE    TO WS-HI-END-BAL(WS-HISTORY-COUNT)
           PERFORM 2340-READ-LOAN-HISTORY.

       2360-DROP-OLDEST-ENTRY.
           PERFORM 2370-SHIFT-ENTRY-UP
