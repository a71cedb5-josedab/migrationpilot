               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT STATEMENT-FILE ASSIGN TO "INTSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
               10  WS-TD-YYYY         PIC 9(4).
               10  WS-TD-MMDD         PIC 9(4).

      *****************************************************************
      * Interest and late fees paid by the loan being accumulated,
      * for the statement year. Signed - a reversal entry subtracts
      * the posting it backed out, so an NSF-returned payment nets to
      * nothing. The history reads back in loan order, so each loan
      * is complete when the next loan's first entry arrives.
      *****************************************************************
       01  WS-LOAN-YEAR-TOTALS.
           05  WS-YE-LOAN-NUMBER      PIC 9(10) VALUE 0.
           05  WS-YE-ENTRY-COUNT      PIC 9(5)  VALUE 0.
           05  WS-YE-INTEREST         PIC S9(9)V99 VALUE 0.
           05  WS-YE-LATE-FEES        PIC S9(7)V99 VALUE 0.

       01  WS-REGISTER-TOTALS.
           05  WS-REG-LOAN-COUNT      PIC 9(7)      VALUE 0.
       01  WS-FLAGS.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-LOAN-FOUND-FLAG     PIC X VALUE 'N'.
               88 LOAN-FOUND          VALUE 'Y'.

           OPEN INPUT LOAN-TRANS-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT REGISTER-FILE

           MOVE WS-STMT-YEAR TO SH-YEAR
           MOVE WS-STMT-HEADER-LINE TO SF-LINE
           WRITE SF-LINE
           MOVE SPACES TO SF-LINE
           WRITE SF-LINE
           MOVE WS-HEADING-1 TO SF-LINE
           WRITE SF-LINE

           MOVE ZEROS TO TR-HISTORY-KEY
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * ACCUMULATE-TRANS
      * year counts - scheduled payments, payoffs and curtailments
      * add their interest and late-fee parts, reversal entries
      * subtract them, so the statement shows what the borrower
      * actually paid and kept paid. A charge-off entry carries
      * interest written off, not paid, and a recovery is not split
      * into interest - neither belongs on the statement.
      *****************************************************************
       2000-ACCUMULATE-TRANS.
           IF TR-LOAN-NUMBER NOT = WS-YE-LOAN-NUMBER
               PERFORM 2200-END-OF-LOAN
               MOVE TR-LOAN-NUMBER TO WS-YE-LOAN-NUMBER
           END-IF
           MOVE TR-RUN-DATE TO WS-TRAN-DATE-R
           IF WS-TD-YYYY = WS-STMT-YEAR
               AND NOT TR-LOSS-ENTRY
               PERFORM 2100-POST-TO-LOAN
           END-IF
           READ LOAN-TRANS-FILE NEXT
               AT END SET TRAN-END-OF-FILE TO TRUE
           END-READ.

       2100-POST-TO-LOAN.
           ADD 1 TO WS-YE-ENTRY-COUNT
           IF TR-REVERSAL
               SUBTRACT TR-INTEREST-PART FROM WS-YE-INTEREST
               SUBTRACT TR-LATE-FEE      FROM WS-YE-LATE-FEES
           ELSE
               ADD TR-INTEREST-PART TO WS-YE-INTEREST
               ADD TR-LATE-FEE      TO WS-YE-LATE-FEES
           END-IF.

      * A loan with no entries in the statement year gets no
      * statement; the totals clear for the next loan either way
       2200-END-OF-LOAN.
           IF WS-YE-ENTRY-COUNT > 0
               PERFORM 9200-PRINT-LOAN-STATEMENT
           END-IF
           MOVE 0 TO WS-YE-ENTRY-COUNT
           MOVE 0 TO WS-YE-INTEREST
           MOVE 0 TO WS-YE-LATE-FEES.

       9000-CLEANUP.
           PERFORM 2200-END-OF-LOAN
           PERFORM 9500-PRINT-REGISTER
           CLOSE LOAN-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE STATEMENT-FILE
           CLOSE REGISTER-FILE.

      *****************************************************************
      * PRINT-LOAN-STATEMENT
      * Business Rule: the borrower's name comes from the loan
      * from its history, flagged for manual addressing.
      *****************************************************************
       9200-PRINT-LOAN-STATEMENT.
           MOVE WS-YE-LOAN-NUMBER TO SD-LOAN-NUMBER
           PERFORM 9300-FIND-LOAN
           IF LOAN-FOUND
               MOVE LF-CUSTOMER-NAME TO SD-CUSTOMER-NAME
           ELSE
               MOVE "*** NOT ON MASTER FILE ***" TO SD-CUSTOMER-NAME
           END-IF
           MOVE WS-YE-INTEREST  TO SD-INTEREST-PAID
           MOVE WS-YE-LATE-FEES TO SD-LATE-FEES-PAID
           MOVE WS-STMT-DETAIL-LINE TO SF-LINE
           WRITE SF-LINE

           ADD 1 TO WS-REG-LOAN-COUNT
           ADD WS-YE-INTEREST  TO WS-REG-TOTAL-INTEREST
           ADD WS-YE-LATE-FEES TO WS-REG-TOTAL-LATE-FEES.

       9300-FIND-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-FLAG
           MOVE WS-YE-LOAN-NUMBER TO LF-LOAN-NUMBER
           READ LOAN-FILE
               KEY IS LF-LOAN-NUMBER
               INVALID KEY
