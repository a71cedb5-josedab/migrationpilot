       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT AUDIT-REPORT ASSIGN TO "AUDITRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  AU-LINE                    PIC X(90).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * Replay state for the loan being audited: where its balance
      * chain currently stands, when it last moved, and the net
      * escrow activity so far. The history reads back in loan
      * order, so a loan's chain is complete - and is checked
      * against the master - when the next loan's first entry
      * arrives.
      *****************************************************************
       01  WS-AUDIT-CHAIN.
           05  WS-AU-LOAN-NUMBER      PIC 9(10) VALUE 0.
           05  WS-AU-ENTRY-COUNT      PIC 9(7)  VALUE 0.
           05  WS-AU-LAST-END-BAL     PIC 9(9)V99.
           05  WS-AU-LAST-RUN-DATE    PIC 9(8).
           05  WS-AU-ESCROW-NET       PIC S9(9)V99.

       01  WS-LOOKUP-FIELDS.
           05  WS-ESCROW-WORK         PIC 9(7)V99.

       01  WS-AUDIT-TOTALS.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-LOAN-FOUND-FLAG     PIC X VALUE 'N'.
               88 LOAN-FOUND          VALUE 'Y'.
           05  WS-HISTORY-FOUND-FLAG  PIC X VALUE 'N'.
               88 HISTORY-FOUND       VALUE 'Y'.

       01  WS-BREAK-LINE.
           05  BK-LOAN-NUMBER         PIC 9(10).
       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-HISTORY UNTIL TRAN-END-OF-FILE
           PERFORM 2400-CLOSE-LOAN-CHAIN
           PERFORM 2900-START-MASTER-PASS
           PERFORM 3000-COUNT-NO-HISTORY UNTIL END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

           WRITE AU-LINE
           MOVE WS-HEADING-1 TO AU-LINE
           WRITE AU-LINE
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
      * REPLAY-HISTORY
      * Business Rule: the history is keyed by loan, run date and
      * sequence, so per loan the entries replay in posting order.
      * The first entry a loan shows opens its chain; every later
      * entry must begin where the previous one ended, whatever the
      * mix of payments, curtailments, reversals and disbursements -
      * that is the invariant a restart or a mixed cycle cannot be
      * allowed to break.
      *****************************************************************
       2000-REPLAY-HISTORY.
           ADD 1 TO WS-TRANS-READ
           IF TR-LOAN-NUMBER NOT = WS-AU-LOAN-NUMBER
               PERFORM 2400-CLOSE-LOAN-CHAIN
               PERFORM 2100-OPEN-LOAN-CHAIN
           ELSE
               PERFORM 2200-CHECK-CHAIN-LINK
           END-IF

           PERFORM 2300-ROLL-ENTRY-FORWARD

           READ LOAN-TRANS-FILE NEXT
               AT END SET TRAN-END-OF-FILE TO TRUE
           END-READ.

       2100-OPEN-LOAN-CHAIN.
           MOVE TR-LOAN-NUMBER   TO WS-AU-LOAN-NUMBER
           MOVE 0                TO WS-AU-ENTRY-COUNT
           MOVE TR-BEGIN-BALANCE TO WS-AU-LAST-END-BAL
           MOVE 0                TO WS-AU-LAST-RUN-DATE
           MOVE 0                TO WS-AU-ESCROW-NET.

       2200-CHECK-CHAIN-LINK.
           IF TR-BEGIN-BALANCE NOT = WS-AU-LAST-END-BAL
               ADD 1 TO WS-CHAIN-BREAKS
               MOVE TR-LOAN-NUMBER      TO BK-LOAN-NUMBER
               MOVE "CHAIN BREAK"       TO BK-BREAK-TEXT
               MOVE WS-AU-LAST-RUN-DATE TO BK-PRIOR-DATE
               MOVE TR-RUN-DATE         TO BK-RUN-DATE
               MOVE WS-AU-LAST-END-BAL  TO BK-EXPECTED
               MOVE TR-BEGIN-BALANCE    TO BK-ACTUAL
               MOVE WS-BREAK-LINE TO AU-LINE
               WRITE AU-LINE
           END-IF.
      * field back as spaces - class-test down to zero, the same
      * guard the posting run uses when it loads old history
       2300-ROLL-ENTRY-FORWARD.
           ADD 1 TO WS-AU-ENTRY-COUNT
           MOVE TR-END-BALANCE TO WS-AU-LAST-END-BAL
           MOVE TR-RUN-DATE    TO WS-AU-LAST-RUN-DATE
           IF TR-ESCROW-PART NUMERIC
               MOVE TR-ESCROW-PART TO WS-ESCROW-WORK
           ELSE
           END-IF
           EVALUATE TRUE
               WHEN TR-REVERSAL
                   SUBTRACT WS-ESCROW-WORK FROM WS-AU-ESCROW-NET
               WHEN TR-DISBURSEMENT
                   SUBTRACT WS-ESCROW-WORK FROM WS-AU-ESCROW-NET
               WHEN OTHER
                   ADD WS-ESCROW-WORK TO WS-AU-ESCROW-NET
           END-EVALUATE.

      *****************************************************************
      * CLOSE-LOAN-CHAIN
      * Business Rule: the replayed chain must land exactly on the
      * master - final end balance against LF-BALANCE, net escrow
      * activity against LF-ESCROW-BALANCE. A chain whose loan is
      * missing from the master entirely is reported as such -
      * normal only if the archive purge moved the loan but not its
      * history, which the purge is built never to do.
      *****************************************************************
       2400-CLOSE-LOAN-CHAIN.
           IF WS-AU-ENTRY-COUNT > 0
               MOVE 'N' TO WS-LOAN-FOUND-FLAG
               MOVE WS-AU-LOAN-NUMBER TO LF-LOAN-NUMBER
               READ LOAN-FILE
                   KEY IS LF-LOAN-NUMBER
                   INVALID KEY
                       MOVE 'N' TO WS-LOAN-FOUND-FLAG
                   NOT INVALID KEY
                       SET LOAN-FOUND TO TRUE
               END-READ
               IF LOAN-FOUND
                   ADD 1 TO WS-LOANS-AUDITED
                   PERFORM 3100-CHECK-MASTER-BALANCE
                   PERFORM 3200-CHECK-ESCROW-TIE
               ELSE
                   PERFORM 2450-REPORT-ORPHAN-CHAIN
               END-IF
           END-IF.

       2450-REPORT-ORPHAN-CHAIN.
           ADD 1 TO WS-NO-MASTER-LOANS
           MOVE WS-AU-LOAN-NUMBER   TO BK-LOAN-NUMBER
           MOVE "NOT ON MASTER"     TO BK-BREAK-TEXT
           MOVE WS-AU-LAST-RUN-DATE TO BK-PRIOR-DATE
           MOVE 0                   TO BK-RUN-DATE
           MOVE WS-AU-LAST-END-BAL  TO BK-EXPECTED
           MOVE 0                   TO BK-ACTUAL
           MOVE WS-BREAK-LINE TO AU-LINE
           WRITE AU-LINE.

       2900-START-MASTER-PASS.
           MOVE 0 TO LF-LOAN-NUMBER
           START LOAN-FILE KEY IS GREATER THAN LF-LOAN-NUMBER
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           IF NOT END-OF-FILE
               READ LOAN-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * COUNT-NO-HISTORY
      * Business Rule: a loan with no history at all has nothing to
      * prove against and is only counted - a START at the loan
      * that lands on another loan's entry (or on nothing) means it
      * has none.
      *****************************************************************
       3000-COUNT-NO-HISTORY.
           MOVE 'N' TO WS-HISTORY-FOUND-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY
                   MOVE 'N' TO WS-HISTORY-FOUND-FLAG
               NOT INVALID KEY
                   READ LOAN-TRANS-FILE NEXT
                       AT END
                           MOVE 'N' TO WS-HISTORY-FOUND-FLAG
                       NOT AT END
                           IF TR-LOAN-NUMBER = LF-LOAN-NUMBER
                               SET HISTORY-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           IF NOT HISTORY-FOUND
               ADD 1 TO WS-NO-HISTORY-LOANS
           END-IF

           READ LOAN-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3100-CHECK-MASTER-BALANCE.
           IF WS-AU-LAST-END-BAL NOT = LF-BALANCE
               ADD 1 TO WS-MASTER-MISMATCHES
               MOVE LF-LOAN-NUMBER      TO BK-LOAN-NUMBER
               MOVE "MASTER MISMATCH"   TO BK-BREAK-TEXT
               MOVE WS-AU-LAST-RUN-DATE TO BK-PRIOR-DATE
               MOVE LF-LAST-POST-DATE   TO BK-RUN-DATE
               MOVE WS-AU-LAST-END-BAL  TO BK-EXPECTED
               MOVE LF-BALANCE          TO BK-ACTUAL
               MOVE WS-BREAK-LINE TO AU-LINE
               WRITE AU-LINE
           END-IF.

       3200-CHECK-ESCROW-TIE.
           IF WS-AU-ESCROW-NET NOT = LF-ESCROW-BALANCE
               ADD 1 TO WS-ESCROW-MISMATCHES
               MOVE LF-LOAN-NUMBER      TO BK-LOAN-NUMBER
               MOVE "ESCROW MISMATCH"   TO BK-BREAK-TEXT
               MOVE WS-AU-LAST-RUN-DATE TO BK-PRIOR-DATE
               MOVE LF-LAST-POST-DATE   TO BK-RUN-DATE
               MOVE WS-AU-ESCROW-NET    TO BK-EXPECTED
               MOVE LF-ESCROW-BALANCE   TO BK-ACTUAL
               MOVE WS-BREAK-LINE TO AU-LINE
               WRITE AU-LINE
           END-IF.
       9000-CLEANUP.
           CLOSE LOAN-TRANS-FILE
           CLOSE LOAN-FILE
           PERFORM 9100-PRINT-SUMMARY
           CLOSE AUDIT-REPORT.

       9100-PRINT-SUMMARY.
           MOVE SPACES TO AU-LINE
           WRITE AU-LINE
