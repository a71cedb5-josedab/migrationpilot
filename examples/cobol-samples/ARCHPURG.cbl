      * deletes them from the live master, then moves those loans'
      * LOANTRAN.DAT records - plus aged history records whose loan
      * is no longer on the master at all - onto TRANARCH.DAT,
      * deleting them from the keyed live history. Prints a register
      * of exactly what moved, with record counts and dollar totals
      * that must balance before and after, so the live files stay
      * proportional to the active book without ever losing a
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT LOAN-ARCHIVE-FILE ASSIGN TO "LOANARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-ARCHIVE-FILE ASSIGN TO "TRANARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-REPORT ASSIGN TO "ARCHRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY TRANREC.

       FD  LOAN-ARCHIVE-FILE.
       01  LA-LOAN-IMAGE              PIC X(375).

       FD  TRANS-ARCHIVE-FILE.
       01  TA-TRANS-IMAGE             PIC X(205).

       FD  ARCHIVE-REPORT.
       01  AP-LINE                    PIC X(80).
               10  WS-CD-MMDD         PIC 9(4).
           05  WS-ACTIVITY-DATE       PIC 9(8).

      * Loan whose master-file check the aged-history pass last
      * made - the history reads back in loan order, so each loan is
      * looked up once
       01  WS-CHECKED-LOAN            PIC 9(10) VALUE 0.

       01  WS-LOAN-TOTALS.
           05  WS-LOANS-BEFORE        PIC 9(7)     VALUE 0.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG   PIC X VALUE 'N'.
               88 MASTER-FOUND        VALUE 'Y'.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-LOANS UNTIL END-OF-FILE
           PERFORM 3000-ARCHIVE-TRANS
           PERFORM 4000-COUNT-LIVE-TRANS
           PERFORM 9000-CLEANUP
           STOP RUN.

           END-IF

           OPEN I-O LOAN-FILE
           OPEN I-O LOAN-TRANS-FILE
           OPEN EXTEND LOAN-ARCHIVE-FILE
           OPEN EXTEND TRANS-ARCHIVE-FILE
           OPEN OUTPUT ARCHIVE-REPORT

           PERFORM 1150-START-HISTORY
           PERFORM 1100-COUNT-TRANS-BEFORE UNTIL TRAN-END-OF-FILE

           IF NOT END-OF-FILE
               READ LOAN-FILE NEXT
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * COUNT-TRANS-BEFORE
      * Business Rule: the history is counted and totalled before
      * anything moves, and counted again from the file after, so
      * the register proves the purge from the file itself rather
      * than from what the run believes it did.
      *****************************************************************
       1100-COUNT-TRANS-BEFORE.
           ADD 1 TO WS-TRANS-BEFORE
           ADD TR-PAYMENT-AMOUNT TO WS-TRAN-AMT-BEFORE
           PERFORM 1160-READ-NEXT-TRANS.

       1150-START-HISTORY.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE ZEROS TO TR-HISTORY-KEY
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 1160-READ-NEXT-TRANS.

       1160-READ-NEXT-TRANS.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * ARCHIVE-LOANS
      * Business Rule: only LOAN-CLOSED records go, and only once
      * their last activity date - LF-LAST-POST-DATE, or the start
      * date for a loan that never posted - is on or before the
      * cutoff, so a freshly closed loan stays visible to inquiry
      * and reversal processing through the retention window. A
      * charged-off loan stays on the master indefinitely - later
      * cash still posts to it as a recovery, and the loss report
      * carries it for the allowance.
      *****************************************************************
       2000-ARCHIVE-LOANS.
           ADD 1 TO WS-LOANS-BEFORE
           END-IF

           IF LOAN-CLOSED
               AND NOT LOAN-CHARGED-OFF
               AND WS-ACTIVITY-DATE <= WS-CUTOFF-DATE
               PERFORM 2100-ARCHIVE-ONE-LOAN
           END-IF

               AT END SET END-OF-FILE TO TRUE
           END-READ.

      * A loan's master and its history always move together - the
      * loan's entries go to the archive in the same step as the
      * master record, so no table of archived loans is needed and
      * there is no limit on how many loans one run can archive
       2100-ARCHIVE-ONE-LOAN.
           MOVE LOAN-RECORD TO LA-LOAN-IMAGE
           WRITE LA-LOAN-IMAGE
           ADD 1 TO WS-LOANS-ARCHIVED
           ADD LF-BALANCE TO WS-BAL-ARCHIVED
           PERFORM 2200-ARCHIVE-LOAN-HISTORY
           DELETE LOAN-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED FOR LOAN '
                       LF-LOAN-NUMBER
           END-DELETE.

      *****************************************************************
      * ARCHIVE-LOAN-HISTORY
      * Business Rule: the history is keyed by loan, run date and
      * sequence, so a START at the loan reads back exactly its own
      * entries - every one of them moves with the loan, whatever
      * its date.
      *****************************************************************
       2200-ARCHIVE-LOAN-HISTORY.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 2250-READ-LOAN-TRANS
           PERFORM 2210-MOVE-LOAN-TRANS UNTIL TRAN-END-OF-FILE.

       2210-MOVE-LOAN-TRANS.
           PERFORM 3300-MOVE-ONE-TRANS
           PERFORM 2250-READ-LOAN-TRANS.

       2250-READ-LOAN-TRANS.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                           SET TRAN-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * ARCHIVE-TRANS
      * Business Rule: once this run's loans have taken their
      * history with them, a history record still moves to the
      * archive when it is dated on or before the cutoff and its
      * loan is no longer on the live master at all (archived by an
      * earlier run). History for loans still on the master stays
      * put, so inquiry, reversals and year-end statements keep
      * working for the retained book.
      *****************************************************************
       3000-ARCHIVE-TRANS.
           MOVE 0 TO WS-CHECKED-LOAN
           PERFORM 1150-START-HISTORY
           PERFORM 3100-CHECK-ONE-TRANS UNTIL TRAN-END-OF-FILE.

       3100-CHECK-ONE-TRANS.
           IF TR-RUN-DATE <= WS-CUTOFF-DATE
               IF TR-LOAN-NUMBER NOT = WS-CHECKED-LOAN
                   PERFORM 3200-CHECK-MASTER
                   MOVE TR-LOAN-NUMBER TO WS-CHECKED-LOAN
               END-IF
               IF NOT MASTER-FOUND
                   PERFORM 3300-MOVE-ONE-TRANS
               END-IF
           END-IF
           PERFORM 1160-READ-NEXT-TRANS.

       3200-CHECK-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
                   SET MASTER-FOUND TO TRUE
           END-READ.

       3300-MOVE-ONE-TRANS.
           MOVE LOAN-TRANS-RECORD TO TA-TRANS-IMAGE
           WRITE TA-TRANS-IMAGE
           ADD 1 TO WS-TRANS-ARCHIVED
           ADD TR-PAYMENT-AMOUNT TO WS-TRAN-AMT-ARCHIVED
           DELETE LOAN-TRANS-FILE
               INVALID KEY
                   DISPLAY 'DELETE FAILED FOR HISTORY OF LOAN '
                       TR-LOAN-NUMBER ' RUN DATE ' TR-RUN-DATE
           END-DELETE.

      *****************************************************************
      * COUNT-LIVE-TRANS
      * Business Rule: what is left on the live history is counted
      * from the file itself, so a delete that did not take shows as
      * an out-of-balance register instead of passing unnoticed.
      *****************************************************************
       4000-COUNT-LIVE-TRANS.
           PERFORM 1150-START-HISTORY
           PERFORM 4100-COUNT-ONE-TRANS UNTIL TRAN-END-OF-FILE.

       4100-COUNT-ONE-TRANS.
           ADD 1 TO WS-TRANS-AFTER
           ADD TR-PAYMENT-AMOUNT TO WS-TRAN-AMT-AFTER
           PERFORM 1160-READ-NEXT-TRANS.

       9000-CLEANUP.
           COMPUTE WS-LOANS-AFTER =
               WS-BAL-BEFORE - WS-BAL-ARCHIVED
           PERFORM 9100-PRINT-REGISTER
           CLOSE LOAN-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE LOAN-ARCHIVE-FILE
           CLOSE TRANS-ARCHIVE-FILE
           CLOSE ARCHIVE-REPORT.
