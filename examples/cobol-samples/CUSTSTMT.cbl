               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT STATEMENT-REPORT ASSIGN TO "CUSTSTMT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       01  ST-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * Latest posting for the loan being printed, read from that
      * loan's own entries on the keyed history - later entries
      * overwrite earlier ones, so what remains is the most recent
      * posting.
      *****************************************************************
       01  WS-LAST-POST-ENTRY.
           05  WS-LP-RUN-DATE         PIC 9(8).
           05  WS-LP-TRANS-TYPE       PIC X(1).
           05  WS-LP-AMOUNT           PIC 9(9)V99.

       01  WS-LOOKUP-FIELDS.
           05  WS-STMT-LOAN-COUNT     PIC 9(4).
           05  WS-TOTAL-OWED          PIC 9(11)V99.

               88 LOAN-END-OF-FILE    VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-LAST-POST-FLAG      PIC X VALUE 'N'.
               88 LAST-POST-FOUND     VALUE 'Y'.

       01  WS-STMT-HEADER-LINE.
           05  SH-LABEL               PIC X(10).
           OPEN INPUT LOAN-FILE
           OPEN INPUT LOAN-TRANS-FILE
           OPEN OUTPUT STATEMENT-REPORT
           IF NOT END-OF-FILE
               READ CUSTOMER-FILE
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * PROCESS-CUSTOMERS
      * Business Rule: one statement per active customer with at
           MOVE SPACES         TO SD-LAST-POST-TYPE
           MOVE 0              TO SD-LAST-POST-AMOUNT

           PERFORM 2350-FIND-LAST-POSTING
           IF LAST-POST-FOUND
               MOVE WS-LP-RUN-DATE   TO SD-LAST-POST-DATE
               MOVE WS-LP-TRANS-TYPE TO SD-LAST-POST-TYPE
               MOVE WS-LP-AMOUNT     TO SD-LAST-POST-AMOUNT
           END-IF

           MOVE WS-STMT-DETAIL-LINE TO ST-LINE
           WRITE ST-LINE.

      *****************************************************************
      * FIND-LAST-POSTING
      * Business Rule: the history is keyed by loan, run date and
      * sequence, so a START at the loan reads back only its own
      * entries in posting order and the last one read is its most
      * recent posting.
      *****************************************************************
       2350-FIND-LAST-POSTING.
           MOVE 'N' TO WS-LAST-POST-FLAG
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 2360-READ-LOAN-HISTORY UNTIL TRAN-END-OF-FILE.

       2360-READ-LOAN-HISTORY.
           READ LOAN-TRANS-FILE NEXT
               AT END SET TRAN-END-OF-FILE TO TRUE
               NOT AT END
                   IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                       SET TRAN-END-OF-FILE TO TRUE
                   ELSE
                       SET LAST-POST-FOUND TO TRUE
                       MOVE TR-RUN-DATE       TO WS-LP-RUN-DATE
                       MOVE TR-TRANS-TYPE     TO WS-LP-TRANS-TYPE
                       MOVE TR-PAYMENT-AMOUNT TO WS-LP-AMOUNT
                   END-IF
           END-READ.

       2400-PRINT-TOTAL-LINE.
           MOVE "TOTAL OWED      " TO TL-LABEL
       9000-CLEANUP.
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE STATEMENT-REPORT.
