      * trailer. An out-of-balance file releases an EMPTY feed, so
      * LOANPROC cannot post from a file the bank and we disagree
      * about - and cannot re-post yesterday's feed by accident.
      * Bank drafts ACHDRAFT originated, and reversals of drafts the
      * bank returned, wait on ACHENRL.DAT and are merged into the
      * released feed in loan number order; they stay waiting when
      * the lockbox file does not tie and go out with the next
      * feed that does.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EDIT-REPORT ASSIGN TO "PMTEDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACH-ENROLL-FILE ASSIGN TO "ACHENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-NUMBER.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FEED-FILE.

       FD  FEED-WORK-FILE.
       01  WK-FEED-IMAGE              PIC X(38).
       01  WK-FEED-KEY-VIEW.
           05  WK-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(28).

       FD  FEED-REJECT-FILE.
           COPY FEEDREJ.
       FD  EDIT-REPORT.
       01  ED-LINE                    PIC X(80).

       FD  ACH-ENROLL-FILE.
           COPY ACHENRL.

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-REJECT-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-BANK-COUNT          PIC 9(7)     VALUE 0.
           05  WS-BANK-AMOUNT         PIC 9(11)V99 VALUE 0.
           05  WS-ACH-DRAFT-COUNT     PIC 9(7)     VALUE 0.
           05  WS-ACH-DRAFT-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-ACH-RETURN-COUNT    PIC 9(7)     VALUE 0.

       01  WS-VALIDATION-FIELDS.
           05  WS-VALID-FLAG          PIC X VALUE 'Y'.
               88 BANK-END-OF-FILE    VALUE 'Y'.
           05  WS-WORK-EOF-FLAG       PIC X VALUE 'N'.
               88 WORK-END-OF-FILE    VALUE 'Y'.
           05  WS-ACH-EOF-FLAG        PIC X VALUE 'N'.
               88 ACH-END-OF-FILE     VALUE 'Y'.
           05  WS-HEADER-FLAG         PIC X VALUE 'N'.
               88 HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-FLAG        PIC X VALUE 'N'.
      * accepted entries when the file ties, or empty when it does
      * not - so LOANPROC can never consume a stale or disputed
      * feed. The copy-back mirrors how the archive purge rewrites
      * the live history from its work file. Waiting ACH items are
      * merged in by loan number - the enrollment file is keyed, so
      * it reads back in the same order the bank file was edited
      * into - and ahead of any lockbox entry for the same loan, so
      * a returned draft reverses the draft itself rather than a
      * lockbox payment posting in the same cycle, and a draft
      * posts as the installment with any lockbox check behind it
      * as a curtailment.
      *****************************************************************
       4000-RELEASE-FEED.
           CLOSE FEED-WORK-FILE
               READ FEED-WORK-FILE
                   AT END SET WORK-END-OF-FILE TO TRUE
               END-READ
               OPEN I-O ACH-ENROLL-FILE
               PERFORM 4050-START-ACH-ITEMS
               PERFORM 4200-MERGE-ONE-ENTRY
                   UNTIL WORK-END-OF-FILE AND ACH-END-OF-FILE
               CLOSE ACH-ENROLL-FILE
               CLOSE FEED-WORK-FILE
           END-IF
           CLOSE PAYMENT-FEED-FILE.

       4050-START-ACH-ITEMS.
           MOVE 0 TO AE-LOAN-NUMBER
           START ACH-ENROLL-FILE KEY IS GREATER THAN AE-LOAN-NUMBER
               INVALID KEY SET ACH-END-OF-FILE TO TRUE
           END-START
           IF NOT ACH-END-OF-FILE
               PERFORM 4060-READ-NEXT-ENROLLMENT
               PERFORM 4060-READ-NEXT-ENROLLMENT
                   UNTIL ACH-END-OF-FILE
                   OR AE-DRAFT-PENDING
                   OR AE-RETURN-PENDING
           END-IF.

       4060-READ-NEXT-ENROLLMENT.
           READ ACH-ENROLL-FILE NEXT
               AT END SET ACH-END-OF-FILE TO TRUE
           END-READ.

       4100-COPY-ONE-ENTRY.
           MOVE WK-FEED-IMAGE TO PAYMENT-FEED-RECORD
           WRITE PAYMENT-FEED-RECORD
               AT END SET WORK-END-OF-FILE TO TRUE
           END-READ.

       4200-MERGE-ONE-ENTRY.
           EVALUATE TRUE
               WHEN ACH-END-OF-FILE
                   PERFORM 4100-COPY-ONE-ENTRY
               WHEN WORK-END-OF-FILE
                   PERFORM 4300-RELEASE-ACH-ITEM
               WHEN AE-LOAN-NUMBER NOT > WK-LOAN-NUMBER
                   PERFORM 4300-RELEASE-ACH-ITEM
               WHEN OTHER
                   PERFORM 4100-COPY-ONE-ENTRY
           END-EVALUATE.

      *****************************************************************
      * RELEASE-ACH-ITEM
      * Business Rule: a returned draft goes to LOANPROC as a
      * reversal; an originated draft goes as the monthly payment
      * for the installment it was drafted for, received on the day
      * it settled. The waiting flag is cleared as the item is
      * released so it can never post twice.
      *****************************************************************
       4300-RELEASE-ACH-ITEM.
           IF AE-RETURN-PENDING
               MOVE AE-LOAN-NUMBER       TO PF-LOAN-NUMBER
               SET PF-REVERSAL-PAYMENT   TO TRUE
               MOVE AE-LAST-DRAFT-DATE   TO PF-DUE-DATE
               MOVE AE-LAST-RETURN-DATE  TO PF-RECEIVED-DATE
               MOVE AE-LAST-DRAFT-AMOUNT TO PF-PAYMENT-AMOUNT
               WRITE PAYMENT-FEED-RECORD
               MOVE 'N' TO AE-RETURN-FEED-FLAG
               ADD 1 TO WS-ACH-RETURN-COUNT
           END-IF
           IF AE-DRAFT-PENDING
               MOVE AE-LOAN-NUMBER       TO PF-LOAN-NUMBER
               SET PF-MONTHLY-PAYMENT    TO TRUE
               MOVE AE-LAST-DRAFT-DUE    TO PF-DUE-DATE
               MOVE AE-LAST-DRAFT-DATE   TO PF-RECEIVED-DATE
               MOVE AE-LAST-DRAFT-AMOUNT TO PF-PAYMENT-AMOUNT
               WRITE PAYMENT-FEED-RECORD
               MOVE 'N' TO AE-DRAFT-FEED-FLAG
               ADD 1 TO WS-ACH-DRAFT-COUNT
               ADD AE-LAST-DRAFT-AMOUNT TO WS-ACH-DRAFT-AMOUNT
           END-IF
           REWRITE ACH-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACH ENROLLMENT '
                       AE-LOAN-NUMBER
           END-REWRITE
           PERFORM 4060-READ-NEXT-ENROLLMENT
           PERFORM 4060-READ-NEXT-ENROLLMENT
               UNTIL ACH-END-OF-FILE
               OR AE-DRAFT-PENDING
               OR AE-RETURN-PENDING.

       9000-CLEANUP.
           PERFORM 9100-PRINT-BALANCE-REPORT
           CLOSE BANK-FEED-FILE
           MOVE WS-BALANCE-REPORT-LINE     TO ED-LINE
           WRITE ED-LINE

           MOVE "ACH DRAFTS RELEASED"      TO BAL-LABEL
           MOVE WS-ACH-DRAFT-COUNT         TO BAL-AMOUNT
           MOVE WS-BALANCE-REPORT-LINE     TO ED-LINE
           WRITE ED-LINE

           MOVE "ACH DRAFT DOLLARS"        TO BAL-LABEL
           MOVE WS-ACH-DRAFT-AMOUNT        TO BAL-AMOUNT
           MOVE WS-BALANCE-REPORT-LINE     TO ED-LINE
           WRITE ED-LINE

           MOVE "ACH RETURNS RELEASED"     TO BAL-LABEL
           MOVE WS-ACH-RETURN-COUNT        TO BAL-AMOUNT
           MOVE WS-BALANCE-REPORT-LINE     TO ED-LINE
           WRITE ED-LINE

           MOVE SPACES TO ED-LINE
           WRITE ED-LINE
           IF FEED-IN-BALANCE
