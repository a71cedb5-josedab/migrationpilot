      * the same way LNMAINT maintains LOAN-FILE. Loans point at
      * these records through LF-CUSTOMER-NUMBER, so a customer is
      * never deleted outright - only marked inactive.
      * Every transaction applied writes a permanent audit record to
      * MNTAUDIT.DAT - the operator who keyed it, when, and the
      * whole customer record before and after. A change to the
      * borrower's name or address is not applied when keyed: it
      * waits on MNTPEND.DAT until a second operator approves it in
      * the MNTAPPR run, and is applied at the start of the next run
      * after that.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUST-LOG-FILE ASSIGN TO "CUSTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-AUDIT-KEY.

           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PENDING-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  CUST-LOG-FILE.
       01  CL-LINE                    PIC X(80).

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  MAINT-PENDING-FILE.
           COPY MNTPEND.

       WORKING-STORAGE SECTION.
       01  WS-VALIDATION-FIELDS.
           05  WS-VALID-FLAG          PIC X VALUE 'Y'.
               88 CT-CUST-NOT-FOUND   VALUE 'C002'.
               88 CT-BAD-NAME         VALUE 'C003'.
               88 CT-BAD-TRANS-TYPE   VALUE 'C004'.
               88 CT-NO-OPERATOR      VALUE 'C005'.

       01  WS-FOUND-FLAG              PIC X VALUE 'N'.
           88 CUSTOMER-FOUND          VALUE 'Y'.

      * Maker-checker and audit trail work. WS-BEFORE-IMAGE is the
      * customer record as read, before the change touches it;
      * WS-CHECKER-ID and WS-MADE-DATE come from the pending item
      * when an approved transaction is released, and are spaces
      * and today for one applied as keyed.
       01  WS-AUDIT-FIELDS.
           05  WS-SENSITIVE-FLAG      PIC X VALUE 'N'.
               88 TRANS-SENSITIVE     VALUE 'Y'.
           05  WS-RELEASED-FLAG       PIC X VALUE 'N'.
               88 APPROVED-RELEASE    VALUE 'Y'.
           05  WS-PEND-EOF-FLAG       PIC X VALUE 'N'.
               88 PENDING-END-OF-FILE VALUE 'Y'.
           05  WS-PENDING-ADDED-FLAG  PIC X VALUE 'N'.
               88 PENDING-ADDED       VALUE 'Y'.
           05  WS-AUDIT-ADDED-FLAG    PIC X VALUE 'N'.
               88 AUDIT-ADDED         VALUE 'Y'.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-CHECKER-ID          PIC X(8).
           05  WS-MADE-DATE           PIC 9(8).
           05  WS-TIME-OF-DAY         PIC 9(8).
           05  WS-TIME-OF-DAY-R REDEFINES WS-TIME-OF-DAY.
               10  WS-TOD-HHMMSS      PIC 9(6).
               10  WS-TOD-HUNDREDTHS  PIC 9(2).
      * Last audit sequence this run gave an operator, so the next
      * change by the same operator starts looking from there
           05  WS-LAST-AUDIT-OPERATOR PIC X(8) VALUE SPACES.
           05  WS-LAST-AUDIT-SEQUENCE PIC 9(6) VALUE 0.
           05  WS-BEFORE-IMAGE        PIC X(185).

       01  WS-CONTROL-TOTALS.
           05  WS-ADD-COUNT           PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
           05  WS-INACT-COUNT         PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT          PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-COUNT        PIC 9(7) VALUE 0.

       01  WS-LOG-LINE.
           05  LL-RESULT              PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LL-REASON-CODE         PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LL-OPERATOR-ID         PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  LL-CHECKER-ID          PIC X(8).

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O CUSTOMER-FILE
           OPEN INPUT CUST-TRANS-FILE
           OPEN OUTPUT CUST-LOG-FILE
           OPEN I-O MAINT-AUDIT-FILE
           OPEN I-O MAINT-PENDING-FILE
           PERFORM 1500-RELEASE-APPROVED-ITEMS
           READ CUST-TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * RELEASE-APPROVED-ITEMS
      * Business Rule: customer transactions a checker approved since
      * the last run are applied first, before today's work, through
      * the same edits as a transaction applied as keyed - one that no
      * longer passes is marked failed with its reason rather than
      * forced through. The item keeps its maker as the operator and
      * carries the checker onto the audit record.
      *****************************************************************
       1500-RELEASE-APPROVED-ITEMS.
           MOVE 'N' TO WS-PEND-EOF-FLAG
           MOVE 'C' TO PM-FILE-CODE
           MOVE 0   TO PM-MADE-DATE
           MOVE 0   TO PM-SEQUENCE-NUMBER
           START MAINT-PENDING-FILE
               KEY IS NOT LESS THAN PM-PENDING-KEY
               INVALID KEY SET PENDING-END-OF-FILE TO TRUE
           END-START
           PERFORM 1510-READ-PENDING-ITEM
           PERFORM 1520-RELEASE-ONE-ITEM UNTIL PENDING-END-OF-FILE.

       1510-READ-PENDING-ITEM.
           IF NOT PENDING-END-OF-FILE
               READ MAINT-PENDING-FILE NEXT
                   AT END SET PENDING-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT PM-CUSTOMER-CHANGE
                           SET PENDING-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       1520-RELEASE-ONE-ITEM.
           IF PM-APPROVED
               MOVE PM-TRANS-IMAGE TO CUST-TRANS-RECORD
               SET APPROVED-RELEASE TO TRUE
               MOVE PM-CHECKER-ID  TO WS-CHECKER-ID
               MOVE PM-MADE-DATE   TO WS-MADE-DATE
               PERFORM 2010-APPLY-TRANS
               IF RECORD-VALID
                   SET PM-APPLIED TO TRUE
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   SET PM-FAILED TO TRUE
                   MOVE WS-REASON-CODE TO PM-REASON-CODE
               END-IF
               MOVE WS-RUN-DATE TO PM-STATUS-DATE
               REWRITE MAINT-PENDING-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING PENDING ITEM '
                           PM-PENDING-KEY
               END-REWRITE
           END-IF
           PERFORM 1510-READ-PENDING-ITEM.

       2000-PROCESS-TRANSACTIONS.
           MOVE 'N'         TO WS-RELEASED-FLAG
           MOVE SPACES      TO WS-CHECKER-ID
           MOVE WS-RUN-DATE TO WS-MADE-DATE
           PERFORM 2010-APPLY-TRANS
           READ CUST-TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * APPLY-TRANS
      * Business Rule: a transaction that passes the edits is either
      * applied and audited or, when it is sensitive and has not
      * already been approved, held on the pending file for a second
      * operator - nothing on the master changes until then.
      *****************************************************************
       2010-APPLY-TRANS.
           MOVE 'N' TO WS-SENSITIVE-FLAG
           PERFORM 2050-VALIDATE-TRANS
           IF RECORD-VALID
               AND NOT APPROVED-RELEASE
               PERFORM 2040-CHECK-SENSITIVE
           END-IF
           IF RECORD-VALID
               IF TRANS-SENSITIVE
                   PERFORM 2950-HOLD-FOR-APPROVAL
               ELSE
                   PERFORM 2020-APPLY-CHANGE
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 2900-WRITE-LOG-RECORD.

       2020-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN CT-ADD-TRANS
                   PERFORM 2100-PROCESS-ADD
               WHEN CT-CHANGE-TRANS
                   PERFORM 2200-PROCESS-CHANGE
               WHEN CT-INACT-TRANS
                   PERFORM 2300-PROCESS-INACTIVATE
           END-EVALUATE
           IF RECORD-VALID
               PERFORM 2940-WRITE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      * CHECK-SENSITIVE
      * Business Rule: a change to the borrower's name or any line of
      * the mailing address needs a second operator's approval - it
      * redirects every letter and statement. 2070-FIND-CUSTOMER has
      * read the customer, so a CHANGE is compared with the master
      * and one that re-keys the name and address unchanged (a
      * phone number update) goes straight through. Adding a new
      * customer is not a change.
      *****************************************************************
       2040-CHECK-SENSITIVE.
           IF CT-CHANGE-TRANS
               IF CT-CUSTOMER-NAME  NOT = CM-CUSTOMER-NAME
                   OR CT-ADDRESS-LINE-1 NOT = CM-ADDRESS-LINE-1
                   OR CT-ADDRESS-LINE-2 NOT = CM-ADDRESS-LINE-2
                   OR CT-CITY           NOT = CM-CITY
                   OR CT-STATE          NOT = CM-STATE
                   OR CT-ZIP-CODE       NOT = CM-ZIP-CODE
                   SET TRANS-SENSITIVE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-TRANS
      * with at least a name; CHANGE and INACTIVATE require the
      * customer to already exist. The existence checks mirror the
      * duplicate/not-found edits LNMAINT applies to LOAN-FILE.
      * Every transaction must name the operator who keyed it.
      *****************************************************************
       2050-VALIDATE-TRANS.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-BEFORE-IMAGE

           IF NOT CT-ADD-TRANS
               AND NOT CT-CHANGE-TRANS
               SET CT-BAD-TRANS-TYPE TO TRUE
           END-IF

           IF RECORD-VALID
               AND CT-OPERATOR-ID = SPACES
               SET RECORD-INVALID TO TRUE
               SET CT-NO-OPERATOR TO TRUE
           END-IF

           IF RECORD-VALID
               AND (CT-ADD-TRANS OR CT-CHANGE-TRANS)
               AND CT-CUSTOMER-NAME = SPACES
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           END-READ.

      *****************************************************************
           MOVE CT-CUSTOMER-NUMBER TO LL-CUSTOMER-NUMBER
           MOVE CT-TRANS-TYPE      TO LL-TRANS-TYPE
           MOVE WS-REASON-CODE     TO LL-REASON-CODE
           MOVE CT-OPERATOR-ID     TO LL-OPERATOR-ID
           MOVE WS-CHECKER-ID      TO LL-CHECKER-ID
           EVALUATE TRUE
               WHEN NOT RECORD-VALID
                   MOVE "REJECTED" TO LL-RESULT
               WHEN TRANS-SENSITIVE
                   MOVE "PENDING" TO LL-RESULT
               WHEN OTHER
                   MOVE "APPLIED" TO LL-RESULT
           END-EVALUATE
           MOVE WS-LOG-LINE TO CL-LINE
           WRITE CL-LINE.

      *****************************************************************
      * WRITE-AUDIT-RECORD
      * Business Rule: every applied transaction leaves a permanent
      * record of who keyed it, who approved it if it needed
      * approval, when it was applied, and the whole customer record
      * before and after.
      *****************************************************************
       2940-WRITE-AUDIT-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-RUN-DATE        TO MA-AUDIT-DATE
           MOVE CT-OPERATOR-ID     TO MA-OPERATOR-ID
           MOVE WS-TOD-HHMMSS      TO MA-AUDIT-TIME
           SET MA-CUSTOMER-CHANGE  TO TRUE
           MOVE CT-CUSTOMER-NUMBER TO MA-RECORD-KEY
           MOVE CT-TRANS-TYPE      TO MA-TRANS-TYPE
           MOVE WS-CHECKER-ID      TO MA-APPROVED-BY
           MOVE WS-MADE-DATE       TO MA-MADE-DATE
           MOVE WS-BEFORE-IMAGE    TO MA-BEFORE-IMAGE
           MOVE CUSTOMER-RECORD    TO MA-AFTER-IMAGE
           PERFORM 2945-ADD-AUDIT-ENTRY.

      *****************************************************************
      * ADD-AUDIT-ENTRY
      * Business Rule: the audit trail is keyed on date, operator and
      * sequence number, so an entry goes in at the first sequence
      * number free for the operator that day - an entry LNMAINT or
      * an earlier run already put on the trail is never
      * overwritten. The search starts after the last entry this run
      * gave the same operator.
      *****************************************************************
       2945-ADD-AUDIT-ENTRY.
           MOVE 'N' TO WS-AUDIT-ADDED-FLAG
           IF MA-OPERATOR-ID = WS-LAST-AUDIT-OPERATOR
               MOVE WS-LAST-AUDIT-SEQUENCE TO MA-SEQUENCE-NUMBER
           ELSE
               MOVE 0 TO MA-SEQUENCE-NUMBER
           END-IF
           PERFORM 2946-TRY-AUDIT-SEQUENCE
               UNTIL AUDIT-ADDED OR MA-SEQUENCE-NUMBER = 999999
           IF AUDIT-ADDED
               MOVE MA-OPERATOR-ID     TO WS-LAST-AUDIT-OPERATOR
               MOVE MA-SEQUENCE-NUMBER TO WS-LAST-AUDIT-SEQUENCE
           ELSE
               DISPLAY 'AUDIT TRAIL FULL FOR OPERATOR ' MA-OPERATOR-ID
                   ' - CUSTOMER ' MA-RECORD-KEY ' NOT AUDITED'
           END-IF.

       2946-TRY-AUDIT-SEQUENCE.
           ADD 1 TO MA-SEQUENCE-NUMBER
           WRITE MAINT-AUDIT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET AUDIT-ADDED TO TRUE
           END-WRITE.

      *****************************************************************
      * HOLD-FOR-APPROVAL
      * Business Rule: a name or address change is kept on the
      * pending file exactly as keyed, under its maker, and the
      * customer master does not change; it appears on the
      * pending-approval list until a different operator decides it
      * in the MNTAPPR run. An entry goes in at the first sequence
      * number free for the day.
      *****************************************************************
       2950-HOLD-FOR-APPROVAL.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           SET PM-CUSTOMER-CHANGE  TO TRUE
           MOVE WS-RUN-DATE        TO PM-MADE-DATE
           MOVE WS-TOD-HHMMSS      TO PM-MADE-TIME
           MOVE CT-CUSTOMER-NUMBER TO PM-RECORD-KEY
           MOVE CT-TRANS-TYPE      TO PM-TRANS-TYPE
           MOVE CT-OPERATOR-ID     TO PM-MAKER-ID
           MOVE SPACES             TO PM-CHECKER-ID
           SET PM-PENDING          TO TRUE
           MOVE WS-RUN-DATE        TO PM-STATUS-DATE
           MOVE SPACES             TO PM-REASON-CODE
           MOVE CUST-TRANS-RECORD  TO PM-TRANS-IMAGE

           MOVE 'N' TO WS-PENDING-ADDED-FLAG
           MOVE 0   TO PM-SEQUENCE-NUMBER
           PERFORM 2955-TRY-PENDING-SEQUENCE
               UNTIL PENDING-ADDED OR PM-SEQUENCE-NUMBER = 999999
           IF PENDING-ADDED
               ADD 1 TO WS-HELD-COUNT
           ELSE
               DISPLAY 'PENDING FILE FULL FOR ' PM-MADE-DATE
                   ' - CUSTOMER ' CT-CUSTOMER-NUMBER ' NOT HELD'
               SET RECORD-INVALID TO TRUE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       2955-TRY-PENDING-SEQUENCE.
           ADD 1 TO PM-SEQUENCE-NUMBER
           WRITE MAINT-PENDING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PENDING-ADDED TO TRUE
           END-WRITE.

       9000-CLEANUP.
           PERFORM 9100-PRINT-SUMMARY
           CLOSE CUSTOMER-FILE
           CLOSE CUST-TRANS-FILE
           CLOSE CUST-LOG-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE MAINT-PENDING-FILE.

       9100-PRINT-SUMMARY.
           MOVE SPACES TO CL-LINE
           STRING "CUSTOMERS INACTIVATED : " WS-INACT-COUNT
               DELIMITED BY SIZE INTO CL-LINE
           WRITE CL-LINE
           STRING "HELD FOR APPROVAL     : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO CL-LINE
           WRITE CL-LINE
           STRING "APPROVED ITEMS APPLIED: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO CL-LINE
           WRITE CL-LINE
           STRING "TRANSACTIONS REJECTED : " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO CL-LINE
           WRITE CL-LINE.
