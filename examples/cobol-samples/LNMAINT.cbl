      * originating and retiring loans goes through the same master
      * file LOANPROC services, using the same field edits LOANPROC
      * relies on to keep the amortization run clean.
      * Loss-mitigation transactions - a term extension or rate
      * reduction that re-amortizes the balance, a forbearance
      * window, and a deferral of missed installments to the end of
      * the loan - each write a LOANTRAN.DAT entry carrying the old
      * and new terms and print on the modification register
      * (MODREG.TXT) kept for compliance review.
      * Bank draft enrollments and cancellations are kept on
      * ACHENRL.DAT, which ACHDRAFT drafts from each business day.
      * A sale into an investor pool, a change to the investor's
      * terms or a return to portfolio sets the ownership fields
      * INVREMIT splits each month's collections on; the pool must
      * be on INVESTOR.DAT. Each one writes a LOANTRAN.DAT entry
      * carrying the ownership before and after.
      * Every transaction applied writes a permanent audit record to
      * MNTAUDIT.DAT - the operator who keyed it, when, and the
      * whole loan record before and after. A sensitive transaction
      * (a fee waiver, or a change to the note rate, the ARM margin
      * or caps, or the borrower's name) is not applied when keyed:
      * it waits on MNTPEND.DAT until a second operator approves it
      * in the MNTAPPR run, and is applied at the start of the next
      * run after that.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-LOG-FILE ASSIGN TO "MAINTLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT MOD-REGISTER-FILE ASSIGN TO "MODREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACH-ENROLL-FILE ASSIGN TO "ACHENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-NUMBER.

           SELECT OPTIONAL INVESTOR-FILE ASSIGN TO "INVESTOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-POOL-NUMBER.

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
       FD  LOAN-FILE.
       FD  MAINT-LOG-FILE.
       01  ML-LINE                    PIC X(80).

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.

       FD  MOD-REGISTER-FILE.
       01  MR-LINE                    PIC X(132).

       FD  ACH-ENROLL-FILE.
           COPY ACHENRL.

       FD  INVESTOR-FILE.
           COPY INVREC.

       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  MAINT-PENDING-FILE.
           COPY MNTPEND.

       WORKING-STORAGE SECTION.
       01  WS-VALIDATION-FIELDS.
           05  WS-VALID-FLAG          PIC X VALUE 'Y'.
               88 MT-BAD-TRANS-TYPE   VALUE 'M007'.
               88 MT-CUST-NOT-FOUND   VALUE 'M008'.
               88 MT-BAD-RATE-CAPS    VALUE 'M009'.
               88 MT-LOAN-NOT-OPEN    VALUE 'M010'.
               88 MT-BAD-MOD-RATE     VALUE 'M011'.
               88 MT-BAD-MOD-TERM     VALUE 'M012'.
               88 MT-BAD-FORBEAR-DATES VALUE 'M013'.
               88 MT-BAD-DEFER-COUNT  VALUE 'M014'.
               88 MT-BALANCE-OWING    VALUE 'M015'.
               88 MT-BAD-ACH-ROUTING  VALUE 'M016'.
               88 MT-BAD-ACH-ACCOUNT  VALUE 'M017'.
               88 MT-BAD-DRAFT-DAY    VALUE 'M018'.
               88 MT-BAD-FEE-AUTH     VALUE 'M019'.
               88 MT-NOT-ENROLLED     VALUE 'M020'.
               88 MT-BAD-INVESTOR-POOL VALUE 'M021'.
               88 MT-BAD-INVESTOR-PCT VALUE 'M022'.
               88 MT-BAD-INVESTOR-RATES VALUE 'M023'.
               88 MT-NO-OPERATOR      VALUE 'M024'.
           05  WS-MAX-TERM-MONTHS     PIC 9(3) VALUE 480.

       01  WS-FOUND-FLAG              PIC X VALUE 'N'.
       01  WS-CUST-FOUND-FLAG         PIC X VALUE 'N'.
           88 CUSTOMER-FOUND          VALUE 'Y'.

       01  WS-ENROLL-FOUND-FLAG       PIC X VALUE 'N'.
           88 ENROLLMENT-FOUND        VALUE 'Y'.

       01  WS-INVESTOR-FOUND-FLAG     PIC X VALUE 'N'.
           88 INVESTOR-FOUND          VALUE 'Y'.

       01  WS-HISTORY-ADDED-FLAG      PIC X VALUE 'N'.
           88 HISTORY-ADDED           VALUE 'Y'.

      * Maker-checker and audit trail work. WS-BEFORE-IMAGE is the
      * loan record as read, before any edit or change touches it;
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
           05  WS-BEFORE-IMAGE        PIC X(375).

      * Rate the loan is earning today, which the pass-through and
      * servicing-fee rates together may not exceed
       01  WS-INVESTOR-FIELDS.
           05  WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
           05  WS-INVESTOR-RATE-SUM   PIC 9(3)V9(4).

      * ABA routing number check-digit work - digits weighted
      * 3, 7, 1 across the nine positions must total a multiple of 10
       01  WS-ROUTING-FIELDS.
           05  WS-ROUTING-WORK        PIC 9(9).
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-WORK.
               10  WS-RT-DIGIT        PIC 9 OCCURS 9 TIMES.
           05  WS-ROUTING-CHECK-SUM   PIC 9(4).

       01  WS-CONTROL-TOTALS.
           05  WS-ADD-COUNT           PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
           05  WS-CLOSE-COUNT         PIC 9(7) VALUE 0.
           05  WS-WAIVE-COUNT         PIC 9(7) VALUE 0.
           05  WS-MODIFY-COUNT        PIC 9(7) VALUE 0.
           05  WS-FORBEAR-COUNT       PIC 9(7) VALUE 0.
           05  WS-DEFER-COUNT         PIC 9(7) VALUE 0.
           05  WS-ACH-ENROLL-COUNT    PIC 9(7) VALUE 0.
           05  WS-ACH-CANCEL-COUNT    PIC 9(7) VALUE 0.
           05  WS-INVESTOR-COUNT      PIC 9(7) VALUE 0.
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

       01  WS-NEXT-DUE-FIELDS.
           05  WS-NEXT-DUE-WORK       PIC 9(8).
               10  WS-DM-MM           PIC 9(2).
               10  WS-DM-DD           PIC 9(2).
           05  WS-DATE-WORK-INT       PIC S9(9).
           05  WS-MONTH-NUMBER        PIC 9(6).

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RD-YYYY         PIC 9(4).
               10  WS-RD-MM           PIC 9(2).
               10  WS-RD-DD           PIC 9(2).
           05  WS-START-DATE-WORK     PIC 9(8).
           05  WS-START-DATE-R REDEFINES WS-START-DATE-WORK.
               10  WS-SD-YYYY         PIC 9(4).
               10  WS-SD-MM           PIC 9(2).
               10  WS-SD-DD           PIC 9(2).

      * Re-amortization work fields for a term extension or rate
      * reduction - the same amortization formula LOANPROC
      * 2100-CALCULATE-PAYMENT applies
       01  WS-MODIFY-FIELDS.
           05  WS-ELAPSED-MONTHS      PIC S9(4).
           05  WS-REMAINING-MONTHS    PIC S9(4).
           05  WS-NEW-TERM-MONTHS     PIC S9(4).
           05  WS-MONTHS-MISSED       PIC S9(4).
           05  WS-AMORT-RATE          PIC 9(2)V9(4).
           05  WS-MONTHLY-RATE        PIC 9V9(8).
           05  WS-PAYMENT             PIC 9(7)V99.

       01  WS-REGISTER-HEADING-1.
           05  FILLER                 PIC X(30) VALUE
               "LOAN MODIFICATION REGISTER".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE            PIC 9(8).

       01  WS-REGISTER-HEADING-2.
           05  FILLER                 PIC X(45) VALUE SPACES.
           05  FILLER                 PIC X(54) VALUE "TERM".
           05  FILLER                 PIC X(19) VALUE "FORBEARANCE".
           05  FILLER                 PIC X(8)  VALUE "DEFERRED".

       01  WS-REGISTER-HEADING-3.
           05  FILLER                 PIC X(125) VALUE
               "LOAN NUMBER ACTION        OLD RATE NEW RATE  OLD"
               & " NEW  OLD PAYMENT  NEW PAYMENT  OLD DUE  NEW DUE"
               & "   FROM     THROUGH   OLD NEW".

       01  WS-REGISTER-LINE.
           05  RG-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-ACTION              PIC X(14).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-OLD-RATE            PIC Z9.9999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-NEW-RATE            PIC Z9.9999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-OLD-TERM            PIC ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-NEW-TERM            PIC ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-OLD-PAYMENT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-NEW-PAYMENT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-OLD-DUE-DATE        PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-NEW-DUE-DATE        PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-FORBEAR-START       PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-FORBEAR-END         PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RG-OLD-DEFERRED        PIC ZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RG-NEW-DEFERRED        PIC ZZ9.

       01  WS-REGISTER-TOTAL-LINE.
           05  RT-LABEL               PIC X(30).
           05  RT-COUNT               PIC Z(6)9.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LOAN-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT MAINT-TRANS-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           OPEN I-O LOAN-TRANS-FILE
           OPEN OUTPUT MOD-REGISTER-FILE
           OPEN I-O ACH-ENROLL-FILE
           OPEN INPUT INVESTOR-FILE
           OPEN I-O MAINT-AUDIT-FILE
           OPEN I-O MAINT-PENDING-FILE
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REGISTER-HEADING-1 TO MR-LINE
           WRITE MR-LINE
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE WS-REGISTER-HEADING-2 TO MR-LINE
           WRITE MR-LINE
           MOVE WS-REGISTER-HEADING-3 TO MR-LINE
           WRITE MR-LINE
           PERFORM 1500-RELEASE-APPROVED-ITEMS
           READ MAINT-TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * RELEASE-APPROVED-ITEMS
      * Business Rule: loan transactions a checker approved since the
      * last run are applied first, before today's work, through the
      * same edits and the same logic as a transaction applied as
      * keyed - the loan may have moved on since the item was keyed,
      * so one that no longer passes is marked failed with its reason
      * rather than forced through. The item keeps its maker as the
      * operator and carries the checker onto the audit record.
      *****************************************************************
       1500-RELEASE-APPROVED-ITEMS.
           MOVE 'N' TO WS-PEND-EOF-FLAG
           MOVE 'L' TO PM-FILE-CODE
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
                       IF NOT PM-LOAN-CHANGE
                           SET PENDING-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       1520-RELEASE-ONE-ITEM.
           IF PM-APPROVED
               MOVE PM-TRANS-IMAGE TO MAINT-TRANS-RECORD
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
           READ MAINT-TRANS-FILE
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
               WHEN MT-ADD-TRANS
                   PERFORM 2100-PROCESS-ADD
               WHEN MT-CHANGE-TRANS
                   PERFORM 2200-PROCESS-CHANGE
               WHEN MT-CLOSE-TRANS
                   PERFORM 2300-PROCESS-CLOSE
               WHEN MT-WAIVE-TRANS
                   PERFORM 2400-PROCESS-WAIVE
               WHEN MT-MODIFY-TRANS
                   PERFORM 2500-PROCESS-MODIFY
               WHEN MT-FORBEAR-TRANS
                   PERFORM 2600-PROCESS-FORBEARANCE
               WHEN MT-DEFER-TRANS
                   PERFORM 2700-PROCESS-DEFERRAL
               WHEN MT-ACH-ENROLL-TRANS
                   PERFORM 2750-PROCESS-ACH-ENROLL
               WHEN MT-ACH-CANCEL-TRANS
                   PERFORM 2760-PROCESS-ACH-CANCEL
               WHEN MT-INVESTOR-TRANS
                   PERFORM 2770-PROCESS-INVESTOR
           END-EVALUATE
           IF RECORD-VALID
               PERFORM 2940-WRITE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      * CHECK-SENSITIVE
      * Business Rule: a fee waiver, and any transaction that would
      * change the note rate, the ARM margin, periodic cap, lifetime
      * cap or lifetime floor, or the borrower's name, needs a second
      * operator's approval. 2070-FIND-LOAN has read the loan, so a
      * CHANGE is compared field by field with the master - one that
      * re-keys those terms unchanged goes straight through. A
      * modification carrying a new rate always changes the rate.
      * Setting the terms on a brand-new loan is not a change.
      *****************************************************************
       2040-CHECK-SENSITIVE.
           EVALUATE TRUE
               WHEN MT-WAIVE-TRANS
                   SET TRANS-SENSITIVE TO TRUE
               WHEN MT-CHANGE-TRANS
                   IF MT-INTEREST-RATE  NOT = LF-INTEREST-RATE
                       OR MT-RATE-MARGIN    NOT = LF-RATE-MARGIN
                       OR MT-PERIODIC-CAP   NOT = LF-PERIODIC-CAP
                       OR MT-LIFETIME-CAP   NOT = LF-LIFETIME-CAP
                       OR MT-LIFETIME-FLOOR NOT = LF-LIFETIME-FLOOR
                       OR MT-CUSTOMER-NAME  NOT = LF-CUSTOMER-NAME
                       SET TRANS-SENSITIVE TO TRUE
                   END-IF
               WHEN MT-MODIFY-TRANS
                   IF MT-INTEREST-RATE > 0
                       SET TRANS-SENSITIVE TO TRUE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * VALIDATE-TRANS
      * edits LOANPROC applies to LOAN-FILE, so a bad ADD or CHANGE
      * transaction cannot get a record onto the master that would
      * later be rejected (or worse, abend) during servicing. CHANGE
      * and CLOSE additionally require the loan to already exist,
      * and the loss-mitigation transactions require an open loan
      * and terms that pass 2090-VALIDATE-TERMS-CHANGE. Every
      * transaction must name the operator who keyed it, or there is
      * no one to put on the audit trail. A CLOSE needs an open
      * loan - a charged-off loan already has a zero balance and
      * must stay charged off so recoveries, the loss report and the
      * bureau still see it - and cannot take a loan off the books
      * while it still carries a balance - that is a loss, and a
      * loss goes through the charge-off run so it is approved and
      * accounted for. A bank
      * draft enrollment needs an open loan and bank details that
      * pass 2094-VALIDATE-ACH-ENROLL; a cancellation needs an
      * enrollment still drafting. An investor sale or transfer
      * needs an open loan and terms that pass
      * 2097-VALIDATE-INVESTOR.
      *****************************************************************
       2050-VALIDATE-TRANS.
           SET RECORD-VALID TO TRUE
           MOVE SPACES TO WS-REASON-CODE

           MOVE SPACES TO WS-BEFORE-IMAGE

           IF NOT MT-ADD-TRANS
               AND NOT MT-CHANGE-TRANS
               AND NOT MT-CLOSE-TRANS
               AND NOT MT-WAIVE-TRANS
               AND NOT MT-MODIFY-TRANS
               AND NOT MT-FORBEAR-TRANS
               AND NOT MT-DEFER-TRANS
               AND NOT MT-ACH-ENROLL-TRANS
               AND NOT MT-ACH-CANCEL-TRANS
               AND NOT MT-INVESTOR-TRANS
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-TRANS-TYPE TO TRUE
           END-IF

           IF RECORD-VALID
               AND MT-OPERATOR-ID = SPACES
               SET RECORD-INVALID TO TRUE
               SET MT-NO-OPERATOR TO TRUE
           END-IF

           IF RECORD-VALID
               AND (MT-ADD-TRANS OR MT-CHANGE-TRANS)
               PERFORM 2060-VALIDATE-LOAN-FIELDS
                   SET RECORD-INVALID TO TRUE
                   SET MT-DUP-LOAN TO TRUE
               END-IF
               IF NOT MT-ADD-TRANS
                   AND NOT LOAN-FOUND
                   SET RECORD-INVALID TO TRUE
                   SET MT-LOAN-NOT-FOUND TO TRUE
               END-IF
           END-IF

           IF RECORD-VALID
               AND MT-CLOSE-TRANS
               AND NOT LOAN-OPEN
               SET RECORD-INVALID TO TRUE
               SET MT-LOAN-NOT-OPEN TO TRUE
           END-IF

           IF RECORD-VALID
               AND MT-CLOSE-TRANS
               AND LF-BALANCE > 0
               SET RECORD-INVALID TO TRUE
               SET MT-BALANCE-OWING TO TRUE
           END-IF

           IF RECORD-VALID
               AND (MT-MODIFY-TRANS OR MT-FORBEAR-TRANS
                    OR MT-DEFER-TRANS)
               PERFORM 2090-VALIDATE-TERMS-CHANGE
           END-IF

           IF RECORD-VALID
               AND MT-ACH-ENROLL-TRANS
               PERFORM 2094-VALIDATE-ACH-ENROLL
           END-IF

           IF RECORD-VALID
               AND MT-ACH-CANCEL-TRANS
               PERFORM 2096-FIND-ENROLLMENT
               IF NOT ENROLLMENT-FOUND
                   OR NOT AE-ACTIVE
                   SET RECORD-INVALID TO TRUE
                   SET MT-NOT-ENROLLED TO TRUE
               END-IF
           END-IF

           IF RECORD-VALID
               AND MT-INVESTOR-TRANS
               PERFORM 2097-VALIDATE-INVESTOR
           END-IF.

       2060-VALIDATE-LOAN-FIELDS.
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
                   MOVE LOAN-RECORD TO WS-BEFORE-IMAGE
           END-READ.

       2080-FIND-CUSTOMER.
                   SET CUSTOMER-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * VALIDATE-TERMS-CHANGE
      * Business Rule: loss mitigation applies only to a loan still
      * being serviced. A modification must actually extend the
      * remaining term or reduce the note rate - an ARM's rate
      * follows its index and margin, so only its term can be
      * extended. A forbearance window needs real dates, ending on
      * or after the day it starts and no earlier than today. A
      * deferral can only move installments the borrower has
      * actually missed.
      *****************************************************************
       2090-VALIDATE-TERMS-CHANGE.
           PERFORM 2480-NORMALIZE-TERMS
           IF NOT LOAN-OPEN
               SET RECORD-INVALID TO TRUE
               SET MT-LOAN-NOT-OPEN TO TRUE
           END-IF

           IF RECORD-VALID
               EVALUATE TRUE
                   WHEN MT-MODIFY-TRANS
                       PERFORM 2091-VALIDATE-MODIFY
                   WHEN MT-FORBEAR-TRANS
                       PERFORM 2092-VALIDATE-FORBEARANCE
                   WHEN MT-DEFER-TRANS
                       PERFORM 2093-VALIDATE-DEFERRAL
               END-EVALUATE
           END-IF.

       2091-VALIDATE-MODIFY.
           IF MT-INTEREST-RATE = 0
               AND MT-TERM-MONTHS = 0
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-MOD-TERM TO TRUE
           END-IF

           IF RECORD-VALID
               AND MT-INTEREST-RATE > 0
               AND (VARIABLE-RATE
                    OR MT-INTEREST-RATE NOT < LF-INTEREST-RATE)
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-MOD-RATE TO TRUE
           END-IF

           IF RECORD-VALID
               AND MT-TERM-MONTHS > 0
               PERFORM 2510-COUNT-ELAPSED-MONTHS
               COMPUTE WS-REMAINING-MONTHS =
                   LF-TERM-MONTHS - WS-ELAPSED-MONTHS
               COMPUTE WS-NEW-TERM-MONTHS =
                   WS-ELAPSED-MONTHS + MT-TERM-MONTHS
               IF MT-TERM-MONTHS NOT > WS-REMAINING-MONTHS
                   OR WS-NEW-TERM-MONTHS > WS-MAX-TERM-MONTHS
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-MOD-TERM TO TRUE
               END-IF
           END-IF.

       2092-VALIDATE-FORBEARANCE.
           IF MT-FORBEAR-START-DATE NOT NUMERIC
               OR MT-FORBEAR-END-DATE NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-FORBEAR-DATES TO TRUE
           END-IF

           IF RECORD-VALID
               IF FUNCTION TEST-DATE-YYYYMMDD(MT-FORBEAR-START-DATE)
                   NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(MT-FORBEAR-END-DATE)
                   NOT = 0
                   OR MT-FORBEAR-END-DATE < MT-FORBEAR-START-DATE
                   OR MT-FORBEAR-END-DATE < WS-RUN-DATE
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-FORBEAR-DATES TO TRUE
               END-IF
           END-IF.

       2093-VALIDATE-DEFERRAL.
           PERFORM 2095-COUNT-MISSED-INSTALLMENTS
           IF MT-DEFER-COUNT NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-DEFER-COUNT TO TRUE
           ELSE
               IF MT-DEFER-COUNT = 0
                   OR MT-DEFER-COUNT > WS-MONTHS-MISSED
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-DEFER-COUNT TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * VALIDATE-ACH-ENROLL
      * Business Rule: only a loan still being serviced can be put
      * on bank draft. The routing number must carry a valid ABA
      * check digit, or the bank rejects every draft against it; the
      * account must be named and be checking or savings, the only
      * two a debit entry can reach. The draft day is held to 1-28
      * so it exists in every month. Fee authorization is Y or N -
      * blank is taken as N, no fees drafted.
      *****************************************************************
       2094-VALIDATE-ACH-ENROLL.
           IF NOT LOAN-OPEN
               SET RECORD-INVALID TO TRUE
               SET MT-LOAN-NOT-OPEN TO TRUE
           END-IF

           IF RECORD-VALID
               IF MT-ACH-ROUTING-NUMBER NOT NUMERIC
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-ACH-ROUTING TO TRUE
               ELSE
                   MOVE MT-ACH-ROUTING-NUMBER TO WS-ROUTING-WORK
                   COMPUTE WS-ROUTING-CHECK-SUM =
                       3 * (WS-RT-DIGIT(1) + WS-RT-DIGIT(4)
                            + WS-RT-DIGIT(7))
                       + 7 * (WS-RT-DIGIT(2) + WS-RT-DIGIT(5)
                            + WS-RT-DIGIT(8))
                       + WS-RT-DIGIT(3) + WS-RT-DIGIT(6)
                       + WS-RT-DIGIT(9)
                   IF WS-ROUTING-WORK = 0
                       OR FUNCTION REM(WS-ROUTING-CHECK-SUM, 10)
                       NOT = 0
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-ACH-ROUTING TO TRUE
                   END-IF
               END-IF
           END-IF

           IF RECORD-VALID
               AND (MT-ACH-ACCOUNT-NUMBER = SPACES
                    OR (MT-ACH-ACCOUNT-TYPE NOT = 'C'
                        AND MT-ACH-ACCOUNT-TYPE NOT = 'S'))
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-ACH-ACCOUNT TO TRUE
           END-IF

           IF RECORD-VALID
               IF MT-ACH-DRAFT-DAY NOT NUMERIC
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-DRAFT-DAY TO TRUE
               ELSE
                   IF MT-ACH-DRAFT-DAY < 1
                       OR MT-ACH-DRAFT-DAY > 28
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-DRAFT-DAY TO TRUE
                   END-IF
               END-IF
           END-IF

           IF RECORD-VALID
               AND MT-ACH-FEE-AUTH NOT = 'Y'
               AND MT-ACH-FEE-AUTH NOT = 'N'
               AND MT-ACH-FEE-AUTH NOT = SPACE
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-FEE-AUTH TO TRUE
           END-IF.

      *****************************************************************
      * VALIDATE-INVESTOR
      * Business Rule: only a loan still being serviced can be sold
      * or transferred. The pool must be an active pool on
      * INVESTOR.DAT, the investor must own some of the loan and no
      * more than all of it, and a rate must be passed through. The
      * pass-through and servicing-fee rates both come out of the
      * interest the borrower pays, so together they may not exceed
      * the rate the loan is earning today - on a repriced ARM the
      * current rate, as INTACCR accrues it. Pool zero returns a
      * pooled loan to portfolio and needs no other terms.
      *****************************************************************
       2097-VALIDATE-INVESTOR.
           PERFORM 2485-NORMALIZE-INVESTOR
           IF NOT LOAN-OPEN
               SET RECORD-INVALID TO TRUE
               SET MT-LOAN-NOT-OPEN TO TRUE
           END-IF

           IF RECORD-VALID
               AND MT-INVESTOR-POOL NOT NUMERIC
               SET RECORD-INVALID TO TRUE
               SET MT-BAD-INVESTOR-POOL TO TRUE
           END-IF

           IF RECORD-VALID
               IF MT-INVESTOR-POOL = 0
                   IF LF-INVESTOR-POOL = 0
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-INVESTOR-POOL TO TRUE
                   END-IF
               ELSE
                   PERFORM 2098-FIND-INVESTOR
                   IF NOT INVESTOR-FOUND
                       OR NOT IN-ACTIVE
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-INVESTOR-POOL TO TRUE
                   END-IF
               END-IF
           END-IF

           IF RECORD-VALID
               AND MT-INVESTOR-POOL > 0
               IF MT-INVESTOR-PCT NOT NUMERIC
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-INVESTOR-PCT TO TRUE
               ELSE
                   IF MT-INVESTOR-PCT = 0
                       OR MT-INVESTOR-PCT > 100
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-INVESTOR-PCT TO TRUE
                   END-IF
               END-IF
           END-IF

           IF RECORD-VALID
               AND MT-INVESTOR-POOL > 0
               IF MT-PASS-THRU-RATE NOT NUMERIC
                   OR MT-SERVICING-FEE-RATE NOT NUMERIC
                   SET RECORD-INVALID TO TRUE
                   SET MT-BAD-INVESTOR-RATES TO TRUE
               ELSE
                   IF VARIABLE-RATE AND LF-CURRENT-RATE NOT = 0
                       MOVE LF-CURRENT-RATE TO WS-EFFECTIVE-RATE
                   ELSE
                       MOVE LF-INTEREST-RATE TO WS-EFFECTIVE-RATE
                   END-IF
                   COMPUTE WS-INVESTOR-RATE-SUM =
                       MT-PASS-THRU-RATE + MT-SERVICING-FEE-RATE
                   IF MT-PASS-THRU-RATE = 0
                       OR WS-INVESTOR-RATE-SUM > WS-EFFECTIVE-RATE
                       SET RECORD-INVALID TO TRUE
                       SET MT-BAD-INVESTOR-RATES TO TRUE
                   END-IF
               END-IF
           END-IF.

       2098-FIND-INVESTOR.
           MOVE 'N' TO WS-INVESTOR-FOUND-FLAG
           MOVE MT-INVESTOR-POOL TO IN-POOL-NUMBER
           READ INVESTOR-FILE
               KEY IS IN-POOL-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-INVESTOR-FOUND-FLAG
               NOT INVALID KEY
                   SET INVESTOR-FOUND TO TRUE
           END-READ.

      * Every monthly due date from the stored next due date up to
      * today that has come and gone unpaid - the same count the
      * collection letters show
       2095-COUNT-MISSED-INSTALLMENTS.
           MOVE 0 TO WS-MONTHS-MISSED
           IF LF-NEXT-DUE-DATE > 0
               AND LF-NEXT-DUE-DATE < WS-RUN-DATE
               MOVE LF-NEXT-DUE-DATE TO WS-NEXT-DUE-WORK
               COMPUTE WS-MONTHS-MISSED =
                   (WS-RD-YYYY * 12 + WS-RD-MM)
                   - (WS-ND-YYYY * 12 + WS-ND-MM)
               IF WS-RD-DD NOT < WS-ND-DD
                   ADD 1 TO WS-MONTHS-MISSED
               END-IF
           END-IF.

      *****************************************************************
      * PROCESS-ADD
      * Business Rule: a new loan starts fully open with its balance
           MOVE 0                 TO LF-PAYMENTS-MADE
           MOVE 0                 TO LF-LATE-FEE-DUE
           MOVE 0                 TO LF-FEE-ASSESSED-THRU
           MOVE 0                 TO LF-MOD-DATE
           MOVE 0                 TO LF-MOD-BALANCE
           MOVE 0                 TO LF-MOD-TERM-MONTHS
           MOVE 0                 TO LF-FORBEAR-START-DATE
           MOVE 0                 TO LF-FORBEAR-END-DATE
           MOVE 0                 TO LF-DEFERRED-COUNT
           MOVE 0                 TO LF-CHARGEOFF-DATE
           MOVE 0                 TO LF-CHARGEOFF-PRINCIPAL
           MOVE 0                 TO LF-CHARGEOFF-INTEREST
           MOVE 0                 TO LF-CHARGEOFF-FEES
           MOVE 0                 TO LF-RECOVERED-AMOUNT
           MOVE 0                 TO LF-INVESTOR-POOL
           MOVE 0                 TO LF-INVESTOR-PCT
           MOVE 0                 TO LF-PASS-THRU-RATE
           MOVE 0                 TO LF-SERVICING-FEE-RATE
           MOVE 0                 TO LF-INVESTOR-DATE
           MOVE 0                 TO LF-INVESTOR-BALANCE
           SET LOAN-OPEN          TO TRUE

           WRITE LOAN-RECORD
      * Business Rule: mark the loan LOAN-CLOSED so LOANPROC skips it
      * on future runs, the same status a full payoff sets it to;
      * this covers loans closed for reasons other than payoff, such
      * as a cancellation with nothing left owing. A loan written off
      * with a balance is charged off by CHGOFF instead.
      *****************************************************************
       2300-PROCESS-CLOSE.
           SET LOAN-CLOSED TO TRUE
                   ADD 1 TO WS-WAIVE-COUNT
           END-REWRITE.

      *****************************************************************
      * NORMALIZE-TERMS
      * Business Rule: masters written before the modification,
      * forbearance and deferral fields existed read them back as
      * blanks - zero them before any comparison or arithmetic, and
      * so the rewrite leaves clean numbers on the master.
      *****************************************************************
       2480-NORMALIZE-TERMS.
           IF LF-MOD-DATE NOT NUMERIC
               MOVE 0 TO LF-MOD-DATE
           END-IF
           IF LF-MOD-BALANCE NOT NUMERIC
               MOVE 0 TO LF-MOD-BALANCE
           END-IF
           IF LF-MOD-TERM-MONTHS NOT NUMERIC
               MOVE 0 TO LF-MOD-TERM-MONTHS
           END-IF
           IF LF-FORBEAR-START-DATE NOT NUMERIC
               OR LF-FORBEAR-END-DATE NOT NUMERIC
               MOVE 0 TO LF-FORBEAR-START-DATE
               MOVE 0 TO LF-FORBEAR-END-DATE
           END-IF
           IF LF-DEFERRED-COUNT NOT NUMERIC
               MOVE 0 TO LF-DEFERRED-COUNT
           END-IF.

      * Masters written before the investor fields existed read
      * them back as blanks - such a loan has never been sold
       2485-NORMALIZE-INVESTOR.
           IF LF-INVESTOR-POOL NOT NUMERIC
               OR LF-INVESTOR-PCT NOT NUMERIC
               OR LF-PASS-THRU-RATE NOT NUMERIC
               OR LF-SERVICING-FEE-RATE NOT NUMERIC
               OR LF-INVESTOR-DATE NOT NUMERIC
               OR LF-INVESTOR-BALANCE NOT NUMERIC
               MOVE 0 TO LF-INVESTOR-POOL
               MOVE 0 TO LF-INVESTOR-PCT
               MOVE 0 TO LF-PASS-THRU-RATE
               MOVE 0 TO LF-SERVICING-FEE-RATE
               MOVE 0 TO LF-INVESTOR-DATE
               MOVE 0 TO LF-INVESTOR-BALANCE
           END-IF.

      *****************************************************************
      * PROCESS-MODIFY
      * Business Rule: a term extension or rate reduction re-spreads
      * the balance outstanding today - not the original principal -
      * over the new remaining term at the new rate, on the same
      * amortization formula LOANPROC 2100 uses, so the borrower's
      * new installment is known the day the modification is
      * booked. The balance and term re-spread are kept on the
      * master as the re-amortization base so the servicing run
      * keeps charging the modified payment. LF-TERM-MONTHS is
      * restated as months already elapsed plus the new remaining
      * term, so the maturity date and an ARM's remaining-payment
      * count both follow the extension. A zero rate or term on the
      * transaction keeps the loan's current one.
      *****************************************************************
       2500-PROCESS-MODIFY.
           PERFORM 2800-SAVE-OLD-TERMS
           PERFORM 2510-COUNT-ELAPSED-MONTHS
           IF MT-TERM-MONTHS > 0
               MOVE MT-TERM-MONTHS TO WS-REMAINING-MONTHS
               COMPUTE LF-TERM-MONTHS =
                   WS-ELAPSED-MONTHS + MT-TERM-MONTHS
           ELSE
               COMPUTE WS-REMAINING-MONTHS =
                   LF-TERM-MONTHS - WS-ELAPSED-MONTHS
               IF WS-REMAINING-MONTHS < 1
                   MOVE 1 TO WS-REMAINING-MONTHS
               END-IF
           END-IF
           IF MT-INTEREST-RATE > 0
               MOVE MT-INTEREST-RATE TO LF-INTEREST-RATE
           END-IF

      * An ARM re-spreads at the rate it is accruing at now - the
      * rate last applied by the servicing run, once it has repriced
           MOVE LF-INTEREST-RATE TO WS-AMORT-RATE
           IF VARIABLE-RATE
               AND LF-CURRENT-RATE > 0
               MOVE LF-CURRENT-RATE TO WS-AMORT-RATE
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-AMORT-RATE / 12

           IF INTEREST-ONLY
               COMPUTE WS-PAYMENT ROUNDED =
                   LF-BALANCE * WS-MONTHLY-RATE
           ELSE
               COMPUTE WS-PAYMENT ROUNDED =
                   LF-BALANCE *
                   (WS-MONTHLY-RATE *
                    (1 + WS-MONTHLY-RATE) ** WS-REMAINING-MONTHS) /
                   ((1 + WS-MONTHLY-RATE) ** WS-REMAINING-MONTHS - 1)
           END-IF
           COMPUTE LF-PAYMENT-AMOUNT =
               WS-PAYMENT + LF-ESCROW-PAYMENT

           MOVE WS-RUN-DATE         TO LF-MOD-DATE
           MOVE LF-BALANCE          TO LF-MOD-BALANCE
           MOVE WS-REMAINING-MONTHS TO LF-MOD-TERM-MONTHS

           REWRITE LOAN-RECORD
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   SET MT-LOAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MODIFY-COUNT
                   SET TR-LOAN-MODIFICATION TO TRUE
                   PERFORM 2850-WRITE-TERMS-ENTRY
           END-REWRITE.

      * Whole months from the loan's start date to today - the same
      * count LOANPROC 2150 uses to find an ARM's remaining payments
       2510-COUNT-ELAPSED-MONTHS.
           MOVE LF-START-DATE TO WS-START-DATE-WORK
           COMPUTE WS-ELAPSED-MONTHS =
               (WS-RD-YYYY - WS-SD-YYYY) * 12 +
               (WS-RD-MM - WS-SD-MM)
           IF WS-ELAPSED-MONTHS < 0
               MOVE 0 TO WS-ELAPSED-MONTHS
           END-IF.

      *****************************************************************
      * PROCESS-FORBEARANCE
      * Business Rule: a forbearance window replaces any earlier one.
      * While the servicing run date falls inside it LOANPROC neither
      * ages the loan nor assesses late fees, and collection letters
      * are held; the payment terms themselves do not change.
      *****************************************************************
       2600-PROCESS-FORBEARANCE.
           PERFORM 2800-SAVE-OLD-TERMS
           MOVE MT-FORBEAR-START-DATE TO LF-FORBEAR-START-DATE
           MOVE MT-FORBEAR-END-DATE   TO LF-FORBEAR-END-DATE

           REWRITE LOAN-RECORD
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   SET MT-LOAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-FORBEAR-COUNT
                   SET TR-FORBEARANCE TO TRUE
                   PERFORM 2850-WRITE-TERMS-ENTRY
           END-REWRITE.

      *****************************************************************
      * PROCESS-DEFERRAL
      * Business Rule: the missed installments move to the end of
      * the loan - the next due date rolls forward one month for
      * each, so the loan is current again, and LF-DEFERRED-COUNT
      * carries them so the maturity date moves out by the same
      * number of months. Balance and installment amount are
      * unchanged; the deferred installments fall due at maturity.
      *****************************************************************
       2700-PROCESS-DEFERRAL.
           PERFORM 2800-SAVE-OLD-TERMS
           MOVE LF-NEXT-DUE-DATE TO WS-NEXT-DUE-WORK
           COMPUTE WS-MONTH-NUMBER =
               WS-ND-YYYY * 12 + WS-ND-MM - 1 + MT-DEFER-COUNT
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-ND-YYYY REMAINDER WS-ND-MM
           ADD 1 TO WS-ND-MM
           PERFORM 2160-CLAMP-DUE-DAY
           MOVE WS-NEXT-DUE-WORK TO LF-NEXT-DUE-DATE
           ADD MT-DEFER-COUNT TO LF-DEFERRED-COUNT

           REWRITE LOAN-RECORD
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   SET MT-LOAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DEFER-COUNT
                   SET TR-PAYMENT-DEFERRAL TO TRUE
                   PERFORM 2850-WRITE-TERMS-ENTRY
           END-REWRITE.

       2096-FIND-ENROLLMENT.
           MOVE 'N' TO WS-ENROLL-FOUND-FLAG
           MOVE MT-LOAN-NUMBER TO AE-LOAN-NUMBER
           READ ACH-ENROLL-FILE
               KEY IS AE-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-ENROLL-FOUND-FLAG
               NOT INVALID KEY
                   SET ENROLLMENT-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * PROCESS-ACH-ENROLL
      * Business Rule: an enrollment starts drafting with the
      * installment falling due on or after today; a re-enrollment
      * or change of bank replaces the bank details and starts the
      * returned-item count over, but keeps the record of the last
      * installment drafted so that installment is never drafted a
      * second time, and leaves any draft or return still waiting
      * to be posted where it is.
      *****************************************************************
       2750-PROCESS-ACH-ENROLL.
           PERFORM 2096-FIND-ENROLLMENT
           IF NOT ENROLLMENT-FOUND
               MOVE MT-LOAN-NUMBER    TO AE-LOAN-NUMBER
               MOVE 0                 TO AE-LAST-DRAFT-DUE
               MOVE 0                 TO AE-LAST-DRAFT-DATE
               MOVE 0                 TO AE-LAST-DRAFT-AMOUNT
               MOVE 0                 TO AE-LAST-TRACE-NUMBER
               MOVE 0                 TO AE-LAST-RETURN-DATE
               MOVE SPACES            TO AE-LAST-RETURN-CODE
               MOVE 'N'               TO AE-DRAFT-FEED-FLAG
               MOVE 'N'               TO AE-RETURN-FEED-FLAG
           END-IF
           MOVE MT-ACH-ROUTING-NUMBER TO AE-ROUTING-NUMBER
           MOVE MT-ACH-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
           MOVE MT-ACH-ACCOUNT-TYPE   TO AE-ACCOUNT-TYPE
           MOVE MT-ACH-DRAFT-DAY      TO AE-DRAFT-DAY
           IF MT-ACH-FEE-AUTH = 'Y'
               MOVE 'Y' TO AE-FEE-AUTH-FLAG
           ELSE
               MOVE 'N' TO AE-FEE-AUTH-FLAG
           END-IF
           SET AE-ACTIVE              TO TRUE
           MOVE WS-RUN-DATE           TO AE-ENROLL-DATE
           MOVE WS-RUN-DATE           TO AE-STATUS-DATE
           MOVE 0                     TO AE-RETURN-COUNT

           IF ENROLLMENT-FOUND
               REWRITE ACH-ENROLLMENT-RECORD
                   INVALID KEY
                       SET RECORD-INVALID TO TRUE
                       SET MT-NOT-ENROLLED TO TRUE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACH-ENROLL-COUNT
               END-REWRITE
           ELSE
               WRITE ACH-ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING ACH ENROLLMENT '
                           AE-LOAN-NUMBER
                       SET RECORD-INVALID TO TRUE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACH-ENROLL-COUNT
               END-WRITE
           END-IF.

      *****************************************************************
      * PROCESS-ACH-CANCEL
      * Business Rule: a cancellation stops future drafts from the
      * next ACHDRAFT run. A draft already sent to the bank still
      * posts, and a return against it is still applied.
      *****************************************************************
       2760-PROCESS-ACH-CANCEL.
           SET AE-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO AE-STATUS-DATE

           REWRITE ACH-ENROLLMENT-RECORD
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   SET MT-NOT-ENROLLED TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ACH-CANCEL-COUNT
           END-REWRITE.

      *****************************************************************
      * PROCESS-INVESTOR
      * Business Rule: a loan going into a pool - or moving from one
      * pool to another - is sold on the balance it carries today;
      * INVREMIT passes the investor only collections posted after
      * today and ties the pool back to the loans in it. A change
      * of percentage or rates within the same pool keeps the
      * original sale date and balance. Pool
      * zero takes the loan back into portfolio and clears every
      * ownership field. Every change goes on the history with the
      * ownership before and after, so INVREMIT can pay the pool
      * losing the loan its part of the month and move the balance
      * out of it and into the pool gaining it.
      *****************************************************************
       2770-PROCESS-INVESTOR.
           PERFORM 2780-SAVE-OLD-OWNERSHIP
           IF MT-INVESTOR-POOL = 0
               MOVE 0 TO LF-INVESTOR-POOL
               MOVE 0 TO LF-INVESTOR-PCT
               MOVE 0 TO LF-PASS-THRU-RATE
               MOVE 0 TO LF-SERVICING-FEE-RATE
               MOVE 0 TO LF-INVESTOR-DATE
               MOVE 0 TO LF-INVESTOR-BALANCE
           ELSE
               IF MT-INVESTOR-POOL NOT = LF-INVESTOR-POOL
                   MOVE MT-INVESTOR-POOL TO LF-INVESTOR-POOL
                   MOVE WS-RUN-DATE      TO LF-INVESTOR-DATE
                   MOVE LF-BALANCE       TO LF-INVESTOR-BALANCE
               END-IF
               MOVE MT-INVESTOR-PCT       TO LF-INVESTOR-PCT
               MOVE MT-PASS-THRU-RATE     TO LF-PASS-THRU-RATE
               MOVE MT-SERVICING-FEE-RATE TO LF-SERVICING-FEE-RATE
           END-IF

           REWRITE LOAN-RECORD
               INVALID KEY
                   SET RECORD-INVALID TO TRUE
                   SET MT-LOAN-NOT-FOUND TO TRUE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-INVESTOR-COUNT
                   PERFORM 2790-WRITE-OWNERSHIP-ENTRY
           END-REWRITE.

      * The ownership as it stood before this transaction, captured
      * before anything on the master is touched
       2780-SAVE-OLD-OWNERSHIP.
           MOVE ZEROS                 TO TR-MOD-DETAIL
           MOVE LF-INVESTOR-POOL      TO TR-OLD-INVESTOR-POOL
           MOVE LF-INVESTOR-PCT       TO TR-OLD-INVESTOR-PCT
           MOVE LF-PASS-THRU-RATE     TO TR-OLD-PASS-THRU
           MOVE LF-SERVICING-FEE-RATE TO TR-OLD-SERVICING-FEE
           MOVE LF-INVESTOR-DATE      TO TR-OLD-INVESTOR-DATE.

      *****************************************************************
      * WRITE-OWNERSHIP-ENTRY
      * Business Rule: an ownership change moves no money - amounts
      * are zero and the balance carries through unchanged on both
      * sides, as on a terms entry - but the balance it carries is
      * the balance that changes hands, at the old share out of the
      * old pool and at the new share into the new one.
      *****************************************************************
       2790-WRITE-OWNERSHIP-ENTRY.
           SET TR-OWNERSHIP-CHANGE    TO TRUE
           MOVE LF-LOAN-NUMBER        TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE           TO TR-RUN-DATE
           MOVE 0                     TO TR-PAYMENT-AMOUNT
           MOVE 0                     TO TR-INTEREST-PART
           MOVE 0                     TO TR-PRINCIPAL-PART
           MOVE 0                     TO TR-LATE-FEE
           MOVE 0                     TO TR-ESCROW-PART
           MOVE LF-BALANCE            TO TR-BEGIN-BALANCE
           MOVE LF-BALANCE            TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE     TO TR-PRIOR-POST-DATE
           MOVE 0                     TO TR-FEE-PAID-PART
           IF LF-FEE-ASSESSED-THRU NUMERIC
               MOVE LF-FEE-ASSESSED-THRU TO TR-PRIOR-ASSESSED-THRU
           ELSE
               MOVE 0 TO TR-PRIOR-ASSESSED-THRU
           END-IF
           MOVE LF-INVESTOR-POOL      TO TR-NEW-INVESTOR-POOL
           MOVE LF-INVESTOR-PCT       TO TR-NEW-INVESTOR-PCT
           MOVE LF-PASS-THRU-RATE     TO TR-NEW-PASS-THRU
           MOVE LF-SERVICING-FEE-RATE TO TR-NEW-SERVICING-FEE
           MOVE LF-INVESTOR-DATE      TO TR-NEW-INVESTOR-DATE
           PERFORM 2870-ADD-HISTORY-ENTRY.

      * The terms as they stood before this transaction, captured
      * before anything on the master is touched
       2800-SAVE-OLD-TERMS.
           MOVE LF-INTEREST-RATE      TO TR-OLD-RATE
           MOVE LF-TERM-MONTHS        TO TR-OLD-TERM
           MOVE LF-PAYMENT-AMOUNT     TO TR-OLD-PAYMENT
           MOVE LF-NEXT-DUE-DATE      TO TR-OLD-DUE-DATE
           MOVE LF-FORBEAR-START-DATE TO TR-OLD-FORBEAR-START
           MOVE LF-FORBEAR-END-DATE   TO TR-OLD-FORBEAR-END
           MOVE LF-DEFERRED-COUNT     TO TR-OLD-DEFERRED.

      *****************************************************************
      * WRITE-TERMS-ENTRY
      * Business Rule: a terms change moves no money - amounts are
      * zero and the balance carries through unchanged on both
      * sides, so the history chain BALAUDIT replays stays whole -
      * but the old and new terms go on the trail and on the
      * modification register for compliance review.
      *****************************************************************
       2850-WRITE-TERMS-ENTRY.
           MOVE LF-LOAN-NUMBER        TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE           TO TR-RUN-DATE
           MOVE 0                     TO TR-PAYMENT-AMOUNT
           MOVE 0                     TO TR-INTEREST-PART
           MOVE 0                     TO TR-PRINCIPAL-PART
           MOVE 0                     TO TR-LATE-FEE
           MOVE 0                     TO TR-ESCROW-PART
           MOVE LF-BALANCE            TO TR-BEGIN-BALANCE
           MOVE LF-BALANCE            TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE     TO TR-PRIOR-POST-DATE
           MOVE 0                     TO TR-FEE-PAID-PART
           IF LF-FEE-ASSESSED-THRU NUMERIC
               MOVE LF-FEE-ASSESSED-THRU TO TR-PRIOR-ASSESSED-THRU
           ELSE
               MOVE 0 TO TR-PRIOR-ASSESSED-THRU
           END-IF
           MOVE LF-INTEREST-RATE      TO TR-NEW-RATE
           MOVE LF-TERM-MONTHS        TO TR-NEW-TERM
           MOVE LF-PAYMENT-AMOUNT     TO TR-NEW-PAYMENT
           MOVE LF-NEXT-DUE-DATE      TO TR-NEW-DUE-DATE
           MOVE LF-FORBEAR-START-DATE TO TR-NEW-FORBEAR-START
           MOVE LF-FORBEAR-END-DATE   TO TR-NEW-FORBEAR-END
           MOVE LF-DEFERRED-COUNT     TO TR-NEW-DEFERRED
           PERFORM 2870-ADD-HISTORY-ENTRY
           PERFORM 2860-PRINT-REGISTER-LINE.

       2860-PRINT-REGISTER-LINE.
           MOVE TR-LOAN-NUMBER        TO RG-LOAN-NUMBER
           EVALUATE TRUE
               WHEN TR-LOAN-MODIFICATION
                   MOVE "TERM/RATE MOD"  TO RG-ACTION
               WHEN TR-FORBEARANCE
                   MOVE "FORBEARANCE"    TO RG-ACTION
               WHEN TR-PAYMENT-DEFERRAL
                   MOVE "DEFERRAL"       TO RG-ACTION
           END-EVALUATE
           MOVE TR-OLD-RATE           TO RG-OLD-RATE
           MOVE TR-NEW-RATE           TO RG-NEW-RATE
           MOVE TR-OLD-TERM           TO RG-OLD-TERM
           MOVE TR-NEW-TERM           TO RG-NEW-TERM
           MOVE TR-OLD-PAYMENT        TO RG-OLD-PAYMENT
           MOVE TR-NEW-PAYMENT        TO RG-NEW-PAYMENT
           MOVE TR-OLD-DUE-DATE       TO RG-OLD-DUE-DATE
           MOVE TR-NEW-DUE-DATE       TO RG-NEW-DUE-DATE
           MOVE TR-NEW-FORBEAR-START  TO RG-FORBEAR-START
           MOVE TR-NEW-FORBEAR-END    TO RG-FORBEAR-END
           MOVE TR-OLD-DEFERRED       TO RG-OLD-DEFERRED
           MOVE TR-NEW-DEFERRED       TO RG-NEW-DEFERRED
           MOVE WS-REGISTER-LINE      TO MR-LINE
           WRITE MR-LINE.

      *****************************************************************
      * ADD-HISTORY-ENTRY
      * Business Rule: the history is keyed on loan, run date and
      * sequence number, so an entry goes in at the first sequence
      * number free for the loan and run date - an entry already
      * written for the loan that day, by this run or another
      * program, is never overwritten.
      *****************************************************************
       2870-ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-HISTORY-ADDED-FLAG
           MOVE 0   TO TR-SEQUENCE-NUMBER
           PERFORM 2880-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-ADDED OR TR-SEQUENCE-NUMBER = 9999
           IF NOT HISTORY-ADDED
               DISPLAY 'HISTORY FULL FOR LOAN ' TR-LOAN-NUMBER
                   ' RUN DATE ' TR-RUN-DATE ' - ENTRY NOT WRITTEN'
           END-IF.

       2880-TRY-HISTORY-SEQUENCE.
           ADD 1 TO TR-SEQUENCE-NUMBER
           WRITE LOAN-TRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ADDED TO TRUE
           END-WRITE.

       2900-WRITE-LOG-RECORD.
           MOVE MT-LOAN-NUMBER  TO LL-LOAN-NUMBER
           MOVE MT-TRANS-TYPE   TO LL-TRANS-TYPE
           MOVE WS-REASON-CODE  TO LL-REASON-CODE
           MOVE MT-OPERATOR-ID  TO LL-OPERATOR-ID
           MOVE WS-CHECKER-ID   TO LL-CHECKER-ID
           EVALUATE TRUE
               WHEN NOT RECORD-VALID
                   MOVE "REJECTED" TO LL-RESULT
               WHEN TRANS-SENSITIVE
                   MOVE "PENDING" TO LL-RESULT
               WHEN OTHER
                   MOVE "APPLIED" TO LL-RESULT
           END-EVALUATE
           MOVE WS-LOG-LINE TO ML-LINE
           WRITE ML-LINE.

      *****************************************************************
      * WRITE-AUDIT-RECORD
      * Business Rule: every applied transaction leaves a permanent
      * record of who keyed it, who approved it if it needed
      * approval, when it was applied, and the whole loan record
      * before and after - an ACH enrollment or cancellation leaves
      * the loan record itself unchanged, and its audit record shows
      * exactly that.
      *****************************************************************
       2940-WRITE-AUDIT-RECORD.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-RUN-DATE     TO MA-AUDIT-DATE
           MOVE MT-OPERATOR-ID  TO MA-OPERATOR-ID
           MOVE WS-TOD-HHMMSS   TO MA-AUDIT-TIME
           SET MA-LOAN-CHANGE   TO TRUE
           MOVE MT-LOAN-NUMBER  TO MA-RECORD-KEY
           MOVE MT-TRANS-TYPE   TO MA-TRANS-TYPE
           MOVE WS-CHECKER-ID   TO MA-APPROVED-BY
           MOVE WS-MADE-DATE    TO MA-MADE-DATE
           MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE
           MOVE LOAN-RECORD     TO MA-AFTER-IMAGE
           PERFORM 2945-ADD-AUDIT-ENTRY.

      *****************************************************************
      * ADD-AUDIT-ENTRY
      * Business Rule: the audit trail is keyed on date, operator and
      * sequence number, so an entry goes in at the first sequence
      * number free for the operator that day - an entry already on
      * the trail is never overwritten. The search starts after the
      * last entry this run gave the same operator.
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
                   ' - LOAN ' MA-RECORD-KEY ' NOT AUDITED'
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
      * Business Rule: a sensitive transaction is kept on the pending
      * file exactly as keyed, under its maker, and nothing on the
      * master changes; it appears on the pending-approval list until
      * a different operator decides it in the MNTAPPR run. An entry
      * goes in at the first sequence number free for the day.
      *****************************************************************
       2950-HOLD-FOR-APPROVAL.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           SET PM-LOAN-CHANGE   TO TRUE
           MOVE WS-RUN-DATE     TO PM-MADE-DATE
           MOVE WS-TOD-HHMMSS   TO PM-MADE-TIME
           MOVE MT-LOAN-NUMBER  TO PM-RECORD-KEY
           MOVE MT-TRANS-TYPE   TO PM-TRANS-TYPE
           MOVE MT-OPERATOR-ID  TO PM-MAKER-ID
           MOVE SPACES          TO PM-CHECKER-ID
           SET PM-PENDING       TO TRUE
           MOVE WS-RUN-DATE     TO PM-STATUS-DATE
           MOVE SPACES          TO PM-REASON-CODE
           MOVE MAINT-TRANS-RECORD TO PM-TRANS-IMAGE

           MOVE 'N' TO WS-PENDING-ADDED-FLAG
           MOVE 0   TO PM-SEQUENCE-NUMBER
           PERFORM 2955-TRY-PENDING-SEQUENCE
               UNTIL PENDING-ADDED OR PM-SEQUENCE-NUMBER = 999999
           IF PENDING-ADDED
               ADD 1 TO WS-HELD-COUNT
           ELSE
               DISPLAY 'PENDING FILE FULL FOR ' PM-MADE-DATE
                   ' - LOAN ' MT-LOAN-NUMBER ' NOT HELD'
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
           PERFORM 9200-PRINT-REGISTER-TOTALS
           CLOSE LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE MAINT-TRANS-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE MOD-REGISTER-FILE
           CLOSE ACH-ENROLL-FILE
           CLOSE INVESTOR-FILE
           CLOSE MAINT-AUDIT-FILE
           CLOSE MAINT-PENDING-FILE.

       9100-PRINT-SUMMARY.
           MOVE SPACES TO ML-LINE
           STRING "FEES WAIVED    : " WS-WAIVE-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "LOANS MODIFIED : " WS-MODIFY-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "FORBEARANCES   : " WS-FORBEAR-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "DEFERRALS      : " WS-DEFER-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "DRAFTS ENROLLED: " WS-ACH-ENROLL-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "DRAFTS CANCELED: " WS-ACH-CANCEL-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "INVESTOR SALES : " WS-INVESTOR-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "HELD FOR APPROVAL     : " WS-HELD-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "APPROVED ITEMS APPLIED: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE
           STRING "TRANSACTIONS REJECTED : " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO ML-LINE
           WRITE ML-LINE.

       9200-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO MR-LINE
           WRITE MR-LINE
           MOVE "TERM/RATE MODIFICATIONS"     TO RT-LABEL
           MOVE WS-MODIFY-COUNT               TO RT-COUNT
           MOVE WS-REGISTER-TOTAL-LINE        TO MR-LINE
           WRITE MR-LINE
           MOVE "FORBEARANCES GRANTED"        TO RT-LABEL
           MOVE WS-FORBEAR-COUNT              TO RT-COUNT
           MOVE WS-REGISTER-TOTAL-LINE        TO MR-LINE
           WRITE MR-LINE
           MOVE "DEFERRALS APPLIED"           TO RT-LABEL
           MOVE WS-DEFER-COUNT                TO RT-COUNT
           MOVE WS-REGISTER-TOTAL-LINE        TO MR-LINE
           WRITE MR-LINE.
