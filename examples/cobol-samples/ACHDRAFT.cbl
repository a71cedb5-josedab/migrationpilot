       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDRAFT.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * ACH AUTO-DEBIT ORIGINATION AND RETURNED-ITEM PROCESSING
      * Drafts the monthly installment from the bank account of
      * every borrower enrolled through LNMAINT on ACHENRL.DAT. Each
      * business day it first applies the drafts the bank sent back
      * unpaid on ACHRETN.DAT: the returned draft is queued to post
      * as a reversal, a returned-item fee is added to the late-fee
      * balance, and an enrollment whose drafts keep coming back -
      * or come back for a reason no second presentment can fix -
      * is dropped. It then originates a debit for every active
      * enrollment whose installment has reached its draft day,
      * writing the NACHA-format ACHDEBIT.DAT for the originating
      * bank with an effective date of the next business day.
      * Originated drafts and queued reversals wait on the
      * enrollment record until PMTEDIT releases them into the next
      * payment feed, so they post through LOANPROC exactly as a
      * lockbox payment or an NSF reversal would. Every return and
      * draft prints on the ACH register (ACHRPT.TXT).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL ACH-ENROLL-FILE ASSIGN TO "ACHENRL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-NUMBER.

           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO "ACHRETN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BUSINESS-CALENDAR-FILE ASSIGN TO
               "BUSCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-DEBIT-FILE ASSIGN TO "ACHDEBIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACH-REGISTER ASSIGN TO "ACHRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  ACH-ENROLL-FILE.
           COPY ACHENRL.

       FD  ACH-RETURN-FILE.
           COPY ACHRETN.

       FD  BUSINESS-CALENDAR-FILE.
           COPY BUSCAL.

       FD  ACH-DEBIT-FILE.
           COPY ACHNACHA.

       FD  ACH-REGISTER.
       01  RG-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  FILLER             PIC 9(2).
               10  WS-RD-YYMMDD       PIC 9(6).
           05  WS-RUN-TIME            PIC 9(8).
           05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
               10  WS-RT-HHMM         PIC 9(4).
               10  FILLER             PIC 9(4).
           05  WS-EFFECTIVE-DATE      PIC 9(8).
           05  WS-EFFECTIVE-DATE-R REDEFINES WS-EFFECTIVE-DATE.
               10  FILLER             PIC 9(2).
               10  WS-ED-YYMMDD       PIC 9(6).
           05  WS-DRAFT-DATE          PIC 9(8).
           05  WS-DRAFT-DATE-R REDEFINES WS-DRAFT-DATE.
               10  WS-DR-YYYY         PIC 9(4).
               10  WS-DR-MM           PIC 9(2).
               10  WS-DR-DD           PIC 9(2).
           05  WS-DATE-WORK-INT       PIC S9(9).
           05  WS-DAY-NUMBER          PIC 9(1).

       01  WS-HOLIDAY-MAX-ENTRIES     PIC 9(4) VALUE 100.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-COUNT       PIC 9(4) VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CAL-IDX.
               10  WS-HOLIDAY-DATE    PIC 9(8).

      * Originator identification assigned by the originating bank
      * when the ACH origination agreement was signed
       01  WS-ORIGINATOR-FIELDS.
           05  WS-IMMEDIATE-DEST      PIC X(10) VALUE " 091000019".
           05  WS-DEST-NAME           PIC X(23) VALUE
               "ORIGINATING BANK".
           05  WS-IMMEDIATE-ORIGIN    PIC X(10) VALUE "1123456789".
           05  WS-ORIGIN-NAME         PIC X(23) VALUE
               "LOAN SERVICING".
           05  WS-COMPANY-NAME        PIC X(16) VALUE
               "LOAN SERVICING".
           05  WS-COMPANY-ID          PIC X(10) VALUE "1123456789".
           05  WS-ODFI-ID             PIC 9(8)  VALUE 09100001.
           05  WS-ENTRY-DESC          PIC X(10) VALUE "LOAN PMT".

      * Returned-item policy - the fee charged for each draft the
      * bank returns, and the number of returns that ends drafting
       01  WS-RETURN-POLICY.
           05  WS-RETURN-FEE          PIC 9(5)V99 VALUE 25.00.
           05  WS-RETURN-LIMIT        PIC 9(2)    VALUE 2.

       01  WS-DRAFT-FIELDS.
           05  WS-DRAFT-AMOUNT        PIC 9(9)V99.
           05  WS-FEES-DRAFTED        PIC 9(7)V99.
           05  WS-FEE-CHARGED         PIC 9(5)V99.
           05  WS-RETURN-ACTION       PIC X(20).
           05  WS-ENROLL-ACTION       PIC X(10).

       01  WS-NACHA-FIELDS.
           05  WS-RECORD-COUNT        PIC 9(6)     VALUE 0.
           05  WS-ENTRY-COUNT         PIC 9(6)     VALUE 0.
           05  WS-ENTRY-HASH          PIC 9(12)    VALUE 0.
           05  WS-BATCH-DEBIT-TOTAL   PIC 9(10)V99 VALUE 0.
           05  WS-BATCH-COUNT         PIC 9(6)     VALUE 0.
           05  WS-BLOCK-COUNT         PIC 9(6)     VALUE 0.
           05  WS-PAD-COUNT           PIC 9(2)     VALUE 0.

       01  WS-CONTROL-TOTALS.
           05  WS-RETURNS-READ        PIC 9(7)     VALUE 0.
           05  WS-RETURNS-APPLIED     PIC 9(7)     VALUE 0.
           05  WS-RETURNS-REJECTED    PIC 9(7)     VALUE 0.
           05  WS-REVERSALS-QUEUED    PIC 9(7)     VALUE 0.
           05  WS-DRAFTS-WITHDRAWN    PIC 9(7)     VALUE 0.
           05  WS-RETURNED-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-RETURN-FEE-COUNT    PIC 9(7)     VALUE 0.
           05  WS-RETURN-FEE-TOTAL    PIC 9(11)V99 VALUE 0.
           05  WS-DROPPED-COUNT       PIC 9(7)     VALUE 0.
           05  WS-DRAFT-COUNT         PIC 9(7)     VALUE 0.
           05  WS-DRAFT-TOTAL         PIC 9(11)V99 VALUE 0.
           05  WS-DRAFT-FEE-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-RETURN-EOF-FLAG     PIC X VALUE 'N'.
               88 RETURN-END-OF-FILE  VALUE 'Y'.
           05  WS-ENROLL-EOF-FLAG     PIC X VALUE 'N'.
               88 ENROLL-END-OF-FILE  VALUE 'Y'.
           05  WS-CAL-EOF-FLAG        PIC X VALUE 'N'.
               88 CAL-END-OF-FILE     VALUE 'Y'.
           05  WS-BUS-DAY-FLAG        PIC X VALUE 'Y'.
               88 BUSINESS-DAY        VALUE 'Y'.
           05  WS-FOUND-FLAG          PIC X VALUE 'N'.
               88 LOAN-FOUND          VALUE 'Y'.
           05  WS-ENROLL-FOUND-FLAG   PIC X VALUE 'N'.
               88 ENROLLMENT-FOUND    VALUE 'Y'.
           05  WS-BATCH-FLAG          PIC X VALUE 'N'.
               88 BATCH-OPEN          VALUE 'Y'.
           05  WS-FORBEAR-FLAG        PIC X VALUE 'N'.
               88 IN-FORBEARANCE      VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  HL-TITLE               PIC X(40).
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(18) VALUE
               "   EFFECTIVE DATE ".
           05  HL-EFFECTIVE-DATE      PIC 9(8).

       01  WS-RETURN-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "LOAN NUMBER CUSTOMER                   DRAFTED  "
               & " TRACE NUMBER    CODE      AMOUNT RETURN FEE"
               & "   ACTION               ENROLLMENT".

       01  WS-DRAFT-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "LOAN NUMBER CUSTOMER                   DUE DATE "
               & " DRAFT DAY   TYPE      TRACE NUMBER"
               & "           AMOUNT FEES INCLUDED".

       01  WS-RETURN-LINE.
           05  RT-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-DRAFT-DATE          PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-TRACE-NUMBER        PIC 9(15).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-RETURN-CODE         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RT-FEE                 PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  RT-ACTION              PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RT-ENROLLMENT          PIC X(10).

       01  WS-DRAFT-LINE.
           05  DL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-DUE-DATE            PIC 9(8).
           05  FILLER                 PIC X(9)  VALUE SPACES.
           05  DL-DRAFT-DAY           PIC Z9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  DL-ACCOUNT-TYPE        PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-TRACE-NUMBER        PIC 9(15).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  DL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  DL-FEES                PIC ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RETURN UNTIL RETURN-END-OF-FILE
           PERFORM 3000-START-ORIGINATION
           PERFORM 3100-REVIEW-ENROLLMENT UNTIL ENROLL-END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: drafts settle on the next business day after
      * the run - never a weekend or a bank holiday on BUSCAL.DAT -
      * and that effective date decides which installments have
      * reached their draft day. The NACHA file header goes out
      * first; the batch header waits for the first draft.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-LOAD-CALENDAR-TABLE
           PERFORM 1200-SET-EFFECTIVE-DATE

           OPEN I-O LOAN-FILE
           OPEN I-O ACH-ENROLL-FILE
           OPEN INPUT ACH-RETURN-FILE
           OPEN OUTPUT ACH-DEBIT-FILE
           OPEN OUTPUT ACH-REGISTER

           PERFORM 1300-WRITE-FILE-HEADER

           MOVE WS-RUN-DATE       TO HL-RUN-DATE
           MOVE WS-EFFECTIVE-DATE TO HL-EFFECTIVE-DATE
           MOVE "ACH RETURNED ITEMS" TO HL-TITLE
           MOVE WS-HEADER-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE WS-RETURN-HEADING TO RG-LINE
           WRITE RG-LINE

           READ ACH-RETURN-FILE
               AT END SET RETURN-END-OF-FILE TO TRUE
           END-READ.

       1100-LOAD-CALENDAR-TABLE.
           OPEN INPUT BUSINESS-CALENDAR-FILE
           READ BUSINESS-CALENDAR-FILE
               AT END SET CAL-END-OF-FILE TO TRUE
           END-READ
           PERFORM 1110-LOAD-ONE-HOLIDAY UNTIL CAL-END-OF-FILE
           CLOSE BUSINESS-CALENDAR-FILE.

       1110-LOAD-ONE-HOLIDAY.
           IF WS-HOLIDAY-COUNT >= WS-HOLIDAY-MAX-ENTRIES
               DISPLAY 'CALENDAR EXCEEDS TABLE CAPACITY OF '
                   WS-HOLIDAY-MAX-ENTRIES ' ENTRIES - TABLE TRUNCATED'
               SET CAL-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE BC-HOLIDAY-DATE
                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               READ BUSINESS-CALENDAR-FILE
                   AT END SET CAL-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       1200-SET-EFFECTIVE-DATE.
           MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           PERFORM 1210-ADVANCE-ONE-DAY
           PERFORM 1210-ADVANCE-ONE-DAY UNTIL BUSINESS-DAY.

       1210-ADVANCE-ONE-DAY.
           COMPUTE WS-DATE-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) + 1
           COMPUTE WS-EFFECTIVE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-INT)
           PERFORM 1220-CHECK-BUSINESS-DAY.

      * Day 1 of the INTEGER-OF-DATE epoch (1601-01-01) fell on a
      * Monday, so remainder 6 is Saturday and remainder 0 Sunday
       1220-CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUS-DAY-FLAG
           COMPUTE WS-DAY-NUMBER =
               FUNCTION REM(WS-DATE-WORK-INT, 7)
           IF WS-DAY-NUMBER = 0 OR WS-DAY-NUMBER = 6
               MOVE 'N' TO WS-BUS-DAY-FLAG
           END-IF
           PERFORM 1230-SCAN-HOLIDAY-TABLE
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-HOLIDAY-COUNT.

       1230-SCAN-HOLIDAY-TABLE.
           IF WS-HOLIDAY-DATE(WS-CAL-IDX) = WS-EFFECTIVE-DATE
               MOVE 'N' TO WS-BUS-DAY-FLAG
           END-IF.

       1300-WRITE-FILE-HEADER.
           MOVE '1'                 TO NH-RECORD-TYPE
           MOVE 1                   TO NH-PRIORITY-CODE
           MOVE WS-IMMEDIATE-DEST   TO NH-IMMEDIATE-DEST
           MOVE WS-IMMEDIATE-ORIGIN TO NH-IMMEDIATE-ORIGIN
           MOVE WS-RD-YYMMDD        TO NH-CREATION-DATE
           MOVE WS-RT-HHMM          TO NH-CREATION-TIME
           MOVE 'A'                 TO NH-FILE-ID-MODIFIER
           MOVE 94                  TO NH-RECORD-SIZE
           MOVE 10                  TO NH-BLOCKING-FACTOR
           MOVE '1'                 TO NH-FORMAT-CODE
           MOVE WS-DEST-NAME        TO NH-DEST-NAME
           MOVE WS-ORIGIN-NAME      TO NH-ORIGIN-NAME
           MOVE SPACES              TO NH-REFERENCE-CODE
           WRITE NH-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT.

      *****************************************************************
      * APPLY-RETURN
      * Business Rule: a return is applied only against the draft
      * it names - the enrollment's last draft, matched on trace
      * number and amount - and only once; anything else prints on
      * the register unapplied for the ACH desk to research with
      * the bank.
      *****************************************************************
       2000-APPLY-RETURN.
           ADD 1 TO WS-RETURNS-READ
           MOVE SPACES TO WS-RETURN-ACTION
           MOVE SPACES TO WS-ENROLL-ACTION
           MOVE 0 TO WS-FEE-CHARGED
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 'N' TO WS-ENROLL-FOUND-FLAG
           IF AR-LOAN-NUMBER NUMERIC
               MOVE AR-LOAN-NUMBER TO AE-LOAN-NUMBER
               PERFORM 2050-FIND-ENROLLMENT
               MOVE AR-LOAN-NUMBER TO LF-LOAN-NUMBER
               PERFORM 2060-FIND-LOAN
           END-IF

           EVALUATE TRUE
               WHEN NOT ENROLLMENT-FOUND
                   MOVE "NOT ENROLLED"      TO WS-RETURN-ACTION
               WHEN AR-TRACE-NUMBER NOT NUMERIC
                   OR AR-TRACE-NUMBER NOT = AE-LAST-TRACE-NUMBER
                   MOVE "NO MATCHING DRAFT" TO WS-RETURN-ACTION
               WHEN AE-LAST-DRAFT-DUE = 0
                   MOVE "ALREADY RETURNED"  TO WS-RETURN-ACTION
               WHEN AR-AMOUNT NOT NUMERIC
                   OR AR-AMOUNT NOT = AE-LAST-DRAFT-AMOUNT
                   MOVE "AMOUNT MISMATCH"   TO WS-RETURN-ACTION
           END-EVALUATE

           IF WS-RETURN-ACTION = SPACES
               PERFORM 2100-RETURN-DRAFT
           ELSE
               ADD 1 TO WS-RETURNS-REJECTED
           END-IF
           PERFORM 2400-PRINT-RETURN-LINE

           READ ACH-RETURN-FILE
               AT END SET RETURN-END-OF-FILE TO TRUE
           END-READ.

       2050-FIND-ENROLLMENT.
           MOVE 'N' TO WS-ENROLL-FOUND-FLAG
           READ ACH-ENROLL-FILE
               KEY IS AE-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-ENROLL-FOUND-FLAG
               NOT INVALID KEY
                   SET ENROLLMENT-FOUND TO TRUE
           END-READ.

       2060-FIND-LOAN.
           MOVE 'N' TO WS-FOUND-FLAG
           READ LOAN-FILE
               KEY IS LF-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * RETURN-DRAFT
      * Business Rule: a draft the payment feed has already carried
      * to LOANPROC has posted, so it is queued to post back out as
      * a reversal; one still waiting to be released never posted
      * and is simply withdrawn. Either way the installment is owed
      * again and may be drafted again once the reversal has posted.
      * The returned-item fee joins the late-fee balance - the same
      * receivable late charges collect through, booked only when
      * paid. Insufficient or uncollected funds may clear on a
      * later draft until the return limit is reached; any other
      * return reason drops the enrollment at once.
      *****************************************************************
       2100-RETURN-DRAFT.
           ADD 1 TO WS-RETURNS-APPLIED
           ADD AR-AMOUNT TO WS-RETURNED-AMOUNT
           IF AE-DRAFT-PENDING
               MOVE 'N' TO AE-DRAFT-FEED-FLAG
               MOVE "DRAFT WITHDRAWN" TO WS-RETURN-ACTION
               ADD 1 TO WS-DRAFTS-WITHDRAWN
           ELSE
               SET AE-RETURN-PENDING TO TRUE
               MOVE "REVERSAL QUEUED" TO WS-RETURN-ACTION
               ADD 1 TO WS-REVERSALS-QUEUED
           END-IF

           IF AE-RETURN-COUNT NOT NUMERIC
               MOVE 0 TO AE-RETURN-COUNT
           END-IF
           ADD 1 TO AE-RETURN-COUNT
           MOVE WS-RUN-DATE    TO AE-LAST-RETURN-DATE
           MOVE AR-RETURN-CODE TO AE-LAST-RETURN-CODE
           MOVE 0              TO AE-LAST-DRAFT-DUE

           IF LOAN-FOUND AND LOAN-OPEN
               PERFORM 2200-ASSESS-RETURN-FEE
           END-IF

           IF AE-ACTIVE
               AND (NOT AR-FUNDS-RETURN
                    OR AE-RETURN-COUNT NOT < WS-RETURN-LIMIT)
               SET AE-DROPPED TO TRUE
               MOVE WS-RUN-DATE TO AE-STATUS-DATE
               MOVE "DROPPED" TO WS-ENROLL-ACTION
               ADD 1 TO WS-DROPPED-COUNT
           END-IF

           REWRITE ACH-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACH ENROLLMENT '
                       AE-LOAN-NUMBER
           END-REWRITE.

       2200-ASSESS-RETURN-FEE.
           ADD WS-RETURN-FEE TO LF-LATE-FEE-DUE
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR LOAN ' LF-LOAN-NUMBER
               NOT INVALID KEY
                   MOVE WS-RETURN-FEE TO WS-FEE-CHARGED
                   ADD 1 TO WS-RETURN-FEE-COUNT
                   ADD WS-RETURN-FEE TO WS-RETURN-FEE-TOTAL
           END-REWRITE.

       2400-PRINT-RETURN-LINE.
           MOVE AR-LOAN-NUMBER         TO RT-LOAN-NUMBER
           IF LOAN-FOUND
               MOVE LF-CUSTOMER-NAME   TO RT-CUSTOMER-NAME
           ELSE
               MOVE SPACES             TO RT-CUSTOMER-NAME
           END-IF
           MOVE AR-DRAFT-DATE          TO RT-DRAFT-DATE
           MOVE AR-TRACE-NUMBER        TO RT-TRACE-NUMBER
           MOVE AR-RETURN-CODE         TO RT-RETURN-CODE
           MOVE AR-AMOUNT              TO RT-AMOUNT
           MOVE WS-FEE-CHARGED         TO RT-FEE
           MOVE WS-RETURN-ACTION       TO RT-ACTION
           MOVE WS-ENROLL-ACTION       TO RT-ENROLLMENT
           MOVE WS-RETURN-LINE         TO RG-LINE
           WRITE RG-LINE.

      *****************************************************************
      * START-ORIGINATION
      * Business Rule: the returns moved the enrollment file around
      * by key; origination starts back at the top so every
      * enrollment is reviewed, in loan number order.
      *****************************************************************
       3000-START-ORIGINATION.
           PERFORM 9100-PRINT-RETURN-TOTALS
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE "ACH DRAFTS ORIGINATED" TO HL-TITLE
           MOVE WS-HEADER-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE WS-DRAFT-HEADING TO RG-LINE
           WRITE RG-LINE

           MOVE 0 TO AE-LOAN-NUMBER
           START ACH-ENROLL-FILE KEY IS GREATER THAN AE-LOAN-NUMBER
               INVALID KEY SET ENROLL-END-OF-FILE TO TRUE
           END-START
           IF NOT ENROLL-END-OF-FILE
               READ ACH-ENROLL-FILE NEXT
                   AT END SET ENROLL-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * REVIEW-ENROLLMENT
      * Business Rule: only an active enrollment drafts, and never
      * while its last draft is still waiting to post, while a
      * return is waiting to post back out, or on the day a return
      * was applied - the borrower's account has just been shown
      * not to cover the draft.
      *****************************************************************
       3100-REVIEW-ENROLLMENT.
           IF AE-ACTIVE
               AND NOT AE-DRAFT-PENDING
               AND NOT AE-RETURN-PENDING
               AND AE-LAST-RETURN-DATE NOT = WS-RUN-DATE
               MOVE AE-LOAN-NUMBER TO LF-LOAN-NUMBER
               PERFORM 2060-FIND-LOAN
               IF LOAN-FOUND AND LOAN-OPEN
                   PERFORM 3200-CHECK-DRAFT-DUE
               END-IF
           END-IF
           READ ACH-ENROLL-FILE NEXT
               AT END SET ENROLL-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * CHECK-DRAFT-DUE
      * Business Rule: the installment drafted is the oldest one
      * unpaid, LF-NEXT-DUE-DATE, drafted on the borrower's draft
      * day in the month it falls due - once that day has come by
      * the effective date. An installment is drafted only once,
      * only if it fell due after the enrollment, and not while the
      * loan is in a forbearance window or has no installment set.
      *****************************************************************
       3200-CHECK-DRAFT-DUE.
           MOVE 'N' TO WS-FORBEAR-FLAG
           IF LF-FORBEAR-START-DATE NUMERIC
               AND LF-FORBEAR-END-DATE NUMERIC
               AND LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-EFFECTIVE-DATE
               AND LF-FORBEAR-END-DATE NOT < WS-EFFECTIVE-DATE
               SET IN-FORBEARANCE TO TRUE
           END-IF

           MOVE LF-NEXT-DUE-DATE TO WS-DRAFT-DATE
           MOVE AE-DRAFT-DAY     TO WS-DR-DD

           IF LF-PAYMENT-AMOUNT > 0
               AND LF-NEXT-DUE-DATE > 0
               AND LF-NEXT-DUE-DATE > AE-LAST-DRAFT-DUE
               AND LF-NEXT-DUE-DATE NOT < AE-ENROLL-DATE
               AND WS-DRAFT-DATE NOT > WS-EFFECTIVE-DATE
               AND NOT IN-FORBEARANCE
               PERFORM 3300-ORIGINATE-DRAFT
           END-IF.

      *****************************************************************
      * ORIGINATE-DRAFT
      * Business Rule: the draft is the full installment - escrow
      * included - plus any unpaid late fees when the borrower
      * authorized fees to be drafted. The trace number is the
      * originating bank's routing prefix and the entry's sequence
      * in the file; it is kept on the enrollment so the return, if
      * one comes, can be matched back to this draft.
      *****************************************************************
       3300-ORIGINATE-DRAFT.
           MOVE LF-PAYMENT-AMOUNT TO WS-DRAFT-AMOUNT
           MOVE 0 TO WS-FEES-DRAFTED
           IF AE-FEES-AUTHORIZED
               AND LF-LATE-FEE-DUE NUMERIC
               AND LF-LATE-FEE-DUE > 0
               MOVE LF-LATE-FEE-DUE TO WS-FEES-DRAFTED
               ADD WS-FEES-DRAFTED TO WS-DRAFT-AMOUNT
           END-IF

           IF NOT BATCH-OPEN
               PERFORM 3350-WRITE-BATCH-HEADER
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           MOVE '6'                 TO NE-RECORD-TYPE
           IF AE-SAVINGS
               SET NE-SAVINGS-DEBIT TO TRUE
           ELSE
               SET NE-CHECKING-DEBIT TO TRUE
           END-IF
           MOVE AE-ROUTING-NUMBER   TO NE-RDFI-ROUTING
           MOVE AE-ACCOUNT-NUMBER   TO NE-DFI-ACCOUNT
           MOVE WS-DRAFT-AMOUNT     TO NE-AMOUNT
           MOVE LF-LOAN-NUMBER      TO NE-INDIVIDUAL-ID
           MOVE LF-CUSTOMER-NAME    TO NE-INDIVIDUAL-NAME
           MOVE SPACES              TO NE-DISCRETIONARY
           MOVE 0                   TO NE-ADDENDA-IND
           COMPUTE NE-TRACE-NUMBER =
               WS-ODFI-ID * 10000000 + WS-ENTRY-COUNT
           WRITE NE-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT
           ADD NE-RDFI-ID TO WS-ENTRY-HASH
           ADD WS-DRAFT-AMOUNT TO WS-BATCH-DEBIT-TOTAL

           MOVE LF-NEXT-DUE-DATE    TO AE-LAST-DRAFT-DUE
           MOVE WS-EFFECTIVE-DATE   TO AE-LAST-DRAFT-DATE
           MOVE WS-DRAFT-AMOUNT     TO AE-LAST-DRAFT-AMOUNT
           MOVE NE-TRACE-NUMBER     TO AE-LAST-TRACE-NUMBER
           SET AE-DRAFT-PENDING     TO TRUE
           REWRITE ACH-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR ACH ENROLLMENT '
                       AE-LOAN-NUMBER
           END-REWRITE

           ADD 1 TO WS-DRAFT-COUNT
           ADD WS-DRAFT-AMOUNT TO WS-DRAFT-TOTAL
           ADD WS-FEES-DRAFTED TO WS-DRAFT-FEE-TOTAL
           PERFORM 3400-PRINT-DRAFT-LINE.

       3350-WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-COUNT
           MOVE '5'                 TO NB-RECORD-TYPE
           MOVE 225                 TO NB-SERVICE-CLASS
           MOVE WS-COMPANY-NAME     TO NB-COMPANY-NAME
           MOVE SPACES              TO NB-DISCRETIONARY
           MOVE WS-COMPANY-ID       TO NB-COMPANY-ID
           MOVE "PPD"               TO NB-SEC-CODE
           MOVE WS-ENTRY-DESC       TO NB-ENTRY-DESC
           MOVE SPACES              TO NB-DESCRIPTIVE-DATE
           MOVE WS-ED-YYMMDD        TO NB-EFFECTIVE-DATE
           MOVE SPACES              TO NB-SETTLEMENT-DATE
           MOVE '1'                 TO NB-ORIGINATOR-STATUS
           MOVE WS-ODFI-ID          TO NB-ODFI-ID
           MOVE WS-BATCH-COUNT      TO NB-BATCH-NUMBER
           WRITE NB-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT
           SET BATCH-OPEN TO TRUE.

       3400-PRINT-DRAFT-LINE.
           MOVE LF-LOAN-NUMBER      TO DL-LOAN-NUMBER
           MOVE LF-CUSTOMER-NAME    TO DL-CUSTOMER-NAME
           MOVE LF-NEXT-DUE-DATE    TO DL-DUE-DATE
           MOVE AE-DRAFT-DAY        TO DL-DRAFT-DAY
           IF AE-SAVINGS
               MOVE "SAVINGS"       TO DL-ACCOUNT-TYPE
           ELSE
               MOVE "CHECKING"      TO DL-ACCOUNT-TYPE
           END-IF
           MOVE AE-LAST-TRACE-NUMBER TO DL-TRACE-NUMBER
           MOVE WS-DRAFT-AMOUNT     TO DL-AMOUNT
           MOVE WS-FEES-DRAFTED     TO DL-FEES
           MOVE WS-DRAFT-LINE       TO RG-LINE
           WRITE RG-LINE.

       9000-CLEANUP.
           PERFORM 9200-PRINT-DRAFT-TOTALS
           PERFORM 9300-WRITE-FILE-CONTROL
           CLOSE LOAN-FILE
           CLOSE ACH-ENROLL-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-DEBIT-FILE
           CLOSE ACH-REGISTER.

       9100-PRINT-RETURN-TOTALS.
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE

           MOVE "RETURNS RECEIVED"         TO TL-LABEL
           MOVE WS-RETURNS-READ            TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "RETURNS APPLIED"          TO TL-LABEL
           MOVE WS-RETURNS-APPLIED         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "RETURNS NOT APPLIED"      TO TL-LABEL
           MOVE WS-RETURNS-REJECTED        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "REVERSALS QUEUED"         TO TL-LABEL
           MOVE WS-REVERSALS-QUEUED        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "DRAFTS WITHDRAWN"         TO TL-LABEL
           MOVE WS-DRAFTS-WITHDRAWN        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "AMOUNT RETURNED"          TO TL-LABEL
           MOVE WS-RETURNED-AMOUNT         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "RETURNED-ITEM FEES"       TO TL-LABEL
           MOVE WS-RETURN-FEE-COUNT        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "RETURNED-ITEM FEE AMOUNT" TO TL-LABEL
           MOVE WS-RETURN-FEE-TOTAL        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "ENROLLMENTS DROPPED"      TO TL-LABEL
           MOVE WS-DROPPED-COUNT           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE.

       9200-PRINT-DRAFT-TOTALS.
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE

           MOVE "DRAFTS ORIGINATED"        TO TL-LABEL
           MOVE WS-DRAFT-COUNT             TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "AMOUNT DRAFTED"           TO TL-LABEL
           MOVE WS-DRAFT-TOTAL             TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "LATE FEES DRAFTED"        TO TL-LABEL
           MOVE WS-DRAFT-FEE-TOTAL         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE.

      *****************************************************************
      * WRITE-FILE-CONTROL
      * Business Rule: the batch and file control records carry the
      * entry count, entry hash and debit total the bank proves the
      * file against before it accepts it; there are no credits.
      * The file is then filled out to a whole block of ten records
      * with records of nines, as the NACHA format requires.
      *****************************************************************
       9300-WRITE-FILE-CONTROL.
           IF BATCH-OPEN
               MOVE '8'                  TO NC-RECORD-TYPE
               MOVE 225                  TO NC-SERVICE-CLASS
               MOVE WS-ENTRY-COUNT       TO NC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH        TO NC-ENTRY-HASH
               MOVE WS-BATCH-DEBIT-TOTAL TO NC-TOTAL-DEBIT
               MOVE 0                    TO NC-TOTAL-CREDIT
               MOVE WS-COMPANY-ID        TO NC-COMPANY-ID
               MOVE SPACES               TO NC-MESSAGE-AUTH
               MOVE SPACES               TO NC-RESERVED
               MOVE WS-ODFI-ID           TO NC-ODFI-ID
               MOVE WS-BATCH-COUNT       TO NC-BATCH-NUMBER
               WRITE NC-BATCH-CONTROL
               ADD 1 TO WS-RECORD-COUNT
           END-IF

           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT

           MOVE '9'                  TO NF-RECORD-TYPE
           MOVE WS-BATCH-COUNT       TO NF-BATCH-COUNT
           MOVE WS-BLOCK-COUNT       TO NF-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT       TO NF-ENTRY-COUNT
           MOVE WS-ENTRY-HASH        TO NF-ENTRY-HASH
           MOVE WS-BATCH-DEBIT-TOTAL TO NF-TOTAL-DEBIT
           MOVE 0                    TO NF-TOTAL-CREDIT
           MOVE SPACES               TO NF-RESERVED
           WRITE NF-FILE-CONTROL

           PERFORM 9310-WRITE-PADDING-RECORD WS-PAD-COUNT TIMES.

       9310-WRITE-PADDING-RECORD.
           MOVE ALL '9' TO NP-PADDING-RECORD
           WRITE NP-PADDING-RECORD.
