       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * COLLECTIONS DUNNING LETTERS AND PROMISE-TO-PAY TRACKING
      * Ages every open loan off LF-NEXT-DUE-DATE, the same silent
      * aging LOANPROC 2250 and DELINQRP use, and mails the borrower
      * a letter each time the loan climbs past a days-past-due
      * threshold - reminder at 15, second notice at 30, demand at
      * 60 and final demand at 90. Letters are addressed from the
      * borrower's CUSTOMER-RECORD and show the past-due
      * installments and LF-LATE-FEE-DUE. Which letter each loan
      * last received is kept on DUNSTAT.DAT so no letter goes out
      * twice for the same delinquency.
      * Promises to pay taken by collectors on COLLACT.DAT are
      * tested against the postings on LOANTRAN.DAT: a promise with
      * a posting between the day it was made and the promised date
      * is kept, one whose date passes with nothing posted is broken
      * and lands on the daily exceptions list, and one still
      * running holds its loan off the next letter, as does a
      * forbearance window granted through LNMAINT.
      * LOAN-FILE and CUSTOMER-FILE are read only.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER.

           SELECT OPTIONAL DUNNING-STATUS-FILE ASSIGN TO "DUNSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-LOAN-NUMBER.

           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO "COLLACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTIVITY-WORK-FILE ASSIGN TO "COLLACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT LETTER-FILE ASSIGN TO "DUNLTRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO "COLLEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  DUNNING-STATUS-FILE.
           COPY DUNSTAT.

       FD  ACTIVITY-FILE.
           COPY COLLACT.

       FD  ACTIVITY-WORK-FILE.
       01  WK-ACTIVITY-IMAGE          PIC X(95).

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.

       FD  LETTER-FILE.
       01  LT-LINE                    PIC X(80).

       FD  EXCEPTION-REPORT.
       01  EX-LINE                    PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RD-YYYY         PIC 9(4).
               10  WS-RD-MM           PIC 9(2).
               10  WS-RD-DD           PIC 9(2).
           05  WS-DUE-DATE-WORK       PIC 9(8).
           05  WS-DUE-DATE-WORK-R REDEFINES WS-DUE-DATE-WORK.
               10  WS-DU-YYYY         PIC 9(4).
               10  WS-DU-MM           PIC 9(2).
               10  WS-DU-DD           PIC 9(2).

      *****************************************************************
      * The dunning ladder - the days-past-due each letter goes out
      * at, and its wording. A loan gets the highest letter whose
      * threshold it has reached.
      *****************************************************************
       01  WS-DUNNING-LEVELS.
           05  FILLER PIC 9(3)  VALUE 015.
           05  FILLER PIC X(32) VALUE "PAYMENT REMINDER".
           05  FILLER PIC X(50) VALUE
               "OUR RECORDS SHOW YOUR LOAN PAYMENT HAS NOT BEEN".
           05  FILLER PIC X(50) VALUE
               "RECEIVED. IF YOU HAVE ALREADY PAID, THANK YOU.".
           05  FILLER PIC 9(3)  VALUE 030.
           05  FILLER PIC X(32) VALUE
               "SECOND NOTICE - PAYMENT PAST DUE".
           05  FILLER PIC X(50) VALUE
               "YOUR LOAN IS NOW MORE THAN 30 DAYS PAST DUE.".
           05  FILLER PIC X(50) VALUE
               "PLEASE REMIT THE AMOUNT BELOW OR CALL US.".
           05  FILLER PIC 9(3)  VALUE 060.
           05  FILLER PIC X(32) VALUE "DEMAND FOR PAYMENT".
           05  FILLER PIC X(50) VALUE
               "YOUR LOAN IS SERIOUSLY PAST DUE. PAYMENT OF THE".
           05  FILLER PIC X(50) VALUE
               "AMOUNT BELOW IS REQUIRED IMMEDIATELY.".
           05  FILLER PIC 9(3)  VALUE 090.
           05  FILLER PIC X(32) VALUE "FINAL DEMAND FOR PAYMENT".
           05  FILLER PIC X(50) VALUE
               "UNLESS THE AMOUNT BELOW IS RECEIVED PROMPTLY WE".
           05  FILLER PIC X(50) VALUE
               "MAY PURSUE ALL REMEDIES AVAILABLE UNDER YOUR NOTE.".
       01  WS-DUNNING-LEVEL-TABLE REDEFINES WS-DUNNING-LEVELS.
           05  WS-DUNNING-LEVEL OCCURS 4 TIMES.
               10  WS-DL-DAYS         PIC 9(3).
               10  WS-DL-TITLE        PIC X(32).
               10  WS-DL-TEXT-1       PIC X(50).
               10  WS-DL-TEXT-2       PIC X(50).

       01  WS-DUNNING-FIELDS.
           05  WS-DAYS-PAST-DUE       PIC S9(5).
           05  WS-LETTER-LEVEL        PIC 9(1).
           05  WS-LEVEL-SUB           PIC 9(1).
           05  WS-MONTHS-BEHIND       PIC S9(5).
           05  WS-PAST-DUE-AMOUNT     PIC 9(9)V99.
           05  WS-TOTAL-DUE           PIC 9(9)V99.
           05  WS-EXCEPTION-TEXT      PIC X(22).

       01  WS-PROMISE-MAX-ENTRIES     PIC 9(4) VALUE 500.

      *****************************************************************
      * Promises still in play - new or open on COLLACT.DAT - loaded
      * up front so one pass down the history can test them all.
      * WS-PR-RECORD-SEQ is the entry's position in the activity
      * file, so the copy-back can stamp the result on the right
      * record. Net posted is postings less reversals inside the
      * promise window.
      *****************************************************************
       01  WS-PROMISE-TABLE.
           05  WS-PROMISE-COUNT       PIC 9(4) VALUE 0.
           05  WS-PROMISE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-RECORD-SEQ   PIC 9(7).
               10  WS-PR-LOAN-NUMBER  PIC 9(10).
               10  WS-PR-TAKEN-DATE   PIC 9(8).
               10  WS-PR-PROMISE-DATE PIC 9(8).
               10  WS-PR-AMOUNT       PIC 9(7)V99.
               10  WS-PR-COLLECTOR    PIC X(8).
               10  WS-PR-POSTED-NET   PIC S9(9)V99.
               10  WS-PR-STATUS       PIC X(1).

       01  WS-LOOKUP-FIELDS.
           05  WS-ACTIVITY-SEQ        PIC 9(7) VALUE 0.
           05  WS-NEXT-PROMISE        PIC 9(4).
           05  WS-FOUND-ENTRY         PIC 9(4).

       01  WS-CONTROL-TOTALS.
           05  WS-LOANS-READ          PIC 9(7) VALUE 0.
           05  WS-LOANS-DELINQUENT    PIC 9(7) VALUE 0.
           05  WS-LETTERS-HELD        PIC 9(7) VALUE 0.
           05  WS-LETTERS-FORBORNE    PIC 9(7) VALUE 0.
           05  WS-LETTERS-UNMAILABLE  PIC 9(7) VALUE 0.
           05  WS-LADDERS-RESET       PIC 9(7) VALUE 0.
           05  WS-PROMISES-KEPT       PIC 9(7) VALUE 0.
           05  WS-PROMISES-BROKEN     PIC 9(7) VALUE 0.
           05  WS-PROMISES-OPEN       PIC 9(7) VALUE 0.
           05  WS-LEVEL-LETTERS OCCURS 4 TIMES PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-ACT-EOF-FLAG        PIC X VALUE 'N'.
               88 ACTIVITY-END-OF-FILE VALUE 'Y'.
           05  WS-WORK-EOF-FLAG       PIC X VALUE 'N'.
               88 WORK-END-OF-FILE    VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-PROMISE-FULL-FLAG   PIC X VALUE 'N'.
               88 PROMISE-TABLE-FULL  VALUE 'Y'.
           05  WS-STATUS-FOUND-FLAG   PIC X VALUE 'N'.
               88 STATUS-FOUND        VALUE 'Y'.
           05  WS-CUSTOMER-FLAG       PIC X VALUE 'N'.
               88 CUSTOMER-MAILABLE   VALUE 'Y'.
           05  WS-HOLD-FLAG           PIC X VALUE 'N'.
               88 PROMISE-HOLD        VALUE 'Y'.
           05  WS-FORBEAR-FLAG        PIC X VALUE 'N'.
               88 IN-FORBEARANCE      VALUE 'Y'.

       01  WS-LETTER-DATE-LINE.
           05  FILLER                 PIC X(50) VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "DATE: ".
           05  LDL-RUN-DATE           PIC 9(8).

       01  WS-LETTER-LOAN-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RE: LOAN NUMBER".
           05  LLL-LOAN-NUMBER        PIC 9(10).

       01  WS-LETTER-AMOUNT-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  LAL-LABEL              PIC X(30).
           05  LAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-COUNT-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  LCL-LABEL              PIC X(30).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  LCL-VALUE              PIC Z(7)9.

       01  WS-EXCEPTION-LINE.
           05  XL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XL-EXCEPTION           PIC X(22).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XL-DATE                PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XL-COLLECTOR           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  XL-DAYS-PAST-DUE       PIC ZZZZ9.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                 PIC X(90) VALUE
               "LOAN NUMBER EXCEPTION               DATE      "
               & "     AMOUNT  COLLECTOR   DPD".

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PROMISES
           PERFORM 1200-SCAN-HISTORY
           PERFORM 1300-RESOLVE-ONE-PROMISE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PROMISE-COUNT
           PERFORM 2000-PROCESS-LOANS UNTIL END-OF-FILE
           PERFORM 4000-REWRITE-ACTIVITY
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOAN-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O DUNNING-STATUS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE "COLLECTIONS DAILY EXCEPTIONS" TO EX-LINE
           WRITE EX-LINE
           MOVE SPACES TO EX-LINE
           WRITE EX-LINE
           MOVE WS-EXCEPTION-HEADING TO EX-LINE
           WRITE EX-LINE
           READ LOAN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * LOAD-PROMISES
      * Business Rule: only promises not yet settled are loaded -
      * kept and broken promises are history and are never
      * re-judged. A promise entry whose date or amount will not
      * read as a number cannot be tested, so it is listed for the
      * collector to re-key rather than silently held open forever.
      *****************************************************************
       1100-LOAD-PROMISES.
           OPEN INPUT ACTIVITY-FILE
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-END-OF-FILE TO TRUE
           END-READ
           PERFORM 1110-TABLE-ONE-ACTIVITY
               UNTIL ACTIVITY-END-OF-FILE
           CLOSE ACTIVITY-FILE.

       1110-TABLE-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-SEQ
           IF CA-PROMISE-TO-PAY
               AND NOT CA-PROMISE-KEPT
               AND NOT CA-PROMISE-BROKEN
               IF CA-PROMISE-DATE NOT NUMERIC
                   OR CA-PROMISE-AMOUNT NOT NUMERIC
                   OR CA-ACTIVITY-DATE NOT NUMERIC
                   MOVE "UNREADABLE PROMISE" TO WS-EXCEPTION-TEXT
                   MOVE CA-LOAN-NUMBER  TO XL-LOAN-NUMBER
                   MOVE 0               TO XL-DATE
                   MOVE 0               TO XL-AMOUNT
                   MOVE CA-COLLECTOR-ID TO XL-COLLECTOR
                   MOVE 0               TO XL-DAYS-PAST-DUE
                   PERFORM 2900-WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM 1120-STORE-PROMISE
               END-IF
           END-IF
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-PROMISE.
           IF WS-PROMISE-COUNT >= WS-PROMISE-MAX-ENTRIES
               IF NOT PROMISE-TABLE-FULL
                   DISPLAY 'MORE THAN ' WS-PROMISE-MAX-ENTRIES
                       ' OPEN PROMISES - REMAINDER LEFT FOR NEXT RUN'
                   SET PROMISE-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-PROMISE-COUNT
               MOVE WS-ACTIVITY-SEQ   TO
                   WS-PR-RECORD-SEQ(WS-PROMISE-COUNT)
               MOVE CA-LOAN-NUMBER    TO
                   WS-PR-LOAN-NUMBER(WS-PROMISE-COUNT)
               MOVE CA-ACTIVITY-DATE  TO
                   WS-PR-TAKEN-DATE(WS-PROMISE-COUNT)
               MOVE CA-PROMISE-DATE   TO
                   WS-PR-PROMISE-DATE(WS-PROMISE-COUNT)
               MOVE CA-PROMISE-AMOUNT TO
                   WS-PR-AMOUNT(WS-PROMISE-COUNT)
               MOVE CA-COLLECTOR-ID   TO
                   WS-PR-COLLECTOR(WS-PROMISE-COUNT)
               MOVE 0   TO WS-PR-POSTED-NET(WS-PROMISE-COUNT)
               MOVE 'O' TO WS-PR-STATUS(WS-PROMISE-COUNT)
           END-IF.

      *****************************************************************
      * SCAN-HISTORY
      * Business Rule: a promise is kept by cash actually posted to
      * the loan - a scheduled payment, a payoff or a curtailment -
      * with a run date from the day the promise was taken through
      * the promised date. A reversal inside the same window takes
      * its payment back out, so a returned check does not keep a
      * promise. Escrow disbursements are not borrower cash and do
      * not count. The history is keyed by loan, run date and
      * sequence, so each promise STARTs at its loan and taken date
      * and reads only the postings inside its window.
      *****************************************************************
       1200-SCAN-HISTORY.
           IF WS-PROMISE-COUNT > 0
               OPEN INPUT LOAN-TRANS-FILE
               PERFORM 1210-SCAN-ONE-PROMISE
                   VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PROMISE-COUNT
               CLOSE LOAN-TRANS-FILE
           END-IF.

       1210-SCAN-ONE-PROMISE.
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE WS-PR-LOAN-NUMBER(WS-PR-IDX) TO TR-LOAN-NUMBER
           MOVE WS-PR-TAKEN-DATE(WS-PR-IDX)  TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 1215-READ-PROMISE-WINDOW
           PERFORM 1220-MATCH-ONE-POSTING UNTIL TRAN-END-OF-FILE.

       1215-READ-PROMISE-WINDOW.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT =
                           WS-PR-LOAN-NUMBER(WS-PR-IDX)
                           OR TR-RUN-DATE >
                           WS-PR-PROMISE-DATE(WS-PR-IDX)
                           SET TRAN-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       1220-MATCH-ONE-POSTING.
           EVALUATE TRUE
               WHEN TR-SCHEDULED-PAYMENT
               WHEN TR-PAYOFF-PAYMENT
               WHEN TR-CURTAILMENT
                   ADD TR-PAYMENT-AMOUNT TO
                       WS-PR-POSTED-NET(WS-PR-IDX)
               WHEN TR-REVERSAL
                   SUBTRACT TR-PAYMENT-AMOUNT FROM
                       WS-PR-POSTED-NET(WS-PR-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1215-READ-PROMISE-WINDOW.

      *****************************************************************
      * RESOLVE-ONE-PROMISE
      * Business Rule: money posted in the window keeps the promise.
      * With nothing posted, a promise is broken only once its date
      * is behind us - the borrower has until the end of the
      * promised day - and every broken promise goes on today's
      * exceptions list for the collector who took it.
      *****************************************************************
       1300-RESOLVE-ONE-PROMISE.
           EVALUATE TRUE
               WHEN WS-PR-POSTED-NET(WS-PR-IDX) > 0
                   MOVE 'K' TO WS-PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-PROMISES-KEPT
               WHEN WS-PR-PROMISE-DATE(WS-PR-IDX) < WS-RUN-DATE
                   MOVE 'B' TO WS-PR-STATUS(WS-PR-IDX)
                   ADD 1 TO WS-PROMISES-BROKEN
                   MOVE WS-PR-LOAN-NUMBER(WS-PR-IDX)
                       TO XL-LOAN-NUMBER
                   MOVE "BROKEN PROMISE"   TO WS-EXCEPTION-TEXT
                   MOVE WS-PR-PROMISE-DATE(WS-PR-IDX) TO XL-DATE
                   MOVE WS-PR-AMOUNT(WS-PR-IDX)       TO XL-AMOUNT
                   MOVE WS-PR-COLLECTOR(WS-PR-IDX)    TO XL-COLLECTOR
                   MOVE 0                  TO XL-DAYS-PAST-DUE
                   PERFORM 2900-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-PROMISES-OPEN
           END-EVALUATE.

      *****************************************************************
      * PROCESS-LOANS
      * Business Rule: a loan earns a letter when it reaches a rung
      * of the ladder it has not been mailed yet. A loan brought
      * back under the first threshold has its ladder reset so the
      * next delinquency starts at the reminder again. A rung not
      * mailed today - held by a promise or a forbearance window, or
      * with no address to mail to - is simply tried again tomorrow.
      *****************************************************************
       2000-PROCESS-LOANS.
           ADD 1 TO WS-LOANS-READ
           IF LOAN-OPEN
               PERFORM 2100-CALCULATE-DAYS-PAST-DUE
               PERFORM 2200-READ-DUNNING-STATUS
               IF WS-LETTER-LEVEL = 0
                   IF STATUS-FOUND
                       AND DS-LAST-LEVEL > 0
                       MOVE 0 TO DS-LAST-LEVEL
                       PERFORM 2700-SAVE-DUNNING-STATUS
                       ADD 1 TO WS-LADDERS-RESET
                   END-IF
               ELSE
                   ADD 1 TO WS-LOANS-DELINQUENT
                   IF WS-LETTER-LEVEL > DS-LAST-LEVEL
                       PERFORM 2300-CHECK-PROMISE-HOLD
                       PERFORM 2350-CHECK-FORBEARANCE
                       EVALUATE TRUE
                           WHEN IN-FORBEARANCE
                               ADD 1 TO WS-LETTERS-FORBORNE
                               MOVE "LETTER HELD - FORBEAR"
                                   TO WS-EXCEPTION-TEXT
                               MOVE LF-FORBEAR-END-DATE TO XL-DATE
                               MOVE 0                   TO XL-AMOUNT
                               MOVE SPACES              TO XL-COLLECTOR
                               PERFORM 2800-LIST-LOAN-EXCEPTION
                           WHEN PROMISE-HOLD
                               ADD 1 TO WS-LETTERS-HELD
                               MOVE "LETTER HELD - PROMISE"
                                   TO WS-EXCEPTION-TEXT
                               MOVE WS-PR-PROMISE-DATE(WS-FOUND-ENTRY)
                                   TO XL-DATE
                               MOVE WS-PR-AMOUNT(WS-FOUND-ENTRY)
                                   TO XL-AMOUNT
                               MOVE WS-PR-COLLECTOR(WS-FOUND-ENTRY)
                                   TO XL-COLLECTOR
                               PERFORM 2800-LIST-LOAN-EXCEPTION
                           WHEN OTHER
                               PERFORM 2400-ISSUE-LETTER
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           READ LOAN-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * CALCULATE-DAYS-PAST-DUE
      * Business Rule: same silent aging as LOANPROC 2250 - a loan
      * whose stored next due date has passed is that many days
      * past due. The letter level is the highest rung of the
      * ladder those days have reached.
      *****************************************************************
       2100-CALCULATE-DAYS-PAST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE 0 TO WS-LETTER-LEVEL
           IF LF-NEXT-DUE-DATE NUMERIC
               AND LF-NEXT-DUE-DATE > 0
               AND LF-NEXT-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(LF-NEXT-DUE-DATE)
           END-IF
           PERFORM 2110-TEST-ONE-LEVEL
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > 4.

       2110-TEST-ONE-LEVEL.
           IF WS-DAYS-PAST-DUE NOT < WS-DL-DAYS(WS-LEVEL-SUB)
               MOVE WS-LEVEL-SUB TO WS-LETTER-LEVEL
           END-IF.

       2200-READ-DUNNING-STATUS.
           MOVE 'N' TO WS-STATUS-FOUND-FLAG
           MOVE LF-LOAN-NUMBER TO DS-LOAN-NUMBER
           READ DUNNING-STATUS-FILE
               KEY IS DS-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-STATUS-FOUND-FLAG
               NOT INVALID KEY
                   SET STATUS-FOUND TO TRUE
           END-READ
           IF NOT STATUS-FOUND
               MOVE LF-LOAN-NUMBER TO DS-LOAN-NUMBER
               MOVE 0 TO DS-LAST-LEVEL
               MOVE 0 TO DS-LAST-LETTER-DATE
               MOVE 0 TO DS-AGED-FROM-DATE
               MOVE 0 TO DS-LETTER-COUNT
           END-IF.

       2300-CHECK-PROMISE-HOLD.
           MOVE 'N' TO WS-HOLD-FLAG
           MOVE 0 TO WS-FOUND-ENTRY
           PERFORM 2310-SCAN-PROMISE-TABLE
               VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PROMISE-COUNT
               OR PROMISE-HOLD.

       2310-SCAN-PROMISE-TABLE.
           IF WS-PR-LOAN-NUMBER(WS-PR-IDX) = LF-LOAN-NUMBER
               AND WS-PR-STATUS(WS-PR-IDX) = 'O'
               SET PROMISE-HOLD TO TRUE
               SET WS-FOUND-ENTRY TO WS-PR-IDX
           END-IF.

      *****************************************************************
      * CHECK-FORBEARANCE
      * Business Rule: a borrower inside a forbearance window granted
      * through LNMAINT is not being asked to pay, so no collection
      * letter goes out until the window closes. Masters written
      * before the window existed read it back as spaces.
      *****************************************************************
       2350-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORBEAR-FLAG
           IF LF-FORBEAR-START-DATE NUMERIC
               AND LF-FORBEAR-END-DATE NUMERIC
               AND LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-RUN-DATE
               AND LF-FORBEAR-END-DATE NOT < WS-RUN-DATE
               SET IN-FORBEARANCE TO TRUE
           END-IF.

      *****************************************************************
      * ISSUE-LETTER
      * Business Rule: a letter needs somewhere to go. A loan not
      * linked to a customer, a customer number not on file, or a
      * customer with no street and city cannot be mailed, and is
      * listed instead so customer service can fix the record. The
      * ladder moves only when a letter is actually produced.
      *****************************************************************
       2400-ISSUE-LETTER.
           PERFORM 2410-FIND-CUSTOMER
           IF CUSTOMER-MAILABLE
               PERFORM 2420-COUNT-PAST-DUE
               PERFORM 2500-PRINT-LETTER
               MOVE WS-LETTER-LEVEL  TO DS-LAST-LEVEL
               MOVE WS-RUN-DATE      TO DS-LAST-LETTER-DATE
               MOVE LF-NEXT-DUE-DATE TO DS-AGED-FROM-DATE
               ADD 1                 TO DS-LETTER-COUNT
               PERFORM 2700-SAVE-DUNNING-STATUS
               ADD 1 TO WS-LEVEL-LETTERS(WS-LETTER-LEVEL)
           ELSE
               ADD 1 TO WS-LETTERS-UNMAILABLE
               MOVE LF-NEXT-DUE-DATE TO XL-DATE
               MOVE 0                TO XL-AMOUNT
               MOVE SPACES           TO XL-COLLECTOR
               PERFORM 2800-LIST-LOAN-EXCEPTION
           END-IF.

       2410-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FLAG
           IF LF-CUSTOMER-NUMBER NOT NUMERIC
               OR LF-CUSTOMER-NUMBER = 0
               MOVE "NO CUSTOMER LINK" TO WS-EXCEPTION-TEXT
           ELSE
               MOVE LF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE "CUSTOMER NOT FOUND" TO WS-EXCEPTION-TEXT
                   NOT INVALID KEY
                       IF CM-ADDRESS-LINE-1 = SPACES
                           OR CM-CITY = SPACES
                           MOVE "NO MAILING ADDRESS"
                               TO WS-EXCEPTION-TEXT
                       ELSE
                           SET CUSTOMER-MAILABLE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * COUNT-PAST-DUE
      * Business Rule: every monthly due date from the stored next
      * due date through today is an unpaid installment - the month
      * difference, plus this month's installment once its due day
      * has been reached. Each is a full LF-PAYMENT-AMOUNT (escrow
      * included, as LOANPROC posts it); unpaid late fees are shown
      * on their own line and added into the total due.
      *****************************************************************
       2420-COUNT-PAST-DUE.
           MOVE LF-NEXT-DUE-DATE TO WS-DUE-DATE-WORK
           COMPUTE WS-MONTHS-BEHIND =
               (WS-RD-YYYY * 12 + WS-RD-MM)
               - (WS-DU-YYYY * 12 + WS-DU-MM)
           IF WS-RD-DD NOT < WS-DU-DD
               ADD 1 TO WS-MONTHS-BEHIND
           END-IF
           IF WS-MONTHS-BEHIND < 1
               MOVE 1 TO WS-MONTHS-BEHIND
           END-IF
           COMPUTE WS-PAST-DUE-AMOUNT =
               WS-MONTHS-BEHIND * LF-PAYMENT-AMOUNT
           COMPUTE WS-TOTAL-DUE =
               WS-PAST-DUE-AMOUNT + LF-LATE-FEE-DUE.

       2500-PRINT-LETTER.
           MOVE WS-RUN-DATE TO LDL-RUN-DATE
           MOVE WS-LETTER-DATE-LINE TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE CM-CUSTOMER-NAME TO LT-LINE
           WRITE LT-LINE
           MOVE CM-ADDRESS-LINE-1 TO LT-LINE
           WRITE LT-LINE
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CM-ADDRESS-LINE-2 TO LT-LINE
               WRITE LT-LINE
           END-IF
           MOVE SPACES TO LT-LINE
           STRING CM-CITY     DELIMITED BY "  "
                  ", "        DELIMITED BY SIZE
                  CM-STATE    DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  CM-ZIP-CODE DELIMITED BY SIZE
               INTO LT-LINE
           END-STRING
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE

           MOVE LF-LOAN-NUMBER TO LLL-LOAN-NUMBER
           MOVE WS-LETTER-LOAN-LINE TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE WS-DL-TITLE(WS-LETTER-LEVEL) TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE WS-DL-TEXT-1(WS-LETTER-LEVEL) TO LT-LINE
           WRITE LT-LINE
           MOVE WS-DL-TEXT-2(WS-LETTER-LEVEL) TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE

           MOVE "OLDEST DUE DATE"        TO LCL-LABEL
           MOVE LF-NEXT-DUE-DATE         TO LCL-VALUE
           MOVE WS-LETTER-COUNT-LINE     TO LT-LINE
           WRITE LT-LINE
           MOVE "INSTALLMENTS PAST DUE"  TO LCL-LABEL
           MOVE WS-MONTHS-BEHIND         TO LCL-VALUE
           MOVE WS-LETTER-COUNT-LINE     TO LT-LINE
           WRITE LT-LINE
           MOVE "DAYS PAST DUE"          TO LCL-LABEL
           MOVE WS-DAYS-PAST-DUE         TO LCL-VALUE
           MOVE WS-LETTER-COUNT-LINE     TO LT-LINE
           WRITE LT-LINE
           MOVE "PAST-DUE INSTALLMENTS"  TO LAL-LABEL
           MOVE WS-PAST-DUE-AMOUNT       TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE    TO LT-LINE
           WRITE LT-LINE
           MOVE "LATE FEES DUE"          TO LAL-LABEL
           MOVE LF-LATE-FEE-DUE          TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE    TO LT-LINE
           WRITE LT-LINE
           MOVE "TOTAL AMOUNT NOW DUE"   TO LAL-LABEL
           MOVE WS-TOTAL-DUE             TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE    TO LT-LINE
           WRITE LT-LINE

           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE "PLEASE CALL OUR COLLECTIONS DEPARTMENT WITH ANY "
               TO LT-LINE
           WRITE LT-LINE
           MOVE "QUESTIONS ABOUT YOUR ACCOUNT." TO LT-LINE
           WRITE LT-LINE
           MOVE ALL "-" TO LT-LINE
           WRITE LT-LINE.

       2700-SAVE-DUNNING-STATUS.
           IF STATUS-FOUND
               REWRITE DUNNING-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING DUNNING STATUS '
                           DS-LOAN-NUMBER
               END-REWRITE
           ELSE
               WRITE DUNNING-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING DUNNING STATUS '
                           DS-LOAN-NUMBER
               END-WRITE
               SET STATUS-FOUND TO TRUE
           END-IF.

       2800-LIST-LOAN-EXCEPTION.
           MOVE LF-LOAN-NUMBER   TO XL-LOAN-NUMBER
           MOVE WS-DAYS-PAST-DUE TO XL-DAYS-PAST-DUE
           PERFORM 2900-WRITE-EXCEPTION-LINE.

       2900-WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-TEXT TO XL-EXCEPTION
           MOVE WS-EXCEPTION-LINE TO EX-LINE
           WRITE EX-LINE.

      *****************************************************************
      * REWRITE-ACTIVITY
      * Business Rule: the activity file is copied through a work
      * file and back, the same copy-back the suspense workoff uses,
      * so each promise judged today carries its kept / broken /
      * open status and the date it changed. Every other entry -
      * call attempts, settled promises - passes through untouched.
      *****************************************************************
       4000-REWRITE-ACTIVITY.
           MOVE 0 TO WS-ACTIVITY-SEQ
           MOVE 1 TO WS-NEXT-PROMISE
           MOVE 'N' TO WS-ACT-EOF-FLAG
           OPEN INPUT ACTIVITY-FILE
           OPEN OUTPUT ACTIVITY-WORK-FILE
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-END-OF-FILE TO TRUE
           END-READ
           PERFORM 4100-STAMP-ONE-ACTIVITY UNTIL ACTIVITY-END-OF-FILE
           CLOSE ACTIVITY-FILE
           CLOSE ACTIVITY-WORK-FILE

           OPEN INPUT ACTIVITY-WORK-FILE
           OPEN OUTPUT ACTIVITY-FILE
           READ ACTIVITY-WORK-FILE
               AT END SET WORK-END-OF-FILE TO TRUE
           END-READ
           PERFORM 4200-COPY-ONE-ACTIVITY UNTIL WORK-END-OF-FILE
           CLOSE ACTIVITY-WORK-FILE
           CLOSE ACTIVITY-FILE.

       4100-STAMP-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-SEQ
           IF WS-NEXT-PROMISE NOT > WS-PROMISE-COUNT
               AND WS-PR-RECORD-SEQ(WS-NEXT-PROMISE) = WS-ACTIVITY-SEQ
               IF CA-PROMISE-STATUS NOT =
                   WS-PR-STATUS(WS-NEXT-PROMISE)
                   MOVE WS-PR-STATUS(WS-NEXT-PROMISE)
                       TO CA-PROMISE-STATUS
                   MOVE WS-RUN-DATE TO CA-STATUS-DATE
               END-IF
               ADD 1 TO WS-NEXT-PROMISE
           END-IF
           MOVE COLLECTOR-ACTIVITY-RECORD TO WK-ACTIVITY-IMAGE
           WRITE WK-ACTIVITY-IMAGE
           READ ACTIVITY-FILE
               AT END SET ACTIVITY-END-OF-FILE TO TRUE
           END-READ.

       4200-COPY-ONE-ACTIVITY.
           MOVE WK-ACTIVITY-IMAGE TO COLLECTOR-ACTIVITY-RECORD
           WRITE COLLECTOR-ACTIVITY-RECORD
           READ ACTIVITY-WORK-FILE
               AT END SET WORK-END-OF-FILE TO TRUE
           END-READ.

       9000-CLEANUP.
           PERFORM 9100-PRINT-TOTALS
           CLOSE LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE DUNNING-STATUS-FILE
           CLOSE LETTER-FILE
           CLOSE EXCEPTION-REPORT.

       9100-PRINT-TOTALS.
           MOVE SPACES TO EX-LINE
           WRITE EX-LINE

           MOVE "LOANS READ"               TO TL-LABEL
           MOVE WS-LOANS-READ              TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "LOANS PAST FIRST THRESHOLD" TO TL-LABEL
           MOVE WS-LOANS-DELINQUENT        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           PERFORM 9110-PRINT-LEVEL-COUNT
               VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > 4

           MOVE "LETTERS HELD BY PROMISE"  TO TL-LABEL
           MOVE WS-LETTERS-HELD            TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "LETTERS HELD BY FORBEARANCE" TO TL-LABEL
           MOVE WS-LETTERS-FORBORNE        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "LETTERS NOT MAILABLE"     TO TL-LABEL
           MOVE WS-LETTERS-UNMAILABLE      TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "LOANS CURED - LADDER RESET" TO TL-LABEL
           MOVE WS-LADDERS-RESET           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "PROMISES KEPT"            TO TL-LABEL
           MOVE WS-PROMISES-KEPT           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "PROMISES BROKEN"          TO TL-LABEL
           MOVE WS-PROMISES-BROKEN         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE

           MOVE "PROMISES STILL OPEN"      TO TL-LABEL
           MOVE WS-PROMISES-OPEN           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE.

       9110-PRINT-LEVEL-COUNT.
           MOVE SPACES TO TL-LABEL
           STRING "LETTERS - " DELIMITED BY SIZE
                  WS-DL-TITLE(WS-LEVEL-SUB) DELIMITED BY "  "
               INTO TL-LABEL
           END-STRING
           MOVE WS-LEVEL-LETTERS(WS-LEVEL-SUB) TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO EX-LINE
           WRITE EX-LINE.
