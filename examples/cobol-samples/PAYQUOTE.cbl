       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQUOTE.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * PAYOFF QUOTE LETTERS WITH GOOD-THROUGH DATES
      * Answers the payoff requests keyed on QUOTEREQ.DAT - from the
      * borrower, a title company or a refinancing lender - with a
      * payoff letter stating what to send to close the loan by a
      * given date. The figures are built the way LOANPROC 2400
      * closes a payoff: the principal balance, interest accrued
      * from the last posting date through the good-through date,
      * and the unpaid late fees, plus the per-diem to add for each
      * day past it. The escrow balance expected back at closing is
      * shown on its own and never netted into the total.
      * Every quote issued is saved on PAYQUOTE.DAT so LOANPROC can
      * hold the payoff against it when the money arrives; requests
      * that cannot be quoted print on the quote register
      * (PAYQRPT.TXT) with the reason. LOAN-FILE and CUSTOMER-FILE
      * are read only.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUOTE-REQUEST-FILE ASSIGN TO "QUOTEREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUMBER.

           SELECT OPTIONAL PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-QUOTE-KEY.

           SELECT LETTER-FILE ASSIGN TO "PAYLTRS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTE-REGISTER ASSIGN TO "PAYQRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REQUEST-FILE.
           COPY QUOTEREQ.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  PAYOFF-QUOTE-FILE.
           COPY QUOTEREC.

       FD  LETTER-FILE.
       01  LT-LINE                    PIC X(80).

       FD  QUOTE-REGISTER.
       01  RG-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-LAST-GOOD-THROUGH   PIC 9(8).

      * A quote is good for at most this many days past the run
      * date - beyond it a rate reset or another installment is
      * too likely to make the figures wrong
       01  WS-MAX-QUOTE-DAYS          PIC 9(3) VALUE 030.

       01  WS-QUOTE-FIELDS.
           05  WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
           05  WS-MONTHLY-RATE        PIC 9V9(8).
           05  WS-INTEREST-DAYS       PIC S9(5).
           05  WS-REJECT-TEXT         PIC X(22).

      * Where the letter goes - the third party named on the
      * request, or the borrower's address off the customer master
       01  WS-MAILING-ADDRESS.
           05  WS-MAIL-NAME           PIC X(50).
           05  WS-MAIL-LINE-1         PIC X(40).
           05  WS-MAIL-LINE-2         PIC X(40).
           05  WS-MAIL-CITY           PIC X(20).
           05  WS-MAIL-STATE          PIC X(2).
           05  WS-MAIL-ZIP-CODE       PIC X(10).

       01  WS-CONTROL-TOTALS.
           05  WS-REQUESTS-READ       PIC 9(7) VALUE 0.
           05  WS-QUOTES-ISSUED       PIC 9(7) VALUE 0.
           05  WS-QUOTES-REISSUED     PIC 9(7) VALUE 0.
           05  WS-REQUESTS-REJECTED   PIC 9(7) VALUE 0.
           05  WS-TOTAL-QUOTED        PIC 9(11)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  HL-TITLE               PIC X(40).
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).

       01  WS-REGISTER-HEADING.
           05  FILLER                 PIC X(51) VALUE
               "LOAN NUMBER GOOD THRU      PRINCIPAL       INTEREST".
           05  FILLER                 PIC X(81) VALUE
               "      LATE FEES   TOTAL PAYOFF   PER DIEM  RESULT".

       01  WS-REGISTER-LINE.
           05  QL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  QL-GOOD-THROUGH-DATE   PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  QL-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  QL-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  QL-LATE-FEES           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  QL-TOTAL-PAYOFF        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  QL-PER-DIEM            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  QL-RESULT              PIC X(22).

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-DATE-LINE.
           05  FILLER                 PIC X(50) VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "DATE: ".
           05  LDL-RUN-DATE           PIC 9(8).

       01  WS-LETTER-LOAN-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RE: LOAN NUMBER".
           05  LLL-LOAN-NUMBER        PIC 9(10).

       01  WS-LETTER-BORROWER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "    BORROWER".
           05  LBL-BORROWER-NAME      PIC X(50).

       01  WS-LETTER-AMOUNT-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  LAL-LABEL              PIC X(30).
           05  LAL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LETTER-DATE-ITEM-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  LIL-LABEL              PIC X(30).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  LIL-DATE               PIC 9(8).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST UNTIL END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-LAST-GOOD-THROUGH =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-MAX-QUOTE-DAYS)
           OPEN INPUT QUOTE-REQUEST-FILE
           OPEN INPUT LOAN-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN I-O PAYOFF-QUOTE-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT QUOTE-REGISTER
           MOVE "PAYOFF QUOTE REGISTER" TO HL-TITLE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADER-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE WS-REGISTER-HEADING TO RG-LINE
           WRITE RG-LINE
           READ QUOTE-REQUEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * PROCESS-REQUEST
      * Business Rule: a request is quoted only when the loan is
      * open on the master, the good-through date is a real date no
      * earlier than today and no further out than the quote window
      * allows, and there is an address to mail the letter to. A
      * quote is saved only once its letter has been produced; a
      * refused request prints on the register with the reason so
      * customer service can go back to whoever asked.
      *****************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 2100-VALIDATE-REQUEST
           IF WS-REJECT-TEXT = SPACES
               PERFORM 2200-FIND-RECIPIENT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               PERFORM 2300-CALCULATE-QUOTE
               PERFORM 2500-PRINT-LETTER
               PERFORM 2600-SAVE-QUOTE
               ADD 1               TO WS-QUOTES-ISSUED
               ADD PQ-TOTAL-PAYOFF TO WS-TOTAL-QUOTED
               PERFORM 2700-LIST-QUOTE
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
               PERFORM 2750-LIST-REJECT
           END-IF
           READ QUOTE-REQUEST-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-VALIDATE-REQUEST.
           EVALUATE TRUE
               WHEN QR-LOAN-NUMBER NOT NUMERIC
                   MOVE "BAD LOAN NUMBER"      TO WS-REJECT-TEXT
               WHEN QR-GOOD-THROUGH-DATE NOT NUMERIC
                   MOVE "BAD GOOD-THROUGH DATE" TO WS-REJECT-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(QR-GOOD-THROUGH-DATE)
                       NOT = 0
                   MOVE "BAD GOOD-THROUGH DATE" TO WS-REJECT-TEXT
               WHEN QR-GOOD-THROUGH-DATE < WS-RUN-DATE
                   MOVE "GOOD-THROUGH PASSED"  TO WS-REJECT-TEXT
               WHEN QR-GOOD-THROUGH-DATE > WS-LAST-GOOD-THROUGH
                   MOVE "GOOD-THROUGH TOO FAR" TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2110-READ-LOAN
           END-EVALUATE.

       2110-READ-LOAN.
           MOVE QR-LOAN-NUMBER TO LF-LOAN-NUMBER
           READ LOAN-FILE
               KEY IS LF-LOAN-NUMBER
               INVALID KEY
                   MOVE "LOAN NOT FOUND" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT LOAN-OPEN
                       MOVE "LOAN NOT OPEN" TO WS-REJECT-TEXT
                   END-IF
           END-READ.

      *****************************************************************
      * FIND-RECIPIENT
      * Business Rule: a third party named on the request - title
      * company, refinancing lender - gets the letter at the address
      * keyed with it and must have a street and city. Otherwise
      * the letter goes to the borrower, and a loan not linked to a
      * customer, or a customer with no street and city, cannot be
      * quoted until the customer record is fixed.
      *****************************************************************
       2200-FIND-RECIPIENT.
           IF QR-RECIPIENT-NAME NOT = SPACES
               IF QR-ADDRESS-LINE-1 = SPACES
                   OR QR-CITY = SPACES
                   MOVE "NO RECIPIENT ADDRESS" TO WS-REJECT-TEXT
               ELSE
                   MOVE QR-RECIPIENT-NAME TO WS-MAIL-NAME
                   MOVE QR-ADDRESS-LINE-1 TO WS-MAIL-LINE-1
                   MOVE QR-ADDRESS-LINE-2 TO WS-MAIL-LINE-2
                   MOVE QR-CITY           TO WS-MAIL-CITY
                   MOVE QR-STATE          TO WS-MAIL-STATE
                   MOVE QR-ZIP-CODE       TO WS-MAIL-ZIP-CODE
               END-IF
           ELSE
               PERFORM 2210-FIND-CUSTOMER
           END-IF.

       2210-FIND-CUSTOMER.
           IF LF-CUSTOMER-NUMBER NOT NUMERIC
               OR LF-CUSTOMER-NUMBER = 0
               MOVE "NO CUSTOMER LINK" TO WS-REJECT-TEXT
           ELSE
               MOVE LF-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CM-CUSTOMER-NUMBER
                   INVALID KEY
                       MOVE "CUSTOMER NOT FOUND" TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       IF CM-ADDRESS-LINE-1 = SPACES
                           OR CM-CITY = SPACES
                           MOVE "NO MAILING ADDRESS"
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE CM-CUSTOMER-NAME  TO WS-MAIL-NAME
                           MOVE CM-ADDRESS-LINE-1 TO WS-MAIL-LINE-1
                           MOVE CM-ADDRESS-LINE-2 TO WS-MAIL-LINE-2
                           MOVE CM-CITY           TO WS-MAIL-CITY
                           MOVE CM-STATE          TO WS-MAIL-STATE
                           MOVE CM-ZIP-CODE       TO WS-MAIL-ZIP-CODE
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * CALCULATE-QUOTE
      * Business Rule: the payoff is figured as LOANPROC 2400 will
      * figure it on the good-through date - interest at the rate
      * in effect (the current repriced rate on an ARM that has
      * repriced, the note rate otherwise) on the principal balance
      * from the last posting date (LF-START-DATE if the loan has
      * never posted) through the good-through date, a 30-day month
      * of the monthly rate per day, plus every unpaid late fee.
      * The per-diem is one more day of that interest. Escrow held
      * for the loan is refunded after it closes, so it is reported
      * but never subtracted from the total.
      *****************************************************************
       2300-CALCULATE-QUOTE.
           IF VARIABLE-RATE AND LF-CURRENT-RATE NOT = 0
               MOVE LF-CURRENT-RATE TO WS-EFFECTIVE-RATE
           ELSE
               MOVE LF-INTEREST-RATE TO WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-EFFECTIVE-RATE / 12

           IF LF-LAST-POST-DATE = 0
               MOVE LF-START-DATE TO PQ-INTEREST-FROM-DATE
           ELSE
               MOVE LF-LAST-POST-DATE TO PQ-INTEREST-FROM-DATE
           END-IF
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(QR-GOOD-THROUGH-DATE) -
               FUNCTION INTEGER-OF-DATE(PQ-INTEREST-FROM-DATE)
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF

           MOVE LF-LOAN-NUMBER       TO PQ-LOAN-NUMBER
           MOVE WS-RUN-DATE          TO PQ-QUOTE-DATE
           MOVE QR-GOOD-THROUGH-DATE TO PQ-GOOD-THROUGH-DATE
           MOVE WS-EFFECTIVE-RATE    TO PQ-INTEREST-RATE
           MOVE LF-BALANCE           TO PQ-PRINCIPAL-BALANCE
           COMPUTE PQ-INTEREST-AMOUNT ROUNDED =
               LF-BALANCE * WS-MONTHLY-RATE * WS-INTEREST-DAYS / 30
           MOVE LF-LATE-FEE-DUE      TO PQ-LATE-FEES
           COMPUTE PQ-TOTAL-PAYOFF =
               PQ-PRINCIPAL-BALANCE + PQ-INTEREST-AMOUNT
               + PQ-LATE-FEES
           COMPUTE PQ-PER-DIEM ROUNDED =
               LF-BALANCE * WS-MONTHLY-RATE / 30
           MOVE LF-ESCROW-BALANCE    TO PQ-ESCROW-REFUND
           MOVE WS-MAIL-NAME         TO PQ-RECIPIENT-NAME
           SET PQ-OUTSTANDING        TO TRUE
           MOVE WS-RUN-DATE          TO PQ-STATUS-DATE
           MOVE 0                    TO PQ-RECEIVED-DATE
           MOVE 0                    TO PQ-RECEIVED-AMOUNT.

       2500-PRINT-LETTER.
           MOVE WS-RUN-DATE TO LDL-RUN-DATE
           MOVE WS-LETTER-DATE-LINE TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE WS-MAIL-NAME TO LT-LINE
           WRITE LT-LINE
           MOVE WS-MAIL-LINE-1 TO LT-LINE
           WRITE LT-LINE
           IF WS-MAIL-LINE-2 NOT = SPACES
               MOVE WS-MAIL-LINE-2 TO LT-LINE
               WRITE LT-LINE
           END-IF
           MOVE SPACES TO LT-LINE
           STRING WS-MAIL-CITY     DELIMITED BY "  "
                  ", "             DELIMITED BY SIZE
                  WS-MAIL-STATE    DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-MAIL-ZIP-CODE DELIMITED BY SIZE
               INTO LT-LINE
           END-STRING
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE

           MOVE LF-LOAN-NUMBER TO LLL-LOAN-NUMBER
           MOVE WS-LETTER-LOAN-LINE TO LT-LINE
           WRITE LT-LINE
           MOVE LF-CUSTOMER-NAME TO LBL-BORROWER-NAME
           MOVE WS-LETTER-BORROWER-LINE TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE "PAYOFF STATEMENT" TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE "THE AMOUNT BELOW PAYS THIS LOAN IN FULL IF RECEIVED"
               TO LT-LINE
           WRITE LT-LINE
           MOVE "ON OR BEFORE THE GOOD-THROUGH DATE SHOWN." TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE

           MOVE "INTEREST CALCULATED FROM"    TO LIL-LABEL
           MOVE PQ-INTEREST-FROM-DATE         TO LIL-DATE
           MOVE WS-LETTER-DATE-ITEM-LINE      TO LT-LINE
           WRITE LT-LINE
           MOVE "FIGURES GOOD THROUGH"        TO LIL-LABEL
           MOVE PQ-GOOD-THROUGH-DATE          TO LIL-DATE
           MOVE WS-LETTER-DATE-ITEM-LINE      TO LT-LINE
           WRITE LT-LINE
           MOVE "PRINCIPAL BALANCE"           TO LAL-LABEL
           MOVE PQ-PRINCIPAL-BALANCE          TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE         TO LT-LINE
           WRITE LT-LINE
           MOVE "INTEREST TO GOOD-THROUGH DATE" TO LAL-LABEL
           MOVE PQ-INTEREST-AMOUNT            TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE         TO LT-LINE
           WRITE LT-LINE
           MOVE "LATE FEES DUE"               TO LAL-LABEL
           MOVE PQ-LATE-FEES                  TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE         TO LT-LINE
           WRITE LT-LINE
           MOVE "TOTAL PAYOFF AMOUNT"         TO LAL-LABEL
           MOVE PQ-TOTAL-PAYOFF               TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE         TO LT-LINE
           WRITE LT-LINE
           MOVE SPACES TO LT-LINE
           WRITE LT-LINE

           MOVE "PER DIEM FOR EACH EXTRA DAY"  TO LAL-LABEL
           MOVE PQ-PER-DIEM                   TO LAL-AMOUNT
           MOVE WS-LETTER-AMOUNT-LINE         TO LT-LINE
           WRITE LT-LINE
           MOVE "FUNDS RECEIVED AFTER THE GOOD-THROUGH DATE MUST ADD"
               TO LT-LINE
           WRITE LT-LINE
           MOVE "THE PER DIEM FOR EACH ADDITIONAL DAY AND ARE HELD"
               TO LT-LINE
           WRITE LT-LINE
           MOVE "FOR REVIEW BEFORE THE LOAN IS CLOSED." TO LT-LINE
           WRITE LT-LINE

           IF PQ-ESCROW-REFUND > 0
               MOVE SPACES TO LT-LINE
               WRITE LT-LINE
               MOVE "ESCROW BALANCE TO BE REFUNDED" TO LAL-LABEL
               MOVE PQ-ESCROW-REFUND          TO LAL-AMOUNT
               MOVE WS-LETTER-AMOUNT-LINE     TO LT-LINE
               WRITE LT-LINE
               MOVE "THE ESCROW BALANCE IS NOT DEDUCTED FROM THE"
                   TO LT-LINE
               WRITE LT-LINE
               MOVE "PAYOFF AMOUNT; IT IS REFUNDED ONCE THE LOAN CLOSES"
                   TO LT-LINE
               WRITE LT-LINE
           END-IF

           MOVE SPACES TO LT-LINE
           WRITE LT-LINE
           MOVE "FIGURES ASSUME NO FURTHER PAYMENTS, FEES OR RATE "
               TO LT-LINE
           WRITE LT-LINE
           MOVE "CHANGES BEFORE THE GOOD-THROUGH DATE." TO LT-LINE
           WRITE LT-LINE
           MOVE ALL "-" TO LT-LINE
           WRITE LT-LINE.

      *****************************************************************
      * SAVE-QUOTE
      * Business Rule: every quote is kept as outstanding until the
      * payoff arrives. A second request for the same loan and
      * good-through date on the same day replaces the first - the
      * reissued letter carries the same figures.
      *****************************************************************
       2600-SAVE-QUOTE.
           WRITE PAYOFF-QUOTE-RECORD
               INVALID KEY
                   PERFORM 2610-REPLACE-QUOTE
           END-WRITE.

       2610-REPLACE-QUOTE.
           ADD 1 TO WS-QUOTES-REISSUED
           REWRITE PAYOFF-QUOTE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR SAVING PAYOFF QUOTE '
                       PQ-LOAN-NUMBER
           END-REWRITE.

       2700-LIST-QUOTE.
           MOVE PQ-LOAN-NUMBER       TO QL-LOAN-NUMBER
           MOVE PQ-GOOD-THROUGH-DATE TO QL-GOOD-THROUGH-DATE
           MOVE PQ-PRINCIPAL-BALANCE TO QL-PRINCIPAL
           MOVE PQ-INTEREST-AMOUNT   TO QL-INTEREST
           MOVE PQ-LATE-FEES         TO QL-LATE-FEES
           MOVE PQ-TOTAL-PAYOFF      TO QL-TOTAL-PAYOFF
           MOVE PQ-PER-DIEM          TO QL-PER-DIEM
           MOVE "QUOTE ISSUED"       TO QL-RESULT
           MOVE WS-REGISTER-LINE     TO RG-LINE
           WRITE RG-LINE.

       2750-LIST-REJECT.
           IF QR-LOAN-NUMBER NUMERIC
               MOVE QR-LOAN-NUMBER   TO QL-LOAN-NUMBER
           ELSE
               MOVE 0                TO QL-LOAN-NUMBER
           END-IF
           IF QR-GOOD-THROUGH-DATE NUMERIC
               MOVE QR-GOOD-THROUGH-DATE TO QL-GOOD-THROUGH-DATE
           ELSE
               MOVE 0                TO QL-GOOD-THROUGH-DATE
           END-IF
           MOVE 0                    TO QL-PRINCIPAL
           MOVE 0                    TO QL-INTEREST
           MOVE 0                    TO QL-LATE-FEES
           MOVE 0                    TO QL-TOTAL-PAYOFF
           MOVE 0                    TO QL-PER-DIEM
           MOVE WS-REJECT-TEXT       TO QL-RESULT
           MOVE WS-REGISTER-LINE     TO RG-LINE
           WRITE RG-LINE.

       9000-CLEANUP.
           PERFORM 9100-PRINT-TOTALS
           CLOSE QUOTE-REQUEST-FILE
           CLOSE LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE PAYOFF-QUOTE-FILE
           CLOSE LETTER-FILE
           CLOSE QUOTE-REGISTER.

       9100-PRINT-TOTALS.
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE

           MOVE "REQUESTS READ"            TO TL-LABEL
           MOVE WS-REQUESTS-READ           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "QUOTES ISSUED"            TO TL-LABEL
           MOVE WS-QUOTES-ISSUED           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "QUOTES REISSUED SAME DAY" TO TL-LABEL
           MOVE WS-QUOTES-REISSUED         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "REQUESTS REJECTED"        TO TL-LABEL
           MOVE WS-REQUESTS-REJECTED       TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "TOTAL PAYOFF QUOTED"      TO TL-LABEL
           MOVE WS-TOTAL-QUOTED            TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE.
