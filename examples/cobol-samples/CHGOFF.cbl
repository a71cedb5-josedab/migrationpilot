       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * CHARGE-OFF AND RECOVERY PROCESSING
      * Takes seriously delinquent loans off the books with proper
      * loss accounting instead of letting them age forever or
      * vanish through an LNMAINT close. Each run first applies the
      * charge-offs credit management approved on CHGAPPR.DAT: the
      * loan's principal, the interest accrued since it last posted
      * and its unpaid LF-LATE-FEE-DUE are written off, the loan
      * moves to LOAN-CHARGED-OFF, a 'W' entry goes to the
      * transaction history and the principal is charged against
      * the loan loss allowance on CHGOFFGL.DAT. It then lists every
      * open loan aged at or past the days-past-due threshold - off
      * LF-NEXT-DUE-DATE, the same aging LOANPROC 2250 and COLLECT
      * use - on the candidate report for the next approval, and
      * prints the running charged-off/recovered report the
      * allowance calculation is built from. Recoveries themselves
      * post in LOANPROC as the cash arrives.
      * The threshold comes from the command line in days and
      * defaults to 120.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "CHGAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT CHARGEOFF-REGISTER ASSIGN TO "CHGOFFRG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANDIDATE-REPORT ASSIGN TO "CHGCAND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOSS-REPORT ASSIGN TO "CHGLOSS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "CHGOFFGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  APPROVAL-FILE.
           COPY CHGAPPR.

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.

       FD  CHARGEOFF-REGISTER.
       01  RG-LINE                    PIC X(132).

       FD  CANDIDATE-REPORT.
       01  CN-LINE                    PIC X(132).

       FD  LOSS-REPORT.
       01  LS-LINE                    PIC X(132).

       FD  GL-POSTING-FILE.
           COPY GLPOST.

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-THRESHOLD-PARM      PIC X(8) VALUE SPACES.
           05  WS-DPD-THRESHOLD       PIC 9(3) VALUE 120.

       01  WS-AGING-FIELDS.
           05  WS-DAYS-PAST-DUE       PIC S9(5).
           05  WS-MONTHLY-RATE        PIC 9V9(8).
           05  WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
           05  WS-ACCRUE-FROM-DATE    PIC 9(8).
           05  WS-ACCRUAL-DAYS        PIC S9(5).
           05  WS-ACCRUED-INTEREST    PIC 9(9)V99.
           05  WS-EXPOSURE            PIC 9(9)V99.
           05  WS-BEGIN-BALANCE       PIC 9(9)V99.
           05  WS-WRITTEN-OFF         PIC 9(9)V99.
           05  WS-NET-LOSS            PIC 9(9)V99.

       01  WS-REFUSAL-TEXT            PIC X(24).

       01  WS-CONTROL-TOTALS.
           05  WS-APPROVALS-READ      PIC 9(7)     VALUE 0.
           05  WS-CHARGEOFF-COUNT     PIC 9(7)     VALUE 0.
           05  WS-REFUSED-COUNT       PIC 9(7)     VALUE 0.
           05  WS-CO-PRINCIPAL-TOTAL  PIC 9(11)V99 VALUE 0.
           05  WS-CO-INTEREST-TOTAL   PIC 9(11)V99 VALUE 0.
           05  WS-CO-FEES-TOTAL       PIC 9(11)V99 VALUE 0.
           05  WS-CANDIDATE-COUNT     PIC 9(7)     VALUE 0.
           05  WS-CANDIDATE-EXPOSURE  PIC 9(11)V99 VALUE 0.
           05  WS-LOSS-LOAN-COUNT     PIC 9(7)     VALUE 0.
           05  WS-LOSS-PRINCIPAL      PIC 9(11)V99 VALUE 0.
           05  WS-LOSS-INTEREST       PIC 9(11)V99 VALUE 0.
           05  WS-LOSS-FEES           PIC 9(11)V99 VALUE 0.
           05  WS-LOSS-RECOVERED      PIC 9(11)V99 VALUE 0.
           05  WS-LOSS-NET            PIC 9(11)V99 VALUE 0.

       01  WS-GL-FIELDS.
           05  WS-GL-DEBIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-APPR-EOF-FLAG       PIC X VALUE 'N'.
               88 APPROVAL-END-OF-FILE VALUE 'Y'.
           05  WS-FOUND-FLAG          PIC X VALUE 'N'.
               88 LOAN-FOUND          VALUE 'Y'.
           05  WS-FORBEAR-FLAG        PIC X VALUE 'N'.
               88 IN-FORBEARANCE      VALUE 'Y'.
           05  WS-HISTORY-ADDED-FLAG  PIC X VALUE 'N'.
               88 HISTORY-ADDED       VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  HL-TITLE               PIC X(40).
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(17) VALUE
               "   DPD THRESHOLD ".
           05  HL-THRESHOLD           PIC ZZ9.

       01  WS-REGISTER-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "LOAN NUMBER CUSTOMER                   APPROVER "
               & "      PRINCIPAL        INTEREST    LATE FEES"
               & "     WRITTEN OFF".

       01  WS-CANDIDATE-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "LOAN NUMBER CUSTOMER                   NEXT DUE "
               & "   DPD         BALANCE     ACCRUED INT    LATE FEES"
               & "        EXPOSURE".

       01  WS-LOSS-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "LOAN NUMBER CUSTOMER                   CHG DATE "
               & "      PRINCIPAL        INTEREST    LATE FEES"
               & "       RECOVERED        NET LOSS".

       01  WS-REGISTER-LINE.
           05  RL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-APPROVED-BY         PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-FEES                PIC ZZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-WRITTEN-OFF         PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REFUSAL-LINE.
           05  RF-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RF-APPROVED-BY         PIC X(8).
           05  FILLER                 PIC X(12) VALUE
               "  REFUSED - ".
           05  RF-REASON              PIC X(24).

       01  WS-CANDIDATE-LINE.
           05  CL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-NEXT-DUE-DATE       PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-DAYS-PAST-DUE       PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-FEES                PIC ZZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-EXPOSURE            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LOSS-LINE.
           05  LL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-CHARGEOFF-DATE      PIC 9(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-PRINCIPAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-INTEREST            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-FEES                PIC ZZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-RECOVERED           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  LL-NET-LOSS            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-APPROVAL UNTIL APPROVAL-END-OF-FILE
           PERFORM 2900-START-LOAN-REVIEW
           PERFORM 3000-REVIEW-LOANS UNTIL END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the days-past-due threshold comes from the
      * command line so credit policy can tighten or relax it
      * without a program change; with no parameter (or one that is
      * not a number of days) it is 120.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-THRESHOLD-PARM FROM COMMAND-LINE
           IF WS-THRESHOLD-PARM NOT = SPACES
               COMPUTE WS-DPD-THRESHOLD =
                   FUNCTION NUMVAL(WS-THRESHOLD-PARM)
               IF WS-DPD-THRESHOLD = 0
                   DISPLAY 'INVALID DPD THRESHOLD ' WS-THRESHOLD-PARM
                       ' - USING 120'
                   MOVE 120 TO WS-DPD-THRESHOLD
               END-IF
           END-IF

           OPEN I-O LOAN-FILE
           OPEN INPUT APPROVAL-FILE
           OPEN I-O LOAN-TRANS-FILE
           OPEN OUTPUT CHARGEOFF-REGISTER
           OPEN OUTPUT CANDIDATE-REPORT
           OPEN OUTPUT LOSS-REPORT

           MOVE WS-RUN-DATE      TO HL-RUN-DATE
           MOVE WS-DPD-THRESHOLD TO HL-THRESHOLD

           MOVE "CHARGE-OFF REGISTER" TO HL-TITLE
           MOVE WS-HEADER-LINE TO RG-LINE
           WRITE RG-LINE
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE
           MOVE WS-REGISTER-HEADING TO RG-LINE
           WRITE RG-LINE

           MOVE "CHARGE-OFF CANDIDATES FOR APPROVAL" TO HL-TITLE
           MOVE WS-HEADER-LINE TO CN-LINE
           WRITE CN-LINE
           MOVE SPACES TO CN-LINE
           WRITE CN-LINE
           MOVE WS-CANDIDATE-HEADING TO CN-LINE
           WRITE CN-LINE

           MOVE "CHARGED-OFF AND RECOVERED LOANS" TO HL-TITLE
           MOVE WS-HEADER-LINE TO LS-LINE
           WRITE LS-LINE
           MOVE SPACES TO LS-LINE
           WRITE LS-LINE
           MOVE WS-LOSS-HEADING TO LS-LINE
           WRITE LS-LINE

           READ APPROVAL-FILE
               AT END SET APPROVAL-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * APPLY-APPROVAL
      * Business Rule: an approval is only as good as the day it was
      * given. Each approved loan is re-checked before anything is
      * written off - it must be on file, still open, out of any
      * forbearance window, still at or past the threshold and
      * still owe something - and an approval with no approving
      * officer is no approval at all. A refused approval prints on
      * the register with its reason and changes nothing.
      *****************************************************************
       2000-APPLY-APPROVAL.
           ADD 1 TO WS-APPROVALS-READ
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE CA-LOAN-NUMBER TO LF-LOAN-NUMBER
           PERFORM 2050-FIND-LOAN
           IF LOAN-FOUND
               PERFORM 2100-AGE-LOAN
           END-IF

           EVALUATE TRUE
               WHEN CA-APPROVED-BY = SPACES
                   MOVE "NO APPROVING OFFICER" TO WS-REFUSAL-TEXT
               WHEN NOT LOAN-FOUND
                   MOVE "LOAN NOT ON FILE"     TO WS-REFUSAL-TEXT
               WHEN LOAN-CHARGED-OFF
                   MOVE "ALREADY CHARGED OFF"  TO WS-REFUSAL-TEXT
               WHEN NOT LOAN-OPEN
                   MOVE "LOAN NOT OPEN"        TO WS-REFUSAL-TEXT
               WHEN IN-FORBEARANCE
                   MOVE "IN FORBEARANCE"       TO WS-REFUSAL-TEXT
               WHEN WS-DAYS-PAST-DUE < WS-DPD-THRESHOLD
                   MOVE "BELOW DPD THRESHOLD"  TO WS-REFUSAL-TEXT
               WHEN WS-EXPOSURE = 0
                   MOVE "NOTHING TO CHARGE OFF" TO WS-REFUSAL-TEXT
               WHEN OTHER
                   PERFORM 2200-CHARGE-OFF-LOAN
           END-EVALUATE

           IF WS-REFUSAL-TEXT NOT = SPACES
               PERFORM 2450-PRINT-REFUSAL-LINE
           END-IF

           READ APPROVAL-FILE
               AT END SET APPROVAL-END-OF-FILE TO TRUE
           END-READ.

       2050-FIND-LOAN.
           MOVE 'N' TO WS-FOUND-FLAG
           READ LOAN-FILE
               KEY IS LF-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   SET LOAN-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * AGE-LOAN
      * Business Rule: days past due run from LF-NEXT-DUE-DATE, the
      * oldest unpaid installment, exactly as the servicing run ages
      * a silent loan. A loan inside a forbearance window is not
      * aging and is never a candidate. The amount at stake is the
      * balance, the interest accrued since the loan last posted -
      * on the same balance * monthly rate * days / 30 arithmetic
      * and effective rate the payoff quote and the month-end
      * accrual use - and the unpaid late fees.
      *****************************************************************
       2100-AGE-LOAN.
      * Masters written before these fields existed read them back
      * as blanks - normalize before any arithmetic looks at them
           IF LF-FEE-ASSESSED-THRU NOT NUMERIC
               MOVE 0 TO LF-FEE-ASSESSED-THRU
           END-IF
           IF LF-FORBEAR-START-DATE NOT NUMERIC
               OR LF-FORBEAR-END-DATE NOT NUMERIC
               MOVE 0 TO LF-FORBEAR-START-DATE
               MOVE 0 TO LF-FORBEAR-END-DATE
           END-IF
           MOVE 'N' TO WS-FORBEAR-FLAG
           IF LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-RUN-DATE
               AND LF-FORBEAR-END-DATE NOT < WS-RUN-DATE
               SET IN-FORBEARANCE TO TRUE
           END-IF

           MOVE 0 TO WS-DAYS-PAST-DUE
           IF LF-NEXT-DUE-DATE > 0
               AND LF-NEXT-DUE-DATE < WS-RUN-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(LF-NEXT-DUE-DATE)
           END-IF

           IF VARIABLE-RATE AND LF-CURRENT-RATE NOT = 0
               MOVE LF-CURRENT-RATE TO WS-EFFECTIVE-RATE
           ELSE
               MOVE LF-INTEREST-RATE TO WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-EFFECTIVE-RATE / 12

           IF LF-LAST-POST-DATE = 0
               MOVE LF-START-DATE TO WS-ACCRUE-FROM-DATE
           ELSE
               MOVE LF-LAST-POST-DATE TO WS-ACCRUE-FROM-DATE
           END-IF
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-ACCRUE-FROM-DATE)
           IF WS-ACCRUAL-DAYS < 0
               MOVE 0 TO WS-ACCRUAL-DAYS
           END-IF
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               LF-BALANCE * WS-MONTHLY-RATE * WS-ACCRUAL-DAYS / 30

           COMPUTE WS-EXPOSURE =
               LF-BALANCE + WS-ACCRUED-INTEREST + LF-LATE-FEE-DUE.

      *****************************************************************
      * CHARGE-OFF-LOAN
      * Business Rule: the write-off is recorded on the master -
      * date, principal, interest and fees written off, recoveries
      * starting from zero - the balance and fee receivable come
      * down to zero and the loan moves to LOAN-CHARGED-OFF, so
      * servicing stops and any later cash posts as a recovery. Only
      * the principal was ever on the ledger, so only the principal
      * is charged against the allowance; the interest and fees were
      * never booked as income and are written off as memo amounts
      * on the register and the history entry.
      *****************************************************************
       2200-CHARGE-OFF-LOAN.
           MOVE LF-BALANCE          TO WS-BEGIN-BALANCE
           MOVE WS-EXPOSURE         TO WS-WRITTEN-OFF
           MOVE WS-RUN-DATE         TO LF-CHARGEOFF-DATE
           MOVE LF-BALANCE          TO LF-CHARGEOFF-PRINCIPAL
           MOVE WS-ACCRUED-INTEREST TO LF-CHARGEOFF-INTEREST
           MOVE LF-LATE-FEE-DUE     TO LF-CHARGEOFF-FEES
           MOVE 0                   TO LF-RECOVERED-AMOUNT
           MOVE 0                   TO LF-BALANCE
           MOVE 0                   TO LF-LATE-FEE-DUE
           SET LOAN-CHARGED-OFF     TO TRUE

           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED FOR LOAN ' LF-LOAN-NUMBER
                   MOVE "MASTER UPDATE FAILED" TO WS-REFUSAL-TEXT
               NOT INVALID KEY
                   PERFORM 2300-WRITE-CHARGEOFF-ENTRY
                   ADD 1 TO WS-CHARGEOFF-COUNT
                   ADD LF-CHARGEOFF-PRINCIPAL TO WS-CO-PRINCIPAL-TOTAL
                   ADD LF-CHARGEOFF-INTEREST  TO WS-CO-INTEREST-TOTAL
                   ADD LF-CHARGEOFF-FEES      TO WS-CO-FEES-TOTAL
                   PERFORM 2400-PRINT-REGISTER-LINE
           END-REWRITE.

      *****************************************************************
      * WRITE-CHARGEOFF-ENTRY
      * Business Rule: the 'W' history entry carries the whole
      * write-off - principal, accrued interest and, in the fee-paid
      * column, the late fees - and takes the balance from what it
      * was down to zero, so the balance chain the audit replays
      * still lands on the master.
      *****************************************************************
       2300-WRITE-CHARGEOFF-ENTRY.
           MOVE LF-LOAN-NUMBER         TO TR-LOAN-NUMBER
           MOVE WS-RUN-DATE            TO TR-RUN-DATE
           SET TR-CHARGE-OFF           TO TRUE
           MOVE WS-WRITTEN-OFF         TO TR-PAYMENT-AMOUNT
           MOVE LF-CHARGEOFF-INTEREST  TO TR-INTEREST-PART
           MOVE LF-CHARGEOFF-PRINCIPAL TO TR-PRINCIPAL-PART
           MOVE 0                      TO TR-LATE-FEE
           MOVE 0                      TO TR-ESCROW-PART
           MOVE WS-BEGIN-BALANCE       TO TR-BEGIN-BALANCE
           MOVE LF-BALANCE             TO TR-END-BALANCE
           MOVE LF-LAST-POST-DATE      TO TR-PRIOR-POST-DATE
           MOVE LF-CHARGEOFF-FEES      TO TR-FEE-PAID-PART
           MOVE LF-FEE-ASSESSED-THRU   TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2350-ADD-HISTORY-ENTRY.

      *****************************************************************
      * ADD-HISTORY-ENTRY
      * Business Rule: the history is keyed on loan, run date and
      * sequence number, so an entry goes in at the first sequence
      * number free for the loan and run date - an entry already
      * written for the loan that day, by this run or another
      * program, is never overwritten.
      *****************************************************************
       2350-ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-HISTORY-ADDED-FLAG
           MOVE 0   TO TR-SEQUENCE-NUMBER
           PERFORM 2360-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-ADDED OR TR-SEQUENCE-NUMBER = 9999
           IF NOT HISTORY-ADDED
               DISPLAY 'HISTORY FULL FOR LOAN ' TR-LOAN-NUMBER
                   ' RUN DATE ' TR-RUN-DATE ' - ENTRY NOT WRITTEN'
           END-IF.

       2360-TRY-HISTORY-SEQUENCE.
           ADD 1 TO TR-SEQUENCE-NUMBER
           WRITE LOAN-TRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ADDED TO TRUE
           END-WRITE.

       2400-PRINT-REGISTER-LINE.
           MOVE LF-LOAN-NUMBER         TO RL-LOAN-NUMBER
           MOVE LF-CUSTOMER-NAME       TO RL-CUSTOMER-NAME
           MOVE CA-APPROVED-BY         TO RL-APPROVED-BY
           MOVE LF-CHARGEOFF-PRINCIPAL TO RL-PRINCIPAL
           MOVE LF-CHARGEOFF-INTEREST  TO RL-INTEREST
           MOVE LF-CHARGEOFF-FEES      TO RL-FEES
           MOVE WS-WRITTEN-OFF         TO RL-WRITTEN-OFF
           MOVE WS-REGISTER-LINE       TO RG-LINE
           WRITE RG-LINE.

       2450-PRINT-REFUSAL-LINE.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE CA-LOAN-NUMBER         TO RF-LOAN-NUMBER
           IF LOAN-FOUND
               MOVE LF-CUSTOMER-NAME   TO RF-CUSTOMER-NAME
           ELSE
               MOVE SPACES             TO RF-CUSTOMER-NAME
           END-IF
           MOVE CA-APPROVED-BY         TO RF-APPROVED-BY
           MOVE WS-REFUSAL-TEXT        TO RF-REASON
           MOVE WS-REFUSAL-LINE        TO RG-LINE
           WRITE RG-LINE.

      *****************************************************************
      * START-LOAN-REVIEW
      * Business Rule: the approvals moved the file position around
      * by key; the review pass starts back at the top of LOAN-FILE
      * so the candidate and loss reports see every loan, including
      * the ones charged off a moment ago.
      *****************************************************************
       2900-START-LOAN-REVIEW.
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
      * REVIEW-LOANS
      * Business Rule: an open loan aged at or past the threshold
      * and not in forbearance goes on the candidate report for the
      * next approval; every charged-off loan goes on the loss
      * report, whenever it was charged off.
      *****************************************************************
       3000-REVIEW-LOANS.
           EVALUATE TRUE
               WHEN LOAN-CHARGED-OFF
                   PERFORM 3200-PRINT-LOSS-LINE
               WHEN LOAN-OPEN
                   PERFORM 2100-AGE-LOAN
                   IF NOT IN-FORBEARANCE
                       AND WS-DAYS-PAST-DUE NOT < WS-DPD-THRESHOLD
                       AND WS-EXPOSURE > 0
                       PERFORM 3100-PRINT-CANDIDATE-LINE
                   END-IF
           END-EVALUATE
           READ LOAN-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3100-PRINT-CANDIDATE-LINE.
           ADD 1           TO WS-CANDIDATE-COUNT
           ADD WS-EXPOSURE TO WS-CANDIDATE-EXPOSURE
           MOVE LF-LOAN-NUMBER      TO CL-LOAN-NUMBER
           MOVE LF-CUSTOMER-NAME    TO CL-CUSTOMER-NAME
           MOVE LF-NEXT-DUE-DATE    TO CL-NEXT-DUE-DATE
           MOVE WS-DAYS-PAST-DUE    TO CL-DAYS-PAST-DUE
           MOVE LF-BALANCE          TO CL-BALANCE
           MOVE WS-ACCRUED-INTEREST TO CL-INTEREST
           MOVE LF-LATE-FEE-DUE     TO CL-FEES
           MOVE WS-EXPOSURE         TO CL-EXPOSURE
           MOVE WS-CANDIDATE-LINE   TO CN-LINE
           WRITE CN-LINE.

      *****************************************************************
      * PRINT-LOSS-LINE
      * Business Rule: the allowance calculation works from net
      * loss - everything written off less everything recovered
      * since - loan by loan and in total.
      *****************************************************************
       3200-PRINT-LOSS-LINE.
           IF LF-RECOVERED-AMOUNT NOT NUMERIC
               MOVE 0 TO LF-RECOVERED-AMOUNT
           END-IF
           COMPUTE WS-WRITTEN-OFF =
               LF-CHARGEOFF-PRINCIPAL + LF-CHARGEOFF-INTEREST
               + LF-CHARGEOFF-FEES
           IF LF-RECOVERED-AMOUNT > WS-WRITTEN-OFF
               MOVE 0 TO WS-NET-LOSS
           ELSE
               COMPUTE WS-NET-LOSS =
                   WS-WRITTEN-OFF - LF-RECOVERED-AMOUNT
           END-IF

           ADD 1                      TO WS-LOSS-LOAN-COUNT
           ADD LF-CHARGEOFF-PRINCIPAL TO WS-LOSS-PRINCIPAL
           ADD LF-CHARGEOFF-INTEREST  TO WS-LOSS-INTEREST
           ADD LF-CHARGEOFF-FEES      TO WS-LOSS-FEES
           ADD LF-RECOVERED-AMOUNT    TO WS-LOSS-RECOVERED
           ADD WS-NET-LOSS            TO WS-LOSS-NET

           MOVE LF-LOAN-NUMBER         TO LL-LOAN-NUMBER
           MOVE LF-CUSTOMER-NAME       TO LL-CUSTOMER-NAME
           MOVE LF-CHARGEOFF-DATE      TO LL-CHARGEOFF-DATE
           MOVE LF-CHARGEOFF-PRINCIPAL TO LL-PRINCIPAL
           MOVE LF-CHARGEOFF-INTEREST  TO LL-INTEREST
           MOVE LF-CHARGEOFF-FEES      TO LL-FEES
           MOVE LF-RECOVERED-AMOUNT    TO LL-RECOVERED
           MOVE WS-NET-LOSS            TO LL-NET-LOSS
           MOVE WS-LOSS-LINE           TO LS-LINE
           WRITE LS-LINE.

       9000-CLEANUP.
           PERFORM 9100-PRINT-REGISTER-TOTALS
           PERFORM 9150-PRINT-CANDIDATE-TOTALS
           PERFORM 9200-PRINT-LOSS-TOTALS
           PERFORM 9300-WRITE-GL-FEED
           CLOSE LOAN-FILE
           CLOSE APPROVAL-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE CHARGEOFF-REGISTER
           CLOSE CANDIDATE-REPORT
           CLOSE LOSS-REPORT.

       9100-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO RG-LINE
           WRITE RG-LINE

           MOVE "APPROVALS RECEIVED"       TO TL-LABEL
           MOVE WS-APPROVALS-READ          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "LOANS CHARGED OFF"        TO TL-LABEL
           MOVE WS-CHARGEOFF-COUNT         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "APPROVALS REFUSED"        TO TL-LABEL
           MOVE WS-REFUSED-COUNT           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "PRINCIPAL CHARGED OFF"    TO TL-LABEL
           MOVE WS-CO-PRINCIPAL-TOTAL      TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "INTEREST WRITTEN OFF"     TO TL-LABEL
           MOVE WS-CO-INTEREST-TOTAL       TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE

           MOVE "LATE FEES WRITTEN OFF"    TO TL-LABEL
           MOVE WS-CO-FEES-TOTAL           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO RG-LINE
           WRITE RG-LINE.

       9150-PRINT-CANDIDATE-TOTALS.
           MOVE SPACES TO CN-LINE
           WRITE CN-LINE

           MOVE "CHARGE-OFF CANDIDATES"    TO TL-LABEL
           MOVE WS-CANDIDATE-COUNT         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO CN-LINE
           WRITE CN-LINE

           MOVE "TOTAL EXPOSURE"           TO TL-LABEL
           MOVE WS-CANDIDATE-EXPOSURE      TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO CN-LINE
           WRITE CN-LINE.

       9200-PRINT-LOSS-TOTALS.
           MOVE SPACES TO LS-LINE
           WRITE LS-LINE

           MOVE "CHARGED-OFF LOANS"        TO TL-LABEL
           MOVE WS-LOSS-LOAN-COUNT         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE

           MOVE "PRINCIPAL CHARGED OFF"    TO TL-LABEL
           MOVE WS-LOSS-PRINCIPAL          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE

           MOVE "INTEREST WRITTEN OFF"     TO TL-LABEL
           MOVE WS-LOSS-INTEREST           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE

           MOVE "LATE FEES WRITTEN OFF"    TO TL-LABEL
           MOVE WS-LOSS-FEES               TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE

           MOVE "TOTAL RECOVERED"          TO TL-LABEL
           MOVE WS-LOSS-RECOVERED          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE

           MOVE "NET LOSS"                 TO TL-LABEL
           MOVE WS-LOSS-NET                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO LS-LINE
           WRITE LS-LINE.

      *****************************************************************
      * WRITE-GL-FEED
      * Business Rule: the principal written off this run comes out
      * of loan principal and is charged against the loan loss
      * allowance - debit 140100, credit 130100 - so 130100 keeps
      * tying to LF-BALANCE on the master. Recoveries credit the
      * allowance back through LOANPROC's feed as the cash arrives.
      * The trailer proves debits equal credits before GLCONSOL
      * takes the extract.
      *****************************************************************
       9300-WRITE-GL-FEED.
           OPEN OUTPUT GL-POSTING-FILE

           IF WS-CO-PRINCIPAL-TOTAL > 0
               MOVE "D"                TO GL-RECORD-TYPE
               MOVE WS-RUN-DATE        TO GL-RUN-DATE
               MOVE 140100             TO GL-ACCOUNT-NUMBER
               MOVE "LOAN LOSS ALLOWANCE" TO GL-ACCOUNT-NAME
               MOVE "D"                TO GL-DR-CR-FLAG
               MOVE WS-CO-PRINCIPAL-TOTAL TO GL-AMOUNT
               ADD GL-AMOUNT           TO WS-GL-DEBIT-TOTAL
               WRITE GL-POSTING-RECORD

               MOVE "D"                TO GL-RECORD-TYPE
               MOVE WS-RUN-DATE        TO GL-RUN-DATE
               MOVE 130100             TO GL-ACCOUNT-NUMBER
               MOVE "LOAN PRINCIPAL"   TO GL-ACCOUNT-NAME
               MOVE "C"                TO GL-DR-CR-FLAG
               MOVE WS-CO-PRINCIPAL-TOTAL TO GL-AMOUNT
               ADD GL-AMOUNT           TO WS-GL-CREDIT-TOTAL
               WRITE GL-POSTING-RECORD
           END-IF

           MOVE "T"                 TO GL-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE         TO GL-TRL-RUN-DATE
           MOVE WS-GL-DEBIT-TOTAL   TO GL-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL  TO GL-TRL-CREDIT-TOTAL
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               SET GL-RUN-IN-BALANCE TO TRUE
           ELSE
               SET GL-RUN-OUT-OF-BAL TO TRUE
               DISPLAY 'CHARGE-OFF GL OUT OF BALANCE'
           END-IF
           WRITE GL-TRAILER-RECORD

           CLOSE GL-POSTING-FILE.
