       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBUREAU.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * MONTHLY CREDIT BUREAU REPORTING EXTRACT
      * Writes one base segment per loan to the bureau file
      * BUREAU.DAT, between a header and a trailer carrying the
      * segment count and dollar totals. Borrower identity comes
      * from the loan's CUSTOMER-RECORD; original amount, balance,
      * scheduled payment, term, next due date and status from
      * LOAN-RECORD. The account status, payment rating and months
      * past due come from the same LF-NEXT-DUE-DATE aging
      * DELINQRP and COLLECT use, and the 24-month payment history
      * profile is rebuilt from LOANTRAN.DAT by stepping the next
      * due date back through the installments posted, reversed
      * and deferred since each month-end.
      * Open loans report every month. A loan paid off through
      * LOANPROC's payoff mode or closed through LNMAINT reports one
      * final time with the closed status, and a charged-off loan
      * reports as charged off until its recoveries clear the loss -
      * BURSTAT.DAT remembers which loans have had their final
      * report. A loan whose customer record lacks a name or mailing
      * address cannot be matched by the bureau, so it is left off
      * the file and listed on BURRPT.TXT for customer service.
      * The activity date comes from the command line (YYYYMMDD)
      * and defaults to the last day of the run month.
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

           SELECT OPTIONAL BUREAU-STATUS-FILE ASSIGN TO "BURSTAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT BUREAU-FILE ASSIGN TO "BUREAU.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUREAU-REPORT ASSIGN TO "BURRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BUREAU-STATUS-FILE.
           COPY BURSTAT.

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.

       FD  BUREAU-FILE.
           COPY CBRSEG.

       FD  BUREAU-REPORT.
       01  BR-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-REPORT-PARM         PIC X(8) VALUE SPACES.
           05  WS-REPORT-DATE         PIC 9(8).
           05  WS-MONTH-END-WORK      PIC 9(8).
           05  WS-MONTH-END-WORK-R REDEFINES WS-MONTH-END-WORK.
               10  WS-ME-YYYY         PIC 9(4).
               10  WS-ME-MM           PIC 9(2).
               10  WS-ME-DD           PIC 9(2).
           05  WS-DUE-WORK            PIC 9(8).
           05  WS-DUE-WORK-R REDEFINES WS-DUE-WORK.
               10  WS-DU-YYYY         PIC 9(4).
               10  WS-DU-MM           PIC 9(2).
               10  WS-DU-DD           PIC 9(2).
           05  WS-AS-OF-DATE          PIC 9(8).
           05  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
               10  WS-AO-YYYY         PIC 9(4).
               10  WS-AO-MM           PIC 9(2).
               10  WS-AO-DD           PIC 9(2).
           05  WS-DATE-WORK-INT       PIC S9(9).
           05  WS-MONTH-NUMBER        PIC S9(7).

      *****************************************************************
      * The 24 month-ends the payment history profile covers, this
      * month's activity date first. Entry 1 is the activity date
      * itself; each one after it is the last day of the month
      * before.
      *****************************************************************
       01  WS-MONTH-END-TABLE.
           05  WS-MONTH-END OCCURS 24 TIMES PIC 9(8).

       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-CODE OCCURS 24 TIMES PIC X(1).

      *****************************************************************
      * Bureau status codes for an open loan, by payment rating -
      * 11 current, then 71, 78, 80, 82, 83 and 84 for 30, 60, 90,
      * 120, 150 and 180-plus days past due.
      *****************************************************************
       01  WS-OPEN-STATUS-CODES       PIC X(14) VALUE
           "11717880828384".
       01  WS-OPEN-STATUS-TABLE REDEFINES WS-OPEN-STATUS-CODES.
           05  WS-OPEN-STATUS OCCURS 7 TIMES PIC X(2).

      *****************************************************************
      * Installments credited to the loan being reported, out of
      * its own history: +1 for a scheduled payment, -1 for the
      * reversal that backed one out, and the months a deferral
      * moved the due date. Credits dated after the activity date
      * are held apart; the rest fall in the month of the profile
      * they were posted in. WS-HT-LAST-CYCLE follows the latest
      * posting the way LOANPROC's reversal lookup does, so a
      * reversal is only taken as backing out an installment when
      * the cycle it reversed was one.
      *****************************************************************
       01  WS-LOAN-HISTORY.
           05  WS-HT-LAST-CYCLE       PIC X(1).
           05  WS-HT-LAST-RUN-DATE    PIC 9(8).
           05  WS-HT-AFTER-CREDITS    PIC S9(3).
           05  WS-HT-MONTH-CREDITS OCCURS 24 TIMES PIC S9(3).

       01  WS-LOOKUP-FIELDS.
           05  WS-MONTH-SUB           PIC 9(2).
           05  WS-BUCKET              PIC 9(2).
           05  WS-CREDIT              PIC S9(3).

       01  WS-AGING-FIELDS.
           05  WS-CUM-CREDITS         PIC S9(5).
           05  WS-DAYS-PAST-DUE       PIC S9(5).
           05  WS-MONTHS-PAST-DUE     PIC S9(5).
           05  WS-RATING-DIGIT        PIC 9(1).
           05  WS-DATE-CLOSED         PIC 9(8).
           05  WS-CURRENT-CODE        PIC X(1).
           05  WS-CURRENT-DPD         PIC S9(5).
           05  WS-CURRENT-MONTHS      PIC S9(5).
           05  WS-CURRENT-DUE-DATE    PIC 9(8).
           05  WS-CURRENT-AS-OF       PIC 9(8).
           05  WS-MONTHS-BEHIND       PIC S9(5).
           05  WS-PAST-DUE-AMOUNT     PIC 9(9)V99.
           05  WS-CHARGE-OFF-AMOUNT   PIC 9(9)V99.
           05  WS-UNRECOVERED-AMOUNT  PIC 9(9)V99.
           05  WS-REJECT-TEXT         PIC X(22).

       01  WS-CONTROL-TOTALS.
           05  WS-LOANS-READ          PIC 9(7)  VALUE 0.
           05  WS-SEGMENTS-WRITTEN    PIC 9(7)  VALUE 0.
           05  WS-REPORTED-CURRENT    PIC 9(7)  VALUE 0.
           05  WS-REPORTED-DELINQUENT PIC 9(7)  VALUE 0.
           05  WS-REPORTED-CLOSED     PIC 9(7)  VALUE 0.
           05  WS-REPORTED-CHGOFF     PIC 9(7)  VALUE 0.
           05  WS-REPORTED-CHGOFF-PAID PIC 9(7) VALUE 0.
           05  WS-FINALS-PASSED-OVER  PIC 9(7)  VALUE 0.
           05  WS-LOANS-REJECTED      PIC 9(7)  VALUE 0.
           05  WS-BALANCE-TOTAL       PIC 9(13) VALUE 0.
           05  WS-PAST-DUE-TOTAL      PIC 9(13) VALUE 0.
           05  WS-CHARGE-OFF-TOTAL    PIC 9(13) VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-STATUS-FOUND-FLAG   PIC X VALUE 'N'.
               88 STATUS-FOUND        VALUE 'Y'.
           05  WS-IDENTITY-FLAG       PIC X VALUE 'N'.
               88 IDENTITY-COMPLETE   VALUE 'Y'.
           05  WS-REPORT-FLAG         PIC X VALUE 'N'.
               88 REPORT-THIS-LOAN    VALUE 'Y'.
           05  WS-FINAL-FLAG          PIC X VALUE 'N'.
               88 FINAL-REPORT        VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(40) VALUE
               "CREDIT BUREAU REPORTING - ACTIVITY DATE ".
           05  HL-REPORT-DATE         PIC 9(8).

       01  WS-REJECT-HEADING.
           05  FILLER                 PIC X(100) VALUE
               "LOAN NUMBER CUSTOMER                     CUSTOMER NO"
               & " REASON".

       01  WS-REJECT-LINE.
           05  BL-LOAN-NUMBER         PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BL-CUSTOMER-NAME       PIC X(25).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  BL-CUSTOMER-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  BL-REASON              PIC X(22).

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-BUILD-MONTH-ENDS
           PERFORM 2000-PROCESS-LOANS UNTIL END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the bureaus take the file once a month as of
      * month-end, so the activity date defaults to the last
      * calendar day of the run month - first of next month minus
      * one day, as INTACCR does. A date on the command line
      * reports a month late or re-runs an earlier one.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
           IF WS-REPORT-PARM = SPACES
               MOVE WS-RUN-DATE TO WS-MONTH-END-WORK
               ADD 1 TO WS-ME-MM
               IF WS-ME-MM > 12
                   MOVE 1 TO WS-ME-MM
                   ADD 1 TO WS-ME-YYYY
               END-IF
               MOVE 1 TO WS-ME-DD
               COMPUTE WS-DATE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-WORK) - 1
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-INT)
           ELSE
               MOVE WS-REPORT-PARM TO WS-REPORT-DATE
           END-IF

           OPEN INPUT LOAN-FILE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT LOAN-TRANS-FILE
           OPEN I-O BUREAU-STATUS-FILE
           OPEN OUTPUT BUREAU-FILE
           OPEN OUTPUT BUREAU-REPORT

           MOVE SPACES              TO CB-HEADER-RECORD
           SET CB-HEADER-ENTRY      TO TRUE
           MOVE WS-REPORT-DATE      TO CB-HDR-ACTIVITY-DATE
           MOVE WS-RUN-DATE         TO CB-HDR-CREATED-DATE
           MOVE "LOAN SERVICING"    TO CB-HDR-REPORTER-NAME
           WRITE CB-HEADER-RECORD

           MOVE WS-REPORT-DATE TO HL-REPORT-DATE
           MOVE WS-HEADER-LINE TO BR-LINE
           WRITE BR-LINE
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE
           MOVE "LOANS NOT REPORTED - MISSING IDENTITY" TO BR-LINE
           WRITE BR-LINE
           MOVE WS-REJECT-HEADING TO BR-LINE
           WRITE BR-LINE

           READ LOAN-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1100-BUILD-MONTH-ENDS.
           MOVE WS-REPORT-DATE TO WS-MONTH-END(1)
           PERFORM 1110-PRIOR-MONTH-END
               VARYING WS-MONTH-SUB FROM 2 BY 1
               UNTIL WS-MONTH-SUB > 24.

       1110-PRIOR-MONTH-END.
           MOVE WS-MONTH-END(WS-MONTH-SUB - 1) TO WS-MONTH-END-WORK
           MOVE 1 TO WS-ME-DD
           COMPUTE WS-DATE-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-WORK) - 1
           COMPUTE WS-MONTH-END(WS-MONTH-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-INT).

      *****************************************************************
      * PROCESS-LOANS
      * Business Rule: every open loan is reported. A closed or
      * charged-off loan is reported until its final closed report
      * has gone out, then passed over - unless the final report was
      * for this same activity date, so a re-run of the month still
      * carries it. A loan the bureau could not match to a consumer
      * goes on the reject list instead; it is tried again next
      * month, so a closed loan still gets its final report once
      * the customer record is fixed.
      *****************************************************************
       2000-PROCESS-LOANS.
           ADD 1 TO WS-LOANS-READ
           MOVE 'N' TO WS-REPORT-FLAG
           MOVE 'N' TO WS-FINAL-FLAG
           PERFORM 2100-READ-BUREAU-STATUS
           EVALUATE TRUE
               WHEN LOAN-OPEN
                   SET REPORT-THIS-LOAN TO TRUE
               WHEN STATUS-FOUND
                   AND BS-FINAL-REPORTED
                   AND BS-FINAL-DATE < WS-REPORT-DATE
                   ADD 1 TO WS-FINALS-PASSED-OVER
               WHEN OTHER
                   SET REPORT-THIS-LOAN TO TRUE
           END-EVALUATE
           IF REPORT-THIS-LOAN
               PERFORM 2200-CHECK-IDENTITY
               IF IDENTITY-COMPLETE
                   PERFORM 2300-BUILD-SEGMENT
                   PERFORM 2700-WRITE-SEGMENT
                   PERFORM 2800-SAVE-BUREAU-STATUS
               ELSE
                   PERFORM 2900-LIST-REJECT
               END-IF
           END-IF
           READ LOAN-FILE NEXT
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-READ-BUREAU-STATUS.
           MOVE 'N' TO WS-STATUS-FOUND-FLAG
           MOVE LF-LOAN-NUMBER TO BS-LOAN-NUMBER
           READ BUREAU-STATUS-FILE
               KEY IS BS-LOAN-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-STATUS-FOUND-FLAG
               NOT INVALID KEY
                   SET STATUS-FOUND TO TRUE
           END-READ
           IF NOT STATUS-FOUND
               MOVE LF-LOAN-NUMBER TO BS-LOAN-NUMBER
               MOVE 0      TO BS-LAST-REPORT-DATE
               MOVE SPACES TO BS-LAST-STATUS
               MOVE 'N'    TO BS-FINAL-FLAG
               MOVE 0      TO BS-FINAL-DATE
           END-IF.

      *****************************************************************
      * CHECK-IDENTITY
      * Business Rule: the bureau matches a segment to a consumer on
      * name and address, so a loan not linked to a customer, a
      * customer number not on file, or a customer record missing
      * the name, street, city, state or ZIP cannot be reported.
      *****************************************************************
       2200-CHECK-IDENTITY.
           MOVE 'N' TO WS-IDENTITY-FLAG
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
                       PERFORM 2210-TEST-IDENTITY-FIELDS
               END-READ
           END-IF.

       2210-TEST-IDENTITY-FIELDS.
           EVALUATE TRUE
               WHEN CM-CUSTOMER-NAME = SPACES
                   MOVE "MISSING NAME" TO WS-REJECT-TEXT
               WHEN CM-ADDRESS-LINE-1 = SPACES
                   MOVE "MISSING STREET ADDRESS" TO WS-REJECT-TEXT
               WHEN CM-CITY = SPACES
                   OR CM-STATE = SPACES
                   OR CM-ZIP-CODE = SPACES
                   MOVE "MISSING CITY/STATE/ZIP" TO WS-REJECT-TEXT
               WHEN OTHER
                   SET IDENTITY-COMPLETE TO TRUE
           END-EVALUATE.

      *****************************************************************
      * BUILD-SEGMENT
      * Business Rule: amounts go to the bureau in whole dollars,
      * cents dropped. A loan carrying an escrow payment is reported
      * as a mortgage, any other as an installment loan; every loan
      * here pays monthly. The date closed is the payoff or last
      * posting date for a closed loan and the charge-off date for a
      * charged-off one.
      *****************************************************************
       2300-BUILD-SEGMENT.
           MOVE SPACES TO CREDIT-BUREAU-RECORD
           SET CB-BASE-SEGMENT       TO TRUE
           MOVE WS-REPORT-DATE       TO CB-ACTIVITY-DATE
           MOVE LF-LOAN-NUMBER       TO CB-ACCOUNT-NUMBER
           IF LF-ESCROW-PAYMENT NUMERIC
               AND LF-ESCROW-PAYMENT > 0
               SET CB-MORTGAGE       TO TRUE
           ELSE
               SET CB-INSTALLMENT    TO TRUE
           END-IF
           MOVE LF-START-DATE        TO CB-DATE-OPENED
           MOVE LF-PRINCIPAL         TO CB-ORIGINAL-AMOUNT
           MOVE LF-TERM-MONTHS       TO CB-TERMS-DURATION
           MOVE 'M'                  TO CB-TERMS-FREQUENCY
           MOVE LF-PAYMENT-AMOUNT    TO CB-SCHEDULED-PAYMENT
           IF LF-NEXT-DUE-DATE NUMERIC
               MOVE LF-NEXT-DUE-DATE TO CB-NEXT-DUE-DATE
           ELSE
               MOVE 0                TO CB-NEXT-DUE-DATE
           END-IF
           MOVE LF-LAST-POST-DATE    TO CB-DATE-LAST-PAYMENT
           MOVE 0                    TO CB-DATE-FIRST-DELINQ
           MOVE CM-CUSTOMER-NUMBER   TO CB-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME     TO CB-CONSUMER-NAME
           MOVE CM-ADDRESS-LINE-1    TO CB-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2    TO CB-ADDRESS-LINE-2
           MOVE CM-CITY              TO CB-CITY
           MOVE CM-STATE             TO CB-STATE
           MOVE CM-ZIP-CODE          TO CB-ZIP-CODE
           MOVE CM-PHONE-NUMBER      TO CB-PHONE-NUMBER

           EVALUATE TRUE
               WHEN LOAN-CHARGED-OFF
                   MOVE LF-CHARGEOFF-DATE TO WS-DATE-CLOSED
               WHEN LOAN-CLOSED
                   IF LF-LAST-POST-DATE > 0
                       MOVE LF-LAST-POST-DATE TO WS-DATE-CLOSED
                   ELSE
                       MOVE WS-REPORT-DATE TO WS-DATE-CLOSED
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-DATE-CLOSED
           END-EVALUATE
           MOVE WS-DATE-CLOSED TO CB-DATE-CLOSED

           PERFORM 2400-BUILD-PAYMENT-PROFILE
           PERFORM 2500-SET-ACCOUNT-STATUS.

      *****************************************************************
      * BUILD-PAYMENT-PROFILE
      * Business Rule: each of the 24 month-ends is aged the way the
      * loan stood that day, this month first. Months before the
      * loan opened have no history; months from the charge-off on
      * are charged off. This month's rating is the loan's current
      * aging and sets its status.
      *****************************************************************
       2400-BUILD-PAYMENT-PROFILE.
           PERFORM 2450-LOAD-LOAN-HISTORY
           MOVE WS-HT-AFTER-CREDITS TO WS-CUM-CREDITS
           PERFORM 2420-RATE-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 24
           MOVE WS-PROFILE-TABLE TO CB-PAYMENT-HISTORY.

       2420-RATE-ONE-MONTH.
           IF WS-MONTH-SUB > 1
               ADD WS-HT-MONTH-CREDITS(WS-MONTH-SUB - 1)
                   TO WS-CUM-CREDITS
           END-IF
           MOVE 0 TO WS-DAYS-PAST-DUE
           MOVE 0 TO WS-MONTHS-PAST-DUE
           MOVE 0 TO WS-DUE-WORK
           MOVE WS-MONTH-END(WS-MONTH-SUB) TO WS-AS-OF-DATE
           EVALUATE TRUE
               WHEN LF-START-DATE NUMERIC
                   AND WS-AS-OF-DATE < LF-START-DATE
                   MOVE 'B' TO WS-PROFILE-CODE(WS-MONTH-SUB)
               WHEN LF-NEXT-DUE-DATE NOT NUMERIC
                   OR LF-NEXT-DUE-DATE = 0
                   MOVE 'D' TO WS-PROFILE-CODE(WS-MONTH-SUB)
               WHEN OTHER
                   PERFORM 2430-AGE-AT-MONTH-END
                   IF LOAN-CHARGED-OFF
                       AND WS-MONTH-END(WS-MONTH-SUB)
                           NOT < LF-CHARGEOFF-DATE
                       MOVE 'L' TO WS-PROFILE-CODE(WS-MONTH-SUB)
                   END-IF
           END-EVALUATE
           IF WS-MONTH-SUB = 1
               MOVE WS-PROFILE-CODE(1)  TO WS-CURRENT-CODE
               MOVE WS-DAYS-PAST-DUE    TO WS-CURRENT-DPD
               MOVE WS-MONTHS-PAST-DUE  TO WS-CURRENT-MONTHS
               MOVE WS-DUE-WORK         TO WS-CURRENT-DUE-DATE
               MOVE WS-AS-OF-DATE       TO WS-CURRENT-AS-OF
           END-IF.

      *****************************************************************
      * AGE-AT-MONTH-END
      * Business Rule: a loan stops aging the day it closed or was
      * charged off, and a forbearance window holds its aging at the
      * day the window opened, as LOANPROC does not age it inside
      * the window. The due date at the month-end is today's next
      * due date stepped back one month per installment credited
      * since; the rating is each full 30 days past it, topping out
      * at 6 for 180 days and over.
      *****************************************************************
       2430-AGE-AT-MONTH-END.
           IF WS-DATE-CLOSED > 0
               AND WS-DATE-CLOSED < WS-AS-OF-DATE
               MOVE WS-DATE-CLOSED TO WS-AS-OF-DATE
           END-IF
           IF LF-FORBEAR-START-DATE NUMERIC
               AND LF-FORBEAR-END-DATE NUMERIC
               AND LF-FORBEAR-START-DATE > 0
               AND LF-FORBEAR-START-DATE NOT > WS-AS-OF-DATE
               AND LF-FORBEAR-END-DATE NOT < WS-AS-OF-DATE
               MOVE LF-FORBEAR-START-DATE TO WS-AS-OF-DATE
           END-IF

           MOVE LF-NEXT-DUE-DATE TO WS-DUE-WORK
           IF WS-CUM-CREDITS NOT = 0
               COMPUTE WS-MONTH-NUMBER =
                   WS-DU-YYYY * 12 + WS-DU-MM - 1 - WS-CUM-CREDITS
               DIVIDE WS-MONTH-NUMBER BY 12
                   GIVING WS-DU-YYYY REMAINDER WS-DU-MM
               ADD 1 TO WS-DU-MM
               PERFORM 2440-CLAMP-DUE-DAY
           END-IF

           IF WS-DUE-WORK < WS-AS-OF-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-DUE-WORK)
           END-IF
           COMPUTE WS-MONTHS-PAST-DUE = WS-DAYS-PAST-DUE / 30
           IF WS-MONTHS-PAST-DUE > 6
               MOVE 6 TO WS-RATING-DIGIT
           ELSE
               MOVE WS-MONTHS-PAST-DUE TO WS-RATING-DIGIT
           END-IF
           MOVE WS-RATING-DIGIT TO WS-PROFILE-CODE(WS-MONTH-SUB).

      * Stepping back from a month with fewer days can land on a
      * day the earlier month does not have - pull it in to that
      * month's last day, as LNMAINT 2160 does going forward
       2440-CLAMP-DUE-DAY.
           IF WS-DU-DD > 28
               MOVE WS-DUE-WORK TO WS-MONTH-END-WORK
               MOVE 1 TO WS-ME-DD
               ADD 1 TO WS-ME-MM
               IF WS-ME-MM > 12
                   MOVE 1 TO WS-ME-MM
                   ADD 1 TO WS-ME-YYYY
               END-IF
               COMPUTE WS-DATE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-WORK) - 1
               COMPUTE WS-MONTH-END-WORK =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-WORK-INT)
               IF WS-DU-DD > WS-ME-DD
                   MOVE WS-ME-DD TO WS-DU-DD
               END-IF
           END-IF.

      *****************************************************************
      * LOAD-LOAN-HISTORY
      * Business Rule: LF-NEXT-DUE-DATE is where the loan stands
      * today. Where it stood at an earlier month-end is today's
      * date stepped back one month for every installment credited
      * since - each scheduled payment LOANPROC posted moved it
      * forward one month, each reversal of one moved it back, and
      * each LNMAINT deferral moved it forward by the installments
      * deferred. Only the postings and terms changes count;
      * payoffs, curtailments, disbursements and loss entries never
      * move the due date. The history is keyed by loan, run date
      * and sequence, so a START at the loan reads back only its own
      * entries, in posting order.
      *****************************************************************
       2450-LOAD-LOAN-HISTORY.
           MOVE SPACE TO WS-HT-LAST-CYCLE
           MOVE 0     TO WS-HT-LAST-RUN-DATE
           MOVE 0     TO WS-HT-AFTER-CREDITS
           PERFORM 2460-CLEAR-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 24
           MOVE 'N' TO WS-TRAN-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE 0 TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 2452-READ-LOAN-HISTORY
           PERFORM 2455-TAKE-ONE-ENTRY UNTIL TRAN-END-OF-FILE.

       2452-READ-LOAN-HISTORY.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                           SET TRAN-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2455-TAKE-ONE-ENTRY.
           IF TR-SCHEDULED-PAYMENT
               OR TR-PAYOFF-PAYMENT
               OR TR-CURTAILMENT
               OR TR-REVERSAL
               OR TR-TERMS-CHANGE
               PERFORM 2470-APPLY-ONE-ENTRY
           END-IF
           PERFORM 2452-READ-LOAN-HISTORY.

       2460-CLEAR-ONE-MONTH.
           MOVE 0 TO WS-HT-MONTH-CREDITS(WS-MONTH-SUB).

      *****************************************************************
      * APPLY-ONE-ENTRY
      * Business Rule: LOANPROC rolls the due date back only when
      * the cycle it reverses was a scheduled payment - a 'C' in the
      * same run as an 'M' belongs to that cycle - and a second
      * reversal finds nothing left to back out. A terms change
      * carries the due date before and after, so the months it
      * moved are the difference; history written before those
      * fields existed reads as spaces and moves nothing.
      *****************************************************************
       2470-APPLY-ONE-ENTRY.
           MOVE 0 TO WS-CREDIT
           EVALUATE TRUE
               WHEN TR-SCHEDULED-PAYMENT
                   MOVE 1 TO WS-CREDIT
                   MOVE 'M' TO WS-HT-LAST-CYCLE
                   MOVE TR-RUN-DATE TO WS-HT-LAST-RUN-DATE
               WHEN TR-CURTAILMENT
                   IF WS-HT-LAST-CYCLE NOT = 'M'
                       OR WS-HT-LAST-RUN-DATE NOT = TR-RUN-DATE
                       MOVE 'C' TO WS-HT-LAST-CYCLE
                       MOVE TR-RUN-DATE TO
                           WS-HT-LAST-RUN-DATE
                   END-IF
               WHEN TR-PAYOFF-PAYMENT
                   MOVE 'P' TO WS-HT-LAST-CYCLE
                   MOVE TR-RUN-DATE TO WS-HT-LAST-RUN-DATE
               WHEN TR-REVERSAL
                   IF WS-HT-LAST-CYCLE = 'M'
                       MOVE -1 TO WS-CREDIT
                   END-IF
                   MOVE 'R' TO WS-HT-LAST-CYCLE
                   MOVE TR-RUN-DATE TO WS-HT-LAST-RUN-DATE
               WHEN OTHER
                   IF TR-OLD-DUE-DATE NUMERIC
                       AND TR-NEW-DUE-DATE NUMERIC
                       AND TR-OLD-DUE-DATE > 0
                       AND TR-NEW-DUE-DATE > 0
                       MOVE TR-OLD-DUE-DATE TO WS-AS-OF-DATE
                       MOVE TR-NEW-DUE-DATE TO WS-DUE-WORK
                       COMPUTE WS-CREDIT =
                           (WS-DU-YYYY * 12 + WS-DU-MM)
                           - (WS-AO-YYYY * 12 + WS-AO-MM)
                   END-IF
           END-EVALUATE
           IF WS-CREDIT NOT = 0
               AND TR-RUN-DATE > WS-MONTH-END(24)
               PERFORM 2480-POST-CREDIT
           END-IF.

      * A credit dated after the activity date is held apart; any
      * other lands in the oldest month-end on or after its run date
       2480-POST-CREDIT.
           IF TR-RUN-DATE > WS-MONTH-END(1)
               ADD WS-CREDIT TO WS-HT-AFTER-CREDITS
           ELSE
               MOVE 1 TO WS-BUCKET
               PERFORM 2490-TEST-ONE-MONTH-END
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 24
               ADD WS-CREDIT TO WS-HT-MONTH-CREDITS(WS-BUCKET)
           END-IF.

       2490-TEST-ONE-MONTH-END.
           IF TR-RUN-DATE NOT > WS-MONTH-END(WS-MONTH-SUB)
               MOVE WS-MONTH-SUB TO WS-BUCKET
           END-IF.

      *****************************************************************
      * SET-ACCOUNT-STATUS
      * Business Rule: an open loan's status follows this month's
      * rating, with the past-due installments and unpaid late fees
      * as the amount past due. A loan paid off or closed reports
      * 13 with a zero balance and the rating it closed at - its
      * final report. A charged-off loan reports 97 with the loss
      * still unrecovered as both its balance and amount past due,
      * and once recoveries have cleared the loss, 64 as its final
      * report. The date of first delinquency is the oldest unpaid
      * due date on a loan 30 or more days past due.
      *****************************************************************
       2500-SET-ACCOUNT-STATUS.
           MOVE 0 TO CB-CHARGE-OFF-AMOUNT
           IF WS-CURRENT-MONTHS > 99
               MOVE 99 TO CB-MONTHS-PAST-DUE
           ELSE
               MOVE WS-CURRENT-MONTHS TO CB-MONTHS-PAST-DUE
           END-IF
           IF WS-CURRENT-DPD NOT < 30
               MOVE WS-CURRENT-DUE-DATE TO CB-DATE-FIRST-DELINQ
           END-IF
           EVALUATE TRUE
               WHEN LOAN-CHARGED-OFF
                   PERFORM 2510-SET-CHARGED-OFF-STATUS
               WHEN LOAN-CLOSED
                   MOVE '13' TO CB-ACCOUNT-STATUS
                   IF WS-CURRENT-CODE NUMERIC
                       MOVE WS-CURRENT-CODE TO CB-PAYMENT-RATING
                   ELSE
                       MOVE '0' TO CB-PAYMENT-RATING
                   END-IF
                   MOVE 0 TO CB-CURRENT-BALANCE
                   MOVE 0 TO CB-AMOUNT-PAST-DUE
                   MOVE 0 TO CB-MONTHS-PAST-DUE
                   MOVE 0 TO CB-DATE-FIRST-DELINQ
                   SET FINAL-REPORT TO TRUE
                   ADD 1 TO WS-REPORTED-CLOSED
               WHEN OTHER
                   PERFORM 2520-SET-OPEN-STATUS
           END-EVALUATE.

       2510-SET-CHARGED-OFF-STATUS.
           COMPUTE WS-CHARGE-OFF-AMOUNT =
               LF-CHARGEOFF-PRINCIPAL + LF-CHARGEOFF-INTEREST
               + LF-CHARGEOFF-FEES
           IF LF-RECOVERED-AMOUNT NOT < WS-CHARGE-OFF-AMOUNT
               MOVE 0 TO WS-UNRECOVERED-AMOUNT
               MOVE '64' TO CB-ACCOUNT-STATUS
               SET FINAL-REPORT TO TRUE
               ADD 1 TO WS-REPORTED-CHGOFF-PAID
           ELSE
               COMPUTE WS-UNRECOVERED-AMOUNT =
                   WS-CHARGE-OFF-AMOUNT - LF-RECOVERED-AMOUNT
               MOVE '97' TO CB-ACCOUNT-STATUS
               ADD 1 TO WS-REPORTED-CHGOFF
           END-IF
           MOVE 'L'                   TO CB-PAYMENT-RATING
           MOVE WS-UNRECOVERED-AMOUNT TO CB-CURRENT-BALANCE
           MOVE WS-UNRECOVERED-AMOUNT TO CB-AMOUNT-PAST-DUE
           MOVE WS-CHARGE-OFF-AMOUNT  TO CB-CHARGE-OFF-AMOUNT
           MOVE LF-NEXT-DUE-DATE      TO CB-DATE-FIRST-DELINQ.

       2520-SET-OPEN-STATUS.
           IF WS-CURRENT-CODE NUMERIC
               MOVE WS-CURRENT-CODE TO WS-RATING-DIGIT
               MOVE WS-OPEN-STATUS(WS-RATING-DIGIT + 1)
                   TO CB-ACCOUNT-STATUS
           ELSE
               MOVE '11' TO CB-ACCOUNT-STATUS
           END-IF
           MOVE SPACE      TO CB-PAYMENT-RATING
           MOVE LF-BALANCE TO CB-CURRENT-BALANCE
           MOVE 0          TO CB-AMOUNT-PAST-DUE
           IF WS-CURRENT-DPD > 0
               PERFORM 2530-COUNT-PAST-DUE
               MOVE WS-PAST-DUE-AMOUNT TO CB-AMOUNT-PAST-DUE
           END-IF
           IF WS-CURRENT-DPD NOT < 30
               ADD 1 TO WS-REPORTED-DELINQUENT
           ELSE
               ADD 1 TO WS-REPORTED-CURRENT
           END-IF.

      *****************************************************************
      * COUNT-PAST-DUE
      * Business Rule: the same count the collection letters show -
      * every monthly due date from the oldest unpaid one through
      * the day the loan was aged, each a full LF-PAYMENT-AMOUNT,
      * plus the unpaid late fees.
      *****************************************************************
       2530-COUNT-PAST-DUE.
           MOVE WS-CURRENT-DUE-DATE TO WS-DUE-WORK
           MOVE WS-CURRENT-AS-OF    TO WS-AS-OF-DATE
           COMPUTE WS-MONTHS-BEHIND =
               (WS-AO-YYYY * 12 + WS-AO-MM)
               - (WS-DU-YYYY * 12 + WS-DU-MM)
           IF WS-AO-DD NOT < WS-DU-DD
               ADD 1 TO WS-MONTHS-BEHIND
           END-IF
           IF WS-MONTHS-BEHIND < 1
               MOVE 1 TO WS-MONTHS-BEHIND
           END-IF
           COMPUTE WS-PAST-DUE-AMOUNT =
               WS-MONTHS-BEHIND * LF-PAYMENT-AMOUNT + LF-LATE-FEE-DUE.

       2700-WRITE-SEGMENT.
           WRITE CREDIT-BUREAU-RECORD
           ADD 1 TO WS-SEGMENTS-WRITTEN
           ADD CB-CURRENT-BALANCE   TO WS-BALANCE-TOTAL
           ADD CB-AMOUNT-PAST-DUE   TO WS-PAST-DUE-TOTAL
           ADD CB-CHARGE-OFF-AMOUNT TO WS-CHARGE-OFF-TOTAL.

      *****************************************************************
      * SAVE-BUREAU-STATUS
      * Business Rule: a final closed report marks the loan so it is
      * not reported again; any other report clears the mark, so a
      * loan reopened by a payoff reversal has its next close
      * reported in turn.
      *****************************************************************
       2800-SAVE-BUREAU-STATUS.
           MOVE WS-REPORT-DATE    TO BS-LAST-REPORT-DATE
           MOVE CB-ACCOUNT-STATUS TO BS-LAST-STATUS
           IF FINAL-REPORT
               MOVE 'Y'            TO BS-FINAL-FLAG
               MOVE WS-REPORT-DATE TO BS-FINAL-DATE
           ELSE
               MOVE 'N'            TO BS-FINAL-FLAG
               MOVE 0              TO BS-FINAL-DATE
           END-IF
           IF STATUS-FOUND
               REWRITE BUREAU-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING BUREAU STATUS '
                           BS-LOAN-NUMBER
               END-REWRITE
           ELSE
               WRITE BUREAU-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR ADDING BUREAU STATUS '
                           BS-LOAN-NUMBER
               END-WRITE
           END-IF.

       2900-LIST-REJECT.
           ADD 1 TO WS-LOANS-REJECTED
           MOVE LF-LOAN-NUMBER     TO BL-LOAN-NUMBER
           MOVE LF-CUSTOMER-NAME   TO BL-CUSTOMER-NAME
           IF LF-CUSTOMER-NUMBER NUMERIC
               MOVE LF-CUSTOMER-NUMBER TO BL-CUSTOMER-NUMBER
           ELSE
               MOVE 0                  TO BL-CUSTOMER-NUMBER
           END-IF
           MOVE WS-REJECT-TEXT     TO BL-REASON
           MOVE WS-REJECT-LINE     TO BR-LINE
           WRITE BR-LINE.

       9000-CLEANUP.
           PERFORM 9300-WRITE-TRAILER
           PERFORM 9100-PRINT-TOTALS
           CLOSE LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE BUREAU-STATUS-FILE
           CLOSE BUREAU-FILE
           CLOSE BUREAU-REPORT.

       9100-PRINT-TOTALS.
           MOVE SPACES TO BR-LINE
           WRITE BR-LINE

           MOVE "LOANS READ"                 TO TL-LABEL
           MOVE WS-LOANS-READ                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "SEGMENTS WRITTEN"           TO TL-LABEL
           MOVE WS-SEGMENTS-WRITTEN          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "  OPEN - CURRENT"           TO TL-LABEL
           MOVE WS-REPORTED-CURRENT          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "  OPEN - 30 DAYS AND OVER"  TO TL-LABEL
           MOVE WS-REPORTED-DELINQUENT       TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "  CLOSED - FINAL REPORT"    TO TL-LABEL
           MOVE WS-REPORTED-CLOSED           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "  CHARGED OFF"              TO TL-LABEL
           MOVE WS-REPORTED-CHGOFF           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "  CHARGE-OFF PAID - FINAL"  TO TL-LABEL
           MOVE WS-REPORTED-CHGOFF-PAID      TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "CLOSED - ALREADY REPORTED"  TO TL-LABEL
           MOVE WS-FINALS-PASSED-OVER        TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "REJECTED - MISSING IDENTITY" TO TL-LABEL
           MOVE WS-LOANS-REJECTED            TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "BALANCE REPORTED (DOLLARS)" TO TL-LABEL
           MOVE WS-BALANCE-TOTAL             TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "PAST DUE REPORTED (DOLLARS)" TO TL-LABEL
           MOVE WS-PAST-DUE-TOTAL            TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE

           MOVE "CHARGE-OFF REPORTED (DOLLARS)" TO TL-LABEL
           MOVE WS-CHARGE-OFF-TOTAL          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE                TO BR-LINE
           WRITE BR-LINE.

      *****************************************************************
      * WRITE-TRAILER
      * Business Rule: the trailer carries the segment count and the
      * dollar totals of the segments written, so the bureau can
      * prove it loaded the whole file.
      *****************************************************************
       9300-WRITE-TRAILER.
           MOVE SPACES              TO CB-TRAILER-RECORD
           SET CB-TRAILER-ENTRY     TO TRUE
           MOVE WS-REPORT-DATE      TO CB-TRL-ACTIVITY-DATE
           MOVE WS-SEGMENTS-WRITTEN TO CB-TRL-SEGMENT-COUNT
           MOVE WS-BALANCE-TOTAL    TO CB-TRL-BALANCE-TOTAL
           MOVE WS-PAST-DUE-TOTAL   TO CB-TRL-PAST-DUE-TOTAL
           MOVE WS-CHARGE-OFF-TOTAL TO CB-TRL-CHARGE-OFF-TOTAL
           WRITE CB-TRAILER-RECORD.
