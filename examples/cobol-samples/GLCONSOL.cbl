       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCONSOL.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * CONSOLIDATED GL JOURNAL AND DAILY LOAN TRIAL BALANCE
      * Merges the day's GL extracts - GLFEED.DAT from LOANPROC,
      * ACCRGL.DAT from INTACCR, ESCDGL.DAT from ESCDISB,
      * SUSPGL.DAT from SUSPWORK, CHGOFFGL.DAT from CHGOFF and
      * INVGL.DAT from INVREMIT - into one journal, GLJRNL.DAT,
      * that accounting loads in a single step. Each extract is
      * proved before any of it is taken: its trailer must be
      * present and flagged in balance, and its detail debits and
      * credits must add back to the trailer totals. An extract
      * that fails is rejected whole and left in place for
      * research.
      * Accepted entries roll into running balances per GL account,
      * carried from run to run on GLBAL.DAT, and a trial balance is
      * printed. The loan principal (130100) and escrow payable
      * (200300) balances are then reconciled to the LOANS.DAT
      * sub-ledger, so a GL/sub-ledger break is caught the day it
      * happens instead of at month-end close.
      * This is a read-only pass over LOAN-FILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-GL-FILE ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACCRUAL-GL-FILE ASSIGN TO "ACCRGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ESCROW-GL-FILE ASSIGN TO "ESCDGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUSPENSE-GL-FILE ASSIGN TO "SUSPGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHARGEOFF-GL-FILE ASSIGN TO "CHGOFFGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INVESTOR-GL-FILE ASSIGN TO "INVGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-REPORT ASSIGN TO "GLTBRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

      * The six extracts and the journal all carry the GLPOST
      * layout; they are read and written as images and examined
      * through the single GLPOST copy in working storage.
       FD  LOAN-GL-FILE.
       01  LG-IMAGE                   PIC X(53).

       FD  ACCRUAL-GL-FILE.
       01  AG-IMAGE                   PIC X(53).

       FD  ESCROW-GL-FILE.
       01  EG-IMAGE                   PIC X(53).

       FD  SUSPENSE-GL-FILE.
       01  SG-IMAGE                   PIC X(53).

       FD  CHARGEOFF-GL-FILE.
       01  CG-IMAGE                   PIC X(53).

       FD  INVESTOR-GL-FILE.
       01  IG-IMAGE                   PIC X(53).

       FD  GL-JOURNAL-FILE.
       01  JR-IMAGE                   PIC X(53).

       FD  GL-BALANCE-FILE.
           COPY GLBAL.

       FD  TRIAL-BALANCE-REPORT.
       01  TB-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY GLPOST.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).

       01  WS-EXTRACT-NAMES.
           05  FILLER PIC X(12) VALUE "GLFEED.DAT".
           05  FILLER PIC X(8)  VALUE "LOANPROC".
           05  FILLER PIC X(12) VALUE "ACCRGL.DAT".
           05  FILLER PIC X(8)  VALUE "INTACCR".
           05  FILLER PIC X(12) VALUE "ESCDGL.DAT".
           05  FILLER PIC X(8)  VALUE "ESCDISB".
           05  FILLER PIC X(12) VALUE "SUSPGL.DAT".
           05  FILLER PIC X(8)  VALUE "SUSPWORK".
           05  FILLER PIC X(12) VALUE "CHGOFFGL.DAT".
           05  FILLER PIC X(8)  VALUE "CHGOFF".
           05  FILLER PIC X(12) VALUE "INVGL.DAT".
           05  FILLER PIC X(8)  VALUE "INVREMIT".
       01  WS-EXTRACT-NAME-TABLE REDEFINES WS-EXTRACT-NAMES.
           05  WS-EXTRACT-NAME-ENTRY OCCURS 6 TIMES.
               10  WS-EXT-FILE-NAME   PIC X(12).
               10  WS-EXT-SOURCE      PIC X(8).

      *****************************************************************
      * Proof of the extract currently being examined - what its
      * details add up to against what its trailer claims.
      *****************************************************************
       01  WS-EXTRACT-FIELDS.
           05  WS-EXTRACT-SUB         PIC 9(1).
           05  WS-EXTRACT-IMAGE       PIC X(53).
           05  WS-EXT-RECORD-COUNT    PIC 9(7).
           05  WS-EXT-DETAIL-COUNT    PIC 9(7).
           05  WS-EXT-DEBIT-TOTAL     PIC 9(11)V99.
           05  WS-EXT-CREDIT-TOTAL    PIC 9(11)V99.
           05  WS-EXT-TRL-DEBIT       PIC 9(11)V99.
           05  WS-EXT-TRL-CREDIT      PIC 9(11)V99.
           05  WS-EXT-TRL-FLAG        PIC X(1).
           05  WS-EXT-STATUS          PIC X(1).
               88 EXTRACT-ACCEPTED    VALUE 'A'.
               88 EXTRACT-REJECTED    VALUE 'R'.
               88 EXTRACT-NOT-RECEIVED VALUE 'N'.
           05  WS-EXT-REASON          PIC X(20).

      *****************************************************************
      * Chart of accounts the loan system posts to. Seeded into the
      * balance table in this order so the trial balance always
      * lists them, even on a day with no activity; any other
      * account an extract carries is added behind them.
      *****************************************************************
       01  WS-CHART-OF-ACCOUNTS.
           05  FILLER PIC 9(6)  VALUE 100100.
           05  FILLER PIC X(24) VALUE "CASH".
           05  FILLER PIC 9(6)  VALUE 110100.
           05  FILLER PIC X(24) VALUE "ACCRUED INT RECEIVABLE".
           05  FILLER PIC 9(6)  VALUE 130100.
           05  FILLER PIC X(24) VALUE "LOAN PRINCIPAL".
           05  FILLER PIC 9(6)  VALUE 130200.
           05  FILLER PIC X(24) VALUE "LOANS SOLD - INVESTORS".
           05  FILLER PIC 9(6)  VALUE 140100.
           05  FILLER PIC X(24) VALUE "LOAN LOSS ALLOWANCE".
           05  FILLER PIC 9(6)  VALUE 200100.
           05  FILLER PIC X(24) VALUE "PAYOFF CLEARING".
           05  FILLER PIC 9(6)  VALUE 200300.
           05  FILLER PIC X(24) VALUE "ESCROW PAYABLE".
           05  FILLER PIC 9(6)  VALUE 200500.
           05  FILLER PIC X(24) VALUE "INVESTOR PAYABLE".
           05  FILLER PIC 9(6)  VALUE 400100.
           05  FILLER PIC X(24) VALUE "INTEREST INCOME".
           05  FILLER PIC 9(6)  VALUE 400200.
           05  FILLER PIC X(24) VALUE "LATE FEE INCOME".
           05  FILLER PIC 9(6)  VALUE 400300.
           05  FILLER PIC X(24) VALUE "SUSPENSE RECOVERY".
       01  WS-CHART-TABLE REDEFINES WS-CHART-OF-ACCOUNTS.
           05  WS-CHART-ENTRY OCCURS 11 TIMES.
               10  WS-CHART-NUMBER    PIC 9(6).
               10  WS-CHART-NAME      PIC X(24).

       01  WS-CHART-COUNT             PIC 9(4) VALUE 11.
       01  WS-ACCOUNT-MAX-ENTRIES     PIC 9(4) VALUE 50.

      *****************************************************************
      * Running balance per GL account, signed debit-positive the
      * same way GLBAL.DAT carries it: opening from the prior run,
      * today's accepted debits and credits, and the closing balance
      * that is written back for tomorrow.
      *****************************************************************
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT       PIC 9(4) VALUE 0.
           05  WS-ACCOUNT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-AC-IDX.
               10  WS-AC-NUMBER       PIC 9(6).
               10  WS-AC-NAME         PIC X(24).
               10  WS-AC-OPENING      PIC S9(11)V99.
               10  WS-AC-DEBITS       PIC 9(11)V99.
               10  WS-AC-CREDITS      PIC 9(11)V99.
               10  WS-AC-CLOSING      PIC S9(11)V99.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-ACCOUNT      PIC 9(6).
           05  WS-LOOKUP-NAME         PIC X(24).
           05  WS-FOUND-ENTRY         PIC 9(4).
           05  WS-CHART-SUB           PIC 9(4).

       01  WS-CONTROL-TOTALS.
           05  WS-EXTRACTS-ACCEPTED   PIC 9(3)     VALUE 0.
           05  WS-EXTRACTS-REJECTED   PIC 9(3)     VALUE 0.
           05  WS-JOURNAL-COUNT       PIC 9(7)     VALUE 0.
           05  WS-JOURNAL-DEBITS      PIC 9(11)V99 VALUE 0.
           05  WS-JOURNAL-CREDITS     PIC 9(11)V99 VALUE 0.
           05  WS-TB-DEBIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-TB-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-LOAN-COUNT          PIC 9(7)     VALUE 0.

       01  WS-RECONCILE-FIELDS.
           05  WS-SUB-PRINCIPAL       PIC 9(11)V99 VALUE 0.
           05  WS-SUB-ESCROW          PIC 9(11)V99 VALUE 0.
           05  WS-GL-PRINCIPAL        PIC S9(11)V99 VALUE 0.
           05  WS-GL-ESCROW           PIC S9(11)V99 VALUE 0.
           05  WS-RECON-DIFFERENCE    PIC S9(11)V99.

       01  WS-FLAGS.
           05  WS-LOAN-EOF-FLAG       PIC X VALUE 'N'.
               88 LOAN-END-OF-FILE    VALUE 'Y'.
           05  WS-EXT-EOF-FLAG        PIC X VALUE 'N'.
               88 EXTRACT-END-OF-FILE VALUE 'Y'.
           05  WS-BAL-EOF-FLAG        PIC X VALUE 'N'.
               88 BALANCE-END-OF-FILE VALUE 'Y'.
           05  WS-TRAILER-FLAG        PIC X VALUE 'N'.
               88 TRAILER-SEEN        VALUE 'Y'.
           05  WS-BAD-RECORD-FLAG     PIC X VALUE 'N'.
               88 BAD-RECORD-SEEN     VALUE 'Y'.
           05  WS-ACCOUNT-FULL-FLAG   PIC X VALUE 'N'.
               88 ACCOUNT-TABLE-FULL  VALUE 'Y'.
           05  WS-TB-BALANCE-FLAG     PIC X VALUE 'N'.
               88 TRIAL-BALANCE-OK    VALUE 'Y'.
           05  WS-RECON-FLAG          PIC X VALUE 'Y'.
               88 SUBLEDGER-TIES      VALUE 'Y'.
               88 SUBLEDGER-BREAK     VALUE 'N'.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(44) VALUE
               "CONSOLIDATED GL JOURNAL AND TRIAL BALANCE   ".
           05  FILLER                 PIC X(9) VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).

       01  WS-EXTRACT-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "SOURCE    FILE          STATUS        DETAILS  "
               & "           DEBITS            CREDITS  REASON".

       01  WS-EXTRACT-LINE.
           05  EL-SOURCE              PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-FILE-NAME           PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-STATUS              PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-DETAIL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-DEBITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-CREDITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  EL-REASON              PIC X(20).

       01  WS-TB-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "ACCOUNT NAME                             OPENING  "
               & "           DEBITS            CREDITS        "
               & "CLOSING DR         CLOSING CR".

       01  WS-TB-DETAIL-LINE.
           05  TBL-ACCOUNT            PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TBL-NAME               PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TBL-OPENING            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  TBL-DEBITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TBL-CREDITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TBL-CLOSING-DR         PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TBL-CLOSING-CR         PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.

       01  WS-TB-TOTAL-LINE.
           05  FILLER                 PIC X(8)  VALUE SPACES.
           05  FILLER                 PIC X(24) VALUE "TOTALS".
           05  FILLER                 PIC X(21) VALUE SPACES.
           05  TTL-DEBITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TTL-CREDITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TTL-CLOSING-DR         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  TTL-CLOSING-CR         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RECON-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "ACCOUNT NAME                          GL BALANCE  "
               & "      SUB-LEDGER         DIFFERENCE  STATUS".

       01  WS-RECON-LINE.
           05  RL-ACCOUNT             PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-NAME                PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-GL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RL-SUBLEDGER           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RL-DIFFERENCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-STATUS              PIC X(12).

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT
               VARYING WS-EXTRACT-SUB FROM 1 BY 1
               UNTIL WS-EXTRACT-SUB > 6
           PERFORM 3000-SUM-SUBLEDGER UNTIL LOAN-END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the balance table starts from the chart of
      * accounts and takes its opening balances from the prior
      * run's GLBAL.DAT. With no balance file yet - the first run
      * after conversion - every account opens at zero and the
      * sub-ledger reconciliation shows the opening balances
      * accounting still has to load.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOAN-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT TRIAL-BALANCE-REPORT

           PERFORM 1050-SEED-ONE-ACCOUNT
               VARYING WS-CHART-SUB FROM 1 BY 1
               UNTIL WS-CHART-SUB > WS-CHART-COUNT
           PERFORM 1100-LOAD-OPENING-BALANCES

           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADER-LINE TO TB-LINE
           WRITE TB-LINE
           MOVE SPACES TO TB-LINE
           WRITE TB-LINE
           MOVE WS-EXTRACT-HEADING TO TB-LINE
           WRITE TB-LINE

           READ LOAN-FILE
               AT END SET LOAN-END-OF-FILE TO TRUE
           END-READ.

       1050-SEED-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE WS-CHART-NUMBER(WS-CHART-SUB) TO
               WS-AC-NUMBER(WS-ACCOUNT-COUNT)
           MOVE WS-CHART-NAME(WS-CHART-SUB) TO
               WS-AC-NAME(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-AC-OPENING(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-AC-DEBITS(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-AC-CREDITS(WS-ACCOUNT-COUNT)
           MOVE 0 TO WS-AC-CLOSING(WS-ACCOUNT-COUNT).

       1100-LOAD-OPENING-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           READ GL-BALANCE-FILE
               AT END SET BALANCE-END-OF-FILE TO TRUE
           END-READ
           PERFORM 1110-TABLE-ONE-BALANCE UNTIL BALANCE-END-OF-FILE
           CLOSE GL-BALANCE-FILE.

       1110-TABLE-ONE-BALANCE.
           MOVE GB-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
           MOVE GB-ACCOUNT-NAME   TO WS-LOOKUP-NAME
           PERFORM 2600-FIND-ACCOUNT
           IF WS-FOUND-ENTRY > 0
               AND GB-BALANCE NUMERIC
               MOVE GB-BALANCE TO WS-AC-OPENING(WS-FOUND-ENTRY)
               MOVE GB-BALANCE TO WS-AC-CLOSING(WS-FOUND-ENTRY)
           END-IF
           READ GL-BALANCE-FILE
               AT END SET BALANCE-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * PROCESS-EXTRACT
      * Business Rule: an extract is all or nothing. It is proved
      * in a first pass and only then posted in a second, so a
      * rejected extract contributes nothing to the journal or the
      * balances. A posted extract is emptied behind itself so a
      * program that did not run today cannot have yesterday's
      * entries consolidated twice; a rejected one is left exactly
      * as its program wrote it for research and rerun.
      *****************************************************************
       2000-PROCESS-EXTRACT.
           PERFORM 2100-VERIFY-EXTRACT
           EVALUATE TRUE
               WHEN EXTRACT-ACCEPTED
                   PERFORM 2200-POST-EXTRACT
                   PERFORM 2300-RELEASE-EXTRACT
                   ADD 1 TO WS-EXTRACTS-ACCEPTED
               WHEN EXTRACT-REJECTED
                   ADD 1 TO WS-EXTRACTS-REJECTED
                   DISPLAY 'GL EXTRACT '
                       WS-EXT-FILE-NAME(WS-EXTRACT-SUB)
                       ' REJECTED - ' WS-EXT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2400-PRINT-EXTRACT-LINE.

      *****************************************************************
      * VERIFY-EXTRACT
      * Business Rule: an extract is taken only when it ends in a
      * trailer its program flagged GL-RUN-IN-BALANCE, and when its
      * own details add back to that trailer's debit and credit
      * totals - a file truncated or edited after it was written
      * fails the second test even though its trailer says it
      * balanced. An absent or empty extract simply means that
      * program did not run today.
      *****************************************************************
       2100-VERIFY-EXTRACT.
           MOVE 0      TO WS-EXT-RECORD-COUNT
           MOVE 0      TO WS-EXT-DETAIL-COUNT
           MOVE 0      TO WS-EXT-DEBIT-TOTAL
           MOVE 0      TO WS-EXT-CREDIT-TOTAL
           MOVE 0      TO WS-EXT-TRL-DEBIT
           MOVE 0      TO WS-EXT-TRL-CREDIT
           MOVE SPACES TO WS-EXT-TRL-FLAG
           MOVE SPACES TO WS-EXT-REASON
           MOVE 'N'    TO WS-TRAILER-FLAG
           MOVE 'N'    TO WS-BAD-RECORD-FLAG

           PERFORM 2500-OPEN-EXTRACT
           PERFORM 2510-READ-EXTRACT
           PERFORM 2110-TALLY-ONE-RECORD UNTIL EXTRACT-END-OF-FILE
           PERFORM 2520-CLOSE-EXTRACT

           EVALUATE TRUE
               WHEN WS-EXT-RECORD-COUNT = 0
                   SET EXTRACT-NOT-RECEIVED TO TRUE
               WHEN BAD-RECORD-SEEN
                   SET EXTRACT-REJECTED TO TRUE
                   MOVE "UNREADABLE RECORD"    TO WS-EXT-REASON
               WHEN NOT TRAILER-SEEN
                   SET EXTRACT-REJECTED TO TRUE
                   MOVE "TRAILER MISSING"      TO WS-EXT-REASON
               WHEN WS-EXT-TRL-FLAG NOT = 'B'
                   SET EXTRACT-REJECTED TO TRUE
                   MOVE "TRAILER OUT OF BAL"   TO WS-EXT-REASON
               WHEN WS-EXT-DEBIT-TOTAL NOT = WS-EXT-TRL-DEBIT
                   OR WS-EXT-CREDIT-TOTAL NOT = WS-EXT-TRL-CREDIT
                   SET EXTRACT-REJECTED TO TRUE
                   MOVE "DETAIL/TRAILER BREAK" TO WS-EXT-REASON
               WHEN OTHER
                   SET EXTRACT-ACCEPTED TO TRUE
           END-EVALUATE.

      * The trailer is the last record an extract program writes -
      * anything after it, or any record that is neither a detail
      * nor a trailer, means the file is not what its program wrote
       2110-TALLY-ONE-RECORD.
           ADD 1 TO WS-EXT-RECORD-COUNT
           MOVE WS-EXTRACT-IMAGE TO GL-POSTING-RECORD
           MOVE WS-EXTRACT-IMAGE TO GL-TRAILER-RECORD
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   SET BAD-RECORD-SEEN TO TRUE
               WHEN GL-DETAIL-ENTRY
                   IF GL-AMOUNT NOT NUMERIC
                       OR (NOT GL-DEBIT AND NOT GL-CREDIT)
                       SET BAD-RECORD-SEEN TO TRUE
                   ELSE
                       ADD 1 TO WS-EXT-DETAIL-COUNT
                       IF GL-DEBIT
                           ADD GL-AMOUNT TO WS-EXT-DEBIT-TOTAL
                       ELSE
                           ADD GL-AMOUNT TO WS-EXT-CREDIT-TOTAL
                       END-IF
                   END-IF
               WHEN GL-TRAILER-ENTRY
                   SET TRAILER-SEEN TO TRUE
                   IF GL-TRL-DEBIT-TOTAL NUMERIC
                       AND GL-TRL-CREDIT-TOTAL NUMERIC
                       MOVE GL-TRL-DEBIT-TOTAL  TO WS-EXT-TRL-DEBIT
                       MOVE GL-TRL-CREDIT-TOTAL TO WS-EXT-TRL-CREDIT
                       MOVE GL-TRL-BALANCE-FLAG TO WS-EXT-TRL-FLAG
                   ELSE
                       SET BAD-RECORD-SEEN TO TRUE
                   END-IF
               WHEN OTHER
                   SET BAD-RECORD-SEEN TO TRUE
           END-EVALUATE
           PERFORM 2510-READ-EXTRACT.

       2200-POST-EXTRACT.
           PERFORM 2500-OPEN-EXTRACT
           PERFORM 2510-READ-EXTRACT
           PERFORM 2210-POST-ONE-RECORD UNTIL EXTRACT-END-OF-FILE
           PERFORM 2520-CLOSE-EXTRACT.

      *****************************************************************
      * POST-ONE-RECORD
      * Business Rule: each detail goes to the journal exactly as
      * its program wrote it, keeping its own GL-RUN-DATE, and rolls
      * into its account's running balance - debits raise the
      * debit-positive balance, credits lower it. The extract's own
      * trailer is not copied; the journal gets one trailer of its
      * own covering everything consolidated.
      *****************************************************************
       2210-POST-ONE-RECORD.
           MOVE WS-EXTRACT-IMAGE TO GL-POSTING-RECORD
           IF GL-DETAIL-ENTRY
               MOVE GL-POSTING-RECORD TO JR-IMAGE
               WRITE JR-IMAGE
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE GL-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
               MOVE GL-ACCOUNT-NAME   TO WS-LOOKUP-NAME
               PERFORM 2600-FIND-ACCOUNT
               IF GL-DEBIT
                   ADD GL-AMOUNT TO WS-JOURNAL-DEBITS
               ELSE
                   ADD GL-AMOUNT TO WS-JOURNAL-CREDITS
               END-IF
               IF WS-FOUND-ENTRY > 0
                   IF GL-DEBIT
                       ADD GL-AMOUNT TO WS-AC-DEBITS(WS-FOUND-ENTRY)
                       ADD GL-AMOUNT TO WS-AC-CLOSING(WS-FOUND-ENTRY)
                   ELSE
                       ADD GL-AMOUNT TO
                           WS-AC-CREDITS(WS-FOUND-ENTRY)
                       SUBTRACT GL-AMOUNT FROM
                           WS-AC-CLOSING(WS-FOUND-ENTRY)
                   END-IF
               END-IF
           END-IF
           PERFORM 2510-READ-EXTRACT.

       2300-RELEASE-EXTRACT.
           EVALUATE WS-EXTRACT-SUB
               WHEN 1
                   OPEN OUTPUT LOAN-GL-FILE
                   CLOSE LOAN-GL-FILE
               WHEN 2
                   OPEN OUTPUT ACCRUAL-GL-FILE
                   CLOSE ACCRUAL-GL-FILE
               WHEN 3
                   OPEN OUTPUT ESCROW-GL-FILE
                   CLOSE ESCROW-GL-FILE
               WHEN 4
                   OPEN OUTPUT SUSPENSE-GL-FILE
                   CLOSE SUSPENSE-GL-FILE
               WHEN 5
                   OPEN OUTPUT CHARGEOFF-GL-FILE
                   CLOSE CHARGEOFF-GL-FILE
               WHEN 6
                   OPEN OUTPUT INVESTOR-GL-FILE
                   CLOSE INVESTOR-GL-FILE
           END-EVALUATE.

       2400-PRINT-EXTRACT-LINE.
           MOVE WS-EXT-SOURCE(WS-EXTRACT-SUB)    TO EL-SOURCE
           MOVE WS-EXT-FILE-NAME(WS-EXTRACT-SUB) TO EL-FILE-NAME
           EVALUATE TRUE
               WHEN EXTRACT-ACCEPTED
                   MOVE "POSTED"        TO EL-STATUS
               WHEN EXTRACT-REJECTED
                   MOVE "*** REJECTED" TO EL-STATUS
               WHEN OTHER
                   MOVE "NOT RECEIVED"  TO EL-STATUS
           END-EVALUATE
           MOVE WS-EXT-DETAIL-COUNT TO EL-DETAIL-COUNT
           MOVE WS-EXT-DEBIT-TOTAL  TO EL-DEBITS
           MOVE WS-EXT-CREDIT-TOTAL TO EL-CREDITS
           MOVE WS-EXT-REASON       TO EL-REASON
           MOVE WS-EXTRACT-LINE     TO TB-LINE
           WRITE TB-LINE.

      *****************************************************************
      * OPEN-EXTRACT / READ-EXTRACT / CLOSE-EXTRACT
      * Business Rule: the six extracts share one layout and one
      * set of proving and posting rules; these route each I/O to
      * the extract currently being worked and hand every record
      * back through the same image.
      *****************************************************************
       2500-OPEN-EXTRACT.
           MOVE 'N' TO WS-EXT-EOF-FLAG
           EVALUATE WS-EXTRACT-SUB
               WHEN 1
                   OPEN INPUT LOAN-GL-FILE
               WHEN 2
                   OPEN INPUT ACCRUAL-GL-FILE
               WHEN 3
                   OPEN INPUT ESCROW-GL-FILE
               WHEN 4
                   OPEN INPUT SUSPENSE-GL-FILE
               WHEN 5
                   OPEN INPUT CHARGEOFF-GL-FILE
               WHEN 6
                   OPEN INPUT INVESTOR-GL-FILE
           END-EVALUATE.

       2510-READ-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-IMAGE
           EVALUATE WS-EXTRACT-SUB
               WHEN 1
                   READ LOAN-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE LG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
               WHEN 2
                   READ ACCRUAL-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE AG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
               WHEN 3
                   READ ESCROW-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE EG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
               WHEN 4
                   READ SUSPENSE-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE SG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
               WHEN 5
                   READ CHARGEOFF-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE CG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
               WHEN 6
                   READ INVESTOR-GL-FILE
                       AT END SET EXTRACT-END-OF-FILE TO TRUE
                       NOT AT END MOVE IG-IMAGE TO WS-EXTRACT-IMAGE
                   END-READ
           END-EVALUATE.

       2520-CLOSE-EXTRACT.
           EVALUATE WS-EXTRACT-SUB
               WHEN 1
                   CLOSE LOAN-GL-FILE
               WHEN 2
                   CLOSE ACCRUAL-GL-FILE
               WHEN 3
                   CLOSE ESCROW-GL-FILE
               WHEN 4
                   CLOSE SUSPENSE-GL-FILE
               WHEN 5
                   CLOSE CHARGEOFF-GL-FILE
               WHEN 6
                   CLOSE INVESTOR-GL-FILE
           END-EVALUATE.

      *****************************************************************
      * FIND-ACCOUNT
      * Business Rule: an account not in the chart is still carried
      * - added behind the chart accounts under the name its extract
      * gave it - so nothing an extract posts drops out of the trial
      * balance. Only a full table loses an account, and that is
      * announced because the trial balance will no longer foot.
      *****************************************************************
       2600-FIND-ACCOUNT.
           MOVE 0 TO WS-FOUND-ENTRY
           PERFORM 2610-SCAN-ACCOUNT-TABLE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
               OR WS-FOUND-ENTRY > 0
           IF WS-FOUND-ENTRY = 0
               IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX-ENTRIES
                   IF NOT ACCOUNT-TABLE-FULL
                       DISPLAY 'GL ACCOUNT TABLE HOLDS ONLY '
                           WS-ACCOUNT-MAX-ENTRIES
                           ' ACCOUNTS - ACCOUNT ' WS-LOOKUP-ACCOUNT
                           ' NOT CARRIED'
                       SET ACCOUNT-TABLE-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT  TO WS-FOUND-ENTRY
                   MOVE WS-LOOKUP-ACCOUNT TO
                       WS-AC-NUMBER(WS-FOUND-ENTRY)
                   MOVE WS-LOOKUP-NAME    TO
                       WS-AC-NAME(WS-FOUND-ENTRY)
                   MOVE 0 TO WS-AC-OPENING(WS-FOUND-ENTRY)
                   MOVE 0 TO WS-AC-DEBITS(WS-FOUND-ENTRY)
                   MOVE 0 TO WS-AC-CREDITS(WS-FOUND-ENTRY)
                   MOVE 0 TO WS-AC-CLOSING(WS-FOUND-ENTRY)
               END-IF
           END-IF.

       2610-SCAN-ACCOUNT-TABLE.
           IF WS-AC-NUMBER(WS-AC-IDX) = WS-LOOKUP-ACCOUNT
               SET WS-FOUND-ENTRY TO WS-AC-IDX
           END-IF.

      *****************************************************************
      * SUM-SUBLEDGER
      * Business Rule: the sub-ledger side of the reconciliation is
      * every loan on the master, open or closed - a closed loan
      * carries no balance, so it adds nothing, but skipping it
      * would hide a close that left principal behind.
      *****************************************************************
       3000-SUM-SUBLEDGER.
           ADD 1 TO WS-LOAN-COUNT
           ADD LF-BALANCE        TO WS-SUB-PRINCIPAL
           ADD LF-ESCROW-BALANCE TO WS-SUB-ESCROW
           READ LOAN-FILE NEXT
               AT END SET LOAN-END-OF-FILE TO TRUE
           END-READ.

       9000-CLEANUP.
           PERFORM 9100-PRINT-TRIAL-BALANCE
           PERFORM 9200-PRINT-RECONCILIATION
           PERFORM 9300-WRITE-JOURNAL-TRAILER
           PERFORM 9400-SAVE-BALANCES
           PERFORM 9500-PRINT-TOTALS
           CLOSE LOAN-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE TRIAL-BALANCE-REPORT.

      *****************************************************************
      * PRINT-TRIAL-BALANCE
      * Business Rule: each account's closing balance prints in the
      * debit or credit column by its sign, and the two columns
      * must foot to the same total - along with today's journal
      * debits equalling its credits - for the trial balance to be
      * declared in balance.
      *****************************************************************
       9100-PRINT-TRIAL-BALANCE.
           MOVE SPACES TO TB-LINE
           WRITE TB-LINE
           MOVE WS-TB-HEADING TO TB-LINE
           WRITE TB-LINE
           PERFORM 9110-PRINT-ONE-ACCOUNT
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT

           MOVE WS-JOURNAL-DEBITS  TO TTL-DEBITS
           MOVE WS-JOURNAL-CREDITS TO TTL-CREDITS
           MOVE WS-TB-DEBIT-TOTAL  TO TTL-CLOSING-DR
           MOVE WS-TB-CREDIT-TOTAL TO TTL-CLOSING-CR
           MOVE WS-TB-TOTAL-LINE   TO TB-LINE
           WRITE TB-LINE

           IF WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
               AND WS-TB-DEBIT-TOTAL = WS-TB-CREDIT-TOTAL
               SET TRIAL-BALANCE-OK TO TRUE
               MOVE "TRIAL BALANCE IN BALANCE" TO TB-LINE
           ELSE
               MOVE "*** TRIAL BALANCE OUT OF BALANCE ***" TO TB-LINE
               DISPLAY 'GL TRIAL BALANCE OUT OF BALANCE - DEBITS '
                   WS-TB-DEBIT-TOTAL ' CREDITS ' WS-TB-CREDIT-TOTAL
           END-IF
           WRITE TB-LINE.

       9110-PRINT-ONE-ACCOUNT.
           MOVE WS-AC-NUMBER(WS-AC-IDX)  TO TBL-ACCOUNT
           MOVE WS-AC-NAME(WS-AC-IDX)    TO TBL-NAME
           MOVE WS-AC-OPENING(WS-AC-IDX) TO TBL-OPENING
           MOVE WS-AC-DEBITS(WS-AC-IDX)  TO TBL-DEBITS
           MOVE WS-AC-CREDITS(WS-AC-IDX) TO TBL-CREDITS
           IF WS-AC-CLOSING(WS-AC-IDX) < 0
               MOVE 0 TO TBL-CLOSING-DR
               COMPUTE TBL-CLOSING-CR = 0 - WS-AC-CLOSING(WS-AC-IDX)
               SUBTRACT WS-AC-CLOSING(WS-AC-IDX)
                   FROM WS-TB-CREDIT-TOTAL
           ELSE
               MOVE WS-AC-CLOSING(WS-AC-IDX) TO TBL-CLOSING-DR
               MOVE 0 TO TBL-CLOSING-CR
               ADD WS-AC-CLOSING(WS-AC-IDX) TO WS-TB-DEBIT-TOTAL
           END-IF
           MOVE WS-TB-DETAIL-LINE TO TB-LINE
           WRITE TB-LINE.

      *****************************************************************
      * PRINT-RECONCILIATION
      * Business Rule: the loan principal account carries a debit
      * balance that must equal the sum of LF-BALANCE on the master;
      * escrow payable carries a credit balance that must equal the
      * sum of LF-ESCROW-BALANCE. The difference is GL less
      * sub-ledger, so a positive difference means the GL is
      * carrying more than the loans support.
      *****************************************************************
       9200-PRINT-RECONCILIATION.
           MOVE SPACES TO TB-LINE
           WRITE TB-LINE
           MOVE "SUB-LEDGER RECONCILIATION" TO TB-LINE
           WRITE TB-LINE
           MOVE WS-RECON-HEADING TO TB-LINE
           WRITE TB-LINE

           MOVE 130100 TO WS-LOOKUP-ACCOUNT
           MOVE "LOAN PRINCIPAL" TO WS-LOOKUP-NAME
           PERFORM 2600-FIND-ACCOUNT
           MOVE WS-AC-CLOSING(WS-FOUND-ENTRY) TO WS-GL-PRINCIPAL
           COMPUTE WS-RECON-DIFFERENCE =
               WS-GL-PRINCIPAL - WS-SUB-PRINCIPAL
           MOVE 130100              TO RL-ACCOUNT
           MOVE "LOAN PRINCIPAL"    TO RL-NAME
           MOVE WS-GL-PRINCIPAL     TO RL-GL-BALANCE
           MOVE WS-SUB-PRINCIPAL    TO RL-SUBLEDGER
           PERFORM 9210-PRINT-RECON-LINE

           MOVE 200300 TO WS-LOOKUP-ACCOUNT
           MOVE "ESCROW PAYABLE" TO WS-LOOKUP-NAME
           PERFORM 2600-FIND-ACCOUNT
           COMPUTE WS-GL-ESCROW = 0 - WS-AC-CLOSING(WS-FOUND-ENTRY)
           COMPUTE WS-RECON-DIFFERENCE =
               WS-GL-ESCROW - WS-SUB-ESCROW
           MOVE 200300              TO RL-ACCOUNT
           MOVE "ESCROW PAYABLE"    TO RL-NAME
           MOVE WS-GL-ESCROW        TO RL-GL-BALANCE
           MOVE WS-SUB-ESCROW       TO RL-SUBLEDGER
           PERFORM 9210-PRINT-RECON-LINE.

       9210-PRINT-RECON-LINE.
           MOVE WS-RECON-DIFFERENCE TO RL-DIFFERENCE
           IF WS-RECON-DIFFERENCE = 0
               MOVE "TIES"         TO RL-STATUS
           ELSE
               MOVE "*** BREAK"    TO RL-STATUS
               SET SUBLEDGER-BREAK TO TRUE
               DISPLAY 'GL/SUB-LEDGER BREAK ON ACCOUNT ' RL-ACCOUNT
                   ' DIFFERENCE ' WS-RECON-DIFFERENCE
           END-IF
           MOVE WS-RECON-LINE TO TB-LINE
           WRITE TB-LINE.

      *****************************************************************
      * WRITE-JOURNAL-TRAILER
      * Business Rule: the consolidated journal closes with one
      * GLPOST trailer of its own, so accounting proves and loads it
      * exactly as it would any single extract. Every extract taken
      * was in balance, so the journal can only be out of balance
      * if something went wrong here.
      *****************************************************************
       9300-WRITE-JOURNAL-TRAILER.
           MOVE "T"                TO GL-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE        TO GL-TRL-RUN-DATE
           MOVE WS-JOURNAL-DEBITS  TO GL-TRL-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDITS TO GL-TRL-CREDIT-TOTAL
           IF WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
               SET GL-RUN-IN-BALANCE TO TRUE
           ELSE
               SET GL-RUN-OUT-OF-BAL TO TRUE
               DISPLAY 'CONSOLIDATED GL JOURNAL OUT OF BALANCE'
           END-IF
           MOVE GL-TRAILER-RECORD TO JR-IMAGE
           WRITE JR-IMAGE.

      * Every account in the table goes back out, chart accounts
      * with no activity included, so tomorrow opens from a
      * complete ledger
       9400-SAVE-BALANCES.
           OPEN OUTPUT GL-BALANCE-FILE
           PERFORM 9410-SAVE-ONE-BALANCE
               VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-ACCOUNT-COUNT
           CLOSE GL-BALANCE-FILE.

       9410-SAVE-ONE-BALANCE.
           MOVE WS-AC-NUMBER(WS-AC-IDX)  TO GB-ACCOUNT-NUMBER
           MOVE WS-AC-NAME(WS-AC-IDX)    TO GB-ACCOUNT-NAME
           MOVE WS-AC-CLOSING(WS-AC-IDX) TO GB-BALANCE
           MOVE WS-RUN-DATE              TO GB-LAST-RUN-DATE
           WRITE GL-BALANCE-RECORD.

       9500-PRINT-TOTALS.
           MOVE SPACES TO TB-LINE
           WRITE TB-LINE

           MOVE "EXTRACTS POSTED"          TO TL-LABEL
           MOVE WS-EXTRACTS-ACCEPTED       TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE "EXTRACTS REJECTED"        TO TL-LABEL
           MOVE WS-EXTRACTS-REJECTED       TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE "JOURNAL ENTRIES"          TO TL-LABEL
           MOVE WS-JOURNAL-COUNT           TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE "JOURNAL DEBITS"           TO TL-LABEL
           MOVE WS-JOURNAL-DEBITS          TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE "JOURNAL CREDITS"          TO TL-LABEL
           MOVE WS-JOURNAL-CREDITS         TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE "LOANS RECONCILED"         TO TL-LABEL
           MOVE WS-LOAN-COUNT              TO TL-AMOUNT
           MOVE WS-TOTAL-LINE              TO TB-LINE
           WRITE TB-LINE

           MOVE SPACES TO TB-LINE
           WRITE TB-LINE
           IF TRIAL-BALANCE-OK AND SUBLEDGER-TIES
               MOVE "GL IN BALANCE AND TIED TO SUB-LEDGER" TO TB-LINE
           ELSE
               MOVE "*** GL EXCEPTIONS - SEE ABOVE ***" TO TB-LINE
           END-IF
           WRITE TB-LINE.
