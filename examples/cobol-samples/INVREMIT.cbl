       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVREMIT.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * INVESTOR ACCOUNTING AND MONTHLY REMITTANCE
      * Month-end run for loans sold into investor pools through
      * LNMAINT. Every principal and interest collection the month
      * posted to LOANTRAN.DAT on a pooled loan - scheduled
      * payments, curtailments, payoffs, and the reversals that
      * backed any of them out - is split on the loan's ownership
      * terms: the investor's percentage of the principal and of
      * the interest, and of that interest the pass-through rate's
      * part to the investor and the servicing fee (plus any excess
      * spread) retained. Charge-offs are carried as the pool's
      * losses. A loan whose ownership LNMAINT changed during the
      * month is split on the terms in force as each collection
      * posted, and moves out of the pool losing it and into the
      * pool gaining it on the balance it changed hands with.
      * Each pool gets a remittance statement on INVRPT.TXT and a
      * wire on INVWIRE.DAT for the principal plus pass-through
      * interest it is owed, and the month's total goes to the
      * investor payable account on INVGL.DAT for GLCONSOL, along
      * with the investors' share of the month's losses. The
      * pool's principal is rolled forward from last month's ending
      * figure, carried on INVPOOL.DAT, and tied back to its share
      * of LF-BALANCE on the loans in it, so a break between the
      * investor's books and the servicing master is caught the
      * month it happens.
      * The month comes from the command line as YYYYMM and
      * defaults to the month of the run date. Each loan is taken
      * at its balance and ownership on the last day of the month,
      * from the history posted after it, so a month run late ties
      * the same as one run on time. A pool already remitted for
      * the month, or for a later one, is reprinted but not wired
      * or fed to the ledger again.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LF-LOAN-NUMBER.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT OPTIONAL INVESTOR-FILE ASSIGN TO "INVESTOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IN-POOL-NUMBER.

           SELECT OPTIONAL POOL-BALANCE-FILE ASSIGN TO "INVPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-POOL-NUMBER.

           SELECT REMITTANCE-REPORT ASSIGN TO "INVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WIRE-FILE ASSIGN TO "INVWIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-POSTING-FILE ASSIGN TO "INVGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.

       FD  INVESTOR-FILE.
           COPY INVREC.

       FD  POOL-BALANCE-FILE.
           COPY INVPOOL.

       FD  REMITTANCE-REPORT.
       01  RP-LINE                    PIC X(132).

       FD  WIRE-FILE.
           COPY INVWIRE.

       FD  GL-POSTING-FILE.
           COPY GLPOST.

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RD-YYYYMM       PIC 9(6).
               10  WS-RD-DD           PIC 9(2).
           05  WS-PERIOD-PARM         PIC X(8) VALUE SPACES.
           05  WS-PERIOD              PIC 9(6).
           05  WS-PERIOD-R REDEFINES WS-PERIOD.
               10  WS-PD-YYYY         PIC 9(4).
               10  WS-PD-MM           PIC 9(2).
           05  WS-PERIOD-START        PIC 9(8).
           05  WS-PERIOD-END          PIC 9(8).

      *****************************************************************
      * One entry per pool on INVESTOR.DAT - its wire instructions,
      * where its principal rollforward begins, and what the month
      * moved. Principal figures are the investor's share only.
      * WS-PL-BEGIN-SOURCE says where the beginning principal came
      * from: carried from last month, kept from an earlier run of
      * this same month, or - with no usable carry-forward - derived
      * back from the master so the pool starts from a known figure.
      *****************************************************************
       01  WS-POOL-TABLE.
           05  WS-POOL-COUNT          PIC 9(4) VALUE 0.
           05  WS-POOL-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PL-IDX.
               10  WS-PL-POOL-NUMBER  PIC 9(6).
               10  WS-PL-NAME         PIC X(40).
               10  WS-PL-ROUTING      PIC 9(9).
               10  WS-PL-ACCOUNT      PIC X(17).
               10  WS-PL-BEGIN-SOURCE PIC X(1).
                   88 PL-BEGIN-CARRIED    VALUE 'C'.
                   88 PL-BEGIN-RERUN      VALUE 'R'.
                   88 PL-BEGIN-NEW        VALUE 'N'.
                   88 PL-BEGIN-LATER-RUN  VALUE 'L'.
                   88 PL-REPRINT          VALUE 'R' 'L'.
               10  WS-PL-BEGIN        PIC S9(11)V99.
               10  WS-PL-TRANSFER-IN  PIC 9(11)V99.
               10  WS-PL-TRANSFER-OUT PIC 9(11)V99.
               10  WS-PL-SCHEDULED    PIC 9(11)V99.
               10  WS-PL-CURTAILED    PIC 9(11)V99.
               10  WS-PL-PAID-OFF     PIC 9(11)V99.
               10  WS-PL-REVERSED     PIC 9(11)V99.
               10  WS-PL-LOSSES       PIC 9(11)V99.
               10  WS-PL-GROSS-INT    PIC S9(11)V99.
               10  WS-PL-INVESTOR-INT PIC S9(11)V99.
               10  WS-PL-SERVICE-FEE  PIC S9(11)V99.
               10  WS-PL-EXCESS       PIC S9(11)V99.
               10  WS-PL-MASTER-END   PIC 9(11)V99.
               10  WS-PL-LOAN-COUNT   PIC 9(7).
               10  WS-PL-ENTRY-COUNT  PIC 9(7).

       01  WS-POOL-MAX-ENTRIES        PIC 9(4) VALUE 200.

       01  WS-LOOKUP-FIELDS.
           05  WS-LOOKUP-POOL         PIC 9(6).
           05  WS-FOUND-ENTRY         PIC 9(4).
           05  WS-POOL-SUB            PIC 9(4).

      * Split of one history entry on its loan's ownership terms
       01  WS-SPLIT-FIELDS.
           05  WS-EFFECTIVE-RATE      PIC 9(2)V9(4).
           05  WS-SHARE-PRINCIPAL     PIC 9(9)V99.
           05  WS-SHARE-INTEREST      PIC 9(9)V99.
           05  WS-INVESTOR-INTEREST   PIC 9(9)V99.
           05  WS-SERVICE-FEE         PIC 9(9)V99.
           05  WS-EXCESS-SPREAD       PIC 9(9)V99.
           05  WS-SHARE-BALANCE       PIC 9(11)V99.

      * The loan's balance and ownership at the end of the month -
      * from the first history entry posted after it, or from the
      * master when nothing has posted since
       01  WS-PERIOD-END-FIELDS.
           05  WS-PE-BALANCE          PIC 9(9)V99.
           05  WS-PE-POOL             PIC 9(6).
           05  WS-PE-PCT              PIC 9(3)V99.
           05  WS-PE-PASS-THRU        PIC 9(2)V9(4).
           05  WS-PE-FEE-RATE         PIC 9(2)V9(4).
           05  WS-PE-DATE             PIC 9(8).

      * Ownership terms the history entry being split posted under
       01  WS-OWNER-FIELDS.
           05  WS-OWNER-POOL          PIC 9(6).
           05  WS-OWNER-PCT           PIC 9(3)V99.
           05  WS-OWNER-PASS-THRU     PIC 9(2)V9(4).
           05  WS-OWNER-FEE-RATE      PIC 9(2)V9(4).
           05  WS-OWNER-DATE          PIC 9(8).

      *****************************************************************
      * Ownership changes LNMAINT recorded on the loan being tied,
      * in the month being remitted, in the order they were made -
      * the day of each and the ownership it replaced.
      *****************************************************************
       01  WS-OWNER-CHANGE-TABLE.
           05  WS-OC-COUNT            PIC 9(3) VALUE 0.
           05  WS-OC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-OC-IDX.
               10  WS-OC-RUN-DATE     PIC 9(8).
               10  WS-OC-POOL         PIC 9(6).
               10  WS-OC-PCT          PIC 9(3)V99.
               10  WS-OC-PASS-THRU    PIC 9(2)V9(4).
               10  WS-OC-FEE-RATE     PIC 9(2)V9(4).
               10  WS-OC-DATE         PIC 9(8).

       01  WS-OC-MAX-ENTRIES          PIC 9(3) VALUE 50.

      * Rollforward and remittance for the pool being reported
       01  WS-ROLLFORWARD-FIELDS.
           05  WS-RF-ENDING           PIC S9(11)V99.
           05  WS-RF-DIFFERENCE       PIC S9(11)V99.
           05  WS-RF-PRINCIPAL-DUE    PIC S9(11)V99.
           05  WS-RF-REMIT-DUE        PIC S9(11)V99.

       01  WS-CONTROL-TOTALS.
           05  WS-HISTORY-READ        PIC 9(7)     VALUE 0.
           05  WS-ENTRIES-SPLIT       PIC 9(7)     VALUE 0.
           05  WS-OWNER-CHANGES-READ  PIC 9(7)     VALUE 0.
           05  WS-POOLED-LOANS        PIC 9(7)     VALUE 0.
           05  WS-UNKNOWN-POOL-COUNT  PIC 9(7)     VALUE 0.
           05  WS-POOLS-OUT-OF-BAL    PIC 9(7)     VALUE 0.
           05  WS-REMIT-POOL-COUNT    PIC 9(7)     VALUE 0.
           05  WS-REPRINT-POOL-COUNT  PIC 9(7)     VALUE 0.
           05  WS-WIRE-COUNT          PIC 9(7)     VALUE 0.
           05  WS-WIRE-TOTAL          PIC 9(11)V99 VALUE 0.
           05  WS-TOTAL-PRINCIPAL-DUE PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-INVESTOR-INT  PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-SERVICE-FEE   PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-EXCESS        PIC S9(11)V99 VALUE 0.
           05  WS-TOTAL-LOSSES        PIC 9(11)V99 VALUE 0.

       01  WS-GL-FIELDS.
           05  WS-GL-DEBIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.
           05  WS-GL-WORK-AMOUNT      PIC S9(11)V99.

       01  WS-FLAGS.
           05  WS-HISTORY-EOF-FLAG    PIC X VALUE 'N'.
               88 HISTORY-END-OF-FILE VALUE 'Y'.
           05  WS-LOAN-EOF-FLAG       PIC X VALUE 'N'.
               88 LOAN-END-OF-FILE    VALUE 'Y'.
           05  WS-INVESTOR-EOF-FLAG   PIC X VALUE 'N'.
               88 INVESTOR-END-OF-FILE VALUE 'Y'.
           05  WS-POOL-FOUND-FLAG     PIC X VALUE 'N'.
               88 POOL-RECORD-FOUND   VALUE 'Y'.
           05  WS-TABLE-FULL-FLAG     PIC X VALUE 'N'.
               88 POOL-TABLE-FULL     VALUE 'Y'.
           05  WS-OWNER-SET-FLAG      PIC X VALUE 'N'.
               88 OWNER-SET           VALUE 'Y'.
           05  WS-PE-BALANCE-FLAG     PIC X VALUE 'N'.
               88 PE-BALANCE-FOUND    VALUE 'Y'.
           05  WS-PE-OWNER-FLAG       PIC X VALUE 'N'.
               88 PE-OWNER-FOUND      VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  HL-TITLE               PIC X(40).
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(10) VALUE "   PERIOD ".
           05  HL-PERIOD              PIC 9(6).

       01  WS-POOL-HEADING.
           05  FILLER                 PIC X(5)  VALUE "POOL ".
           05  PH-POOL-NUMBER         PIC 9(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PH-INVESTOR-NAME       PIC X(40).
           05  FILLER                 PIC X(8)  VALUE "  LOANS ".
           05  PH-LOAN-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE "  ENTRIES ".
           05  PH-ENTRY-COUNT         PIC ZZZ,ZZ9.

       01  WS-POOL-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  PL-LABEL               PIC X(30).
           05  PL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-NOTE                PIC X(40).

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-START-POOL-TIE
           PERFORM 3100-TIE-ONE-LOAN UNTIL LOAN-END-OF-FILE
           PERFORM 4000-REPORT-ONE-POOL
               VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the month to remit comes from the command
      * line as YYYYMM so a month can be run after it closes or run
      * again; with no parameter (or one that is not a real month)
      * it is the month of the run date. Every pool on INVESTOR.DAT
      * is reported, whether or not its loans moved this month. The
      * wire and ledger files are written only when at least one
      * pool is being remitted for the first time - a run that only
      * reprints leaves the last ones as they were.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RD-YYYYMM TO WS-PERIOD
           ACCEPT WS-PERIOD-PARM FROM COMMAND-LINE
           IF WS-PERIOD-PARM NOT = SPACES
               IF WS-PERIOD-PARM(1:6) NUMERIC
                   AND WS-PERIOD-PARM(7:2) = SPACES
                   MOVE WS-PERIOD-PARM(1:6) TO WS-PERIOD
               END-IF
               IF WS-PERIOD-PARM(1:6) NOT NUMERIC
                   OR WS-PERIOD-PARM(7:2) NOT = SPACES
                   OR WS-PD-MM < 1
                   OR WS-PD-MM > 12
                   DISPLAY 'INVALID REMITTANCE PERIOD ' WS-PERIOD-PARM
                       ' - USING ' WS-RD-YYYYMM
                   MOVE WS-RD-YYYYMM TO WS-PERIOD
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31

           OPEN INPUT LOAN-FILE
           OPEN INPUT LOAN-TRANS-FILE
           OPEN INPUT INVESTOR-FILE
           OPEN I-O POOL-BALANCE-FILE
           OPEN OUTPUT REMITTANCE-REPORT

           PERFORM 1100-LOAD-POOL-TABLE
           PERFORM 1200-FIND-BEGINNING-PRINCIPAL
               VARYING WS-POOL-SUB FROM 1 BY 1
               UNTIL WS-POOL-SUB > WS-POOL-COUNT
           IF WS-REMIT-POOL-COUNT > 0
               OPEN OUTPUT WIRE-FILE
           ELSE
               DISPLAY 'EVERY POOL ALREADY REMITTED FOR ' WS-PERIOD
                   ' - REPRINT ONLY, NO WIRES OR GL FEED'
           END-IF

           MOVE "INVESTOR REMITTANCE REPORT" TO HL-TITLE
           MOVE WS-RUN-DATE    TO HL-RUN-DATE
           MOVE WS-PERIOD      TO HL-PERIOD
           MOVE WS-HEADER-LINE TO RP-LINE
           WRITE RP-LINE.

       1100-LOAD-POOL-TABLE.
           READ INVESTOR-FILE
               AT END SET INVESTOR-END-OF-FILE TO TRUE
           END-READ
           PERFORM 1110-TABLE-ONE-POOL UNTIL INVESTOR-END-OF-FILE
           CLOSE INVESTOR-FILE.

      * A pool already retired still owes its investor the month's
      * collections on any loan left in it, so every pool is
      * carried, active or not
       1110-TABLE-ONE-POOL.
           IF WS-POOL-COUNT >= WS-POOL-MAX-ENTRIES
               IF NOT POOL-TABLE-FULL
                   DISPLAY 'INVESTOR POOL TABLE HOLDS ONLY '
                       WS-POOL-MAX-ENTRIES
                       ' POOLS - POOL ' IN-POOL-NUMBER
                       ' AND AFTER NOT REMITTED'
                   SET POOL-TABLE-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-POOL-COUNT
               MOVE IN-POOL-NUMBER   TO
                   WS-PL-POOL-NUMBER(WS-POOL-COUNT)
               MOVE IN-INVESTOR-NAME TO WS-PL-NAME(WS-POOL-COUNT)
               MOVE IN-WIRE-ROUTING  TO WS-PL-ROUTING(WS-POOL-COUNT)
               MOVE IN-WIRE-ACCOUNT  TO WS-PL-ACCOUNT(WS-POOL-COUNT)
               MOVE 'N' TO WS-PL-BEGIN-SOURCE(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-BEGIN(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-TRANSFER-IN(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-TRANSFER-OUT(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-SCHEDULED(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-CURTAILED(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-PAID-OFF(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-REVERSED(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-LOSSES(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-GROSS-INT(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-INVESTOR-INT(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-SERVICE-FEE(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-EXCESS(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-MASTER-END(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-LOAN-COUNT(WS-POOL-COUNT)
               MOVE 0 TO WS-PL-ENTRY-COUNT(WS-POOL-COUNT)
           END-IF
           READ INVESTOR-FILE
               AT END SET INVESTOR-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * FIND-BEGINNING-PRINCIPAL
      * Business Rule: a pool begins the month with the principal it
      * ended last month with. Running the same month again begins
      * from the figure that month began with the first time, so the
      * rerun reproduces the statement. A pool with no carry-forward
      * yet - or one already remitted for a later month - has its
      * beginning derived back from the master at report time and
      * says so on its statement. A pool already remitted for this
      * month or a later one is a reprint: its statement prints, but
      * it was wired and fed to the ledger the first time.
      *****************************************************************
       1200-FIND-BEGINNING-PRINCIPAL.
           PERFORM 1210-READ-POOL-BALANCE
           IF POOL-RECORD-FOUND
               EVALUATE TRUE
                   WHEN IP-LAST-PERIOD < WS-PERIOD
                       SET PL-BEGIN-CARRIED(WS-POOL-SUB) TO TRUE
                       MOVE IP-ENDING-PRINCIPAL TO
                           WS-PL-BEGIN(WS-POOL-SUB)
                   WHEN IP-LAST-PERIOD = WS-PERIOD
                       SET PL-BEGIN-RERUN(WS-POOL-SUB) TO TRUE
                       MOVE IP-BEGIN-PRINCIPAL TO
                           WS-PL-BEGIN(WS-POOL-SUB)
                   WHEN OTHER
                       SET PL-BEGIN-LATER-RUN(WS-POOL-SUB) TO TRUE
               END-EVALUATE
           END-IF
           IF PL-REPRINT(WS-POOL-SUB)
               ADD 1 TO WS-REPRINT-POOL-COUNT
           ELSE
               ADD 1 TO WS-REMIT-POOL-COUNT
           END-IF.

       1210-READ-POOL-BALANCE.
           MOVE 'N' TO WS-POOL-FOUND-FLAG
           MOVE WS-PL-POOL-NUMBER(WS-POOL-SUB) TO IP-POOL-NUMBER
           READ POOL-BALANCE-FILE
               KEY IS IP-POOL-NUMBER
               INVALID KEY
                   MOVE 'N' TO WS-POOL-FOUND-FLAG
               NOT INVALID KEY
                   SET POOL-RECORD-FOUND TO TRUE
           END-READ.

      * Masters written before the investor fields existed read
      * them back as blanks - such a loan has never been sold
       2150-NORMALIZE-INVESTOR.
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

       2200-FIND-POOL.
           MOVE 0 TO WS-FOUND-ENTRY
           PERFORM 2210-SCAN-POOL-TABLE
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-POOL-COUNT
               OR WS-FOUND-ENTRY > 0.

       2210-SCAN-POOL-TABLE.
           IF WS-PL-POOL-NUMBER(WS-PL-IDX) = WS-LOOKUP-POOL
               SET WS-FOUND-ENTRY TO WS-PL-IDX
           END-IF.

      *****************************************************************
      * SPLIT-ENTRY
      * Business Rule: the investor owns its percentage of every
      * dollar of principal and interest collected, on the ownership
      * terms in force when it posted (3230). Of the interest
      * share, the investor is passed the part the pass-through rate
      * bears to the rate the loan earns (LF-CURRENT-RATE on a
      * repriced ARM, as INTACCR accrues it); the servicing fee rate
      * is retained as the servicing fee, and whatever the note rate
      * earns above the two is retained as excess spread. If an ARM
      * has repriced below the pass-through rate the investor is
      * passed the whole interest share and nothing is retained. A
      * reversal backs its principal and interest out the same way.
      *****************************************************************
       2300-SPLIT-ENTRY.
           ADD 1 TO WS-ENTRIES-SPLIT
           ADD 1 TO WS-PL-ENTRY-COUNT(WS-FOUND-ENTRY)
           COMPUTE WS-SHARE-PRINCIPAL ROUNDED =
               TR-PRINCIPAL-PART * WS-OWNER-PCT / 100
           COMPUTE WS-SHARE-INTEREST ROUNDED =
               TR-INTEREST-PART * WS-OWNER-PCT / 100

           IF VARIABLE-RATE AND LF-CURRENT-RATE NOT = 0
               MOVE LF-CURRENT-RATE TO WS-EFFECTIVE-RATE
           ELSE
               MOVE LF-INTEREST-RATE TO WS-EFFECTIVE-RATE
           END-IF

           IF WS-EFFECTIVE-RATE > WS-OWNER-PASS-THRU
               COMPUTE WS-INVESTOR-INTEREST ROUNDED =
                   WS-SHARE-INTEREST * WS-OWNER-PASS-THRU
                   / WS-EFFECTIVE-RATE
               COMPUTE WS-SERVICE-FEE ROUNDED =
                   WS-SHARE-INTEREST * WS-OWNER-FEE-RATE
                   / WS-EFFECTIVE-RATE
               IF WS-SERVICE-FEE >
                   WS-SHARE-INTEREST - WS-INVESTOR-INTEREST
                   COMPUTE WS-SERVICE-FEE =
                       WS-SHARE-INTEREST - WS-INVESTOR-INTEREST
               END-IF
           ELSE
               MOVE WS-SHARE-INTEREST TO WS-INVESTOR-INTEREST
               MOVE 0                 TO WS-SERVICE-FEE
           END-IF
           COMPUTE WS-EXCESS-SPREAD =
               WS-SHARE-INTEREST - WS-INVESTOR-INTEREST
               - WS-SERVICE-FEE

           EVALUATE TRUE
               WHEN TR-SCHEDULED-PAYMENT
                   ADD WS-SHARE-PRINCIPAL TO
                       WS-PL-SCHEDULED(WS-FOUND-ENTRY)
                   PERFORM 2310-ADD-INTEREST
               WHEN TR-CURTAILMENT
                   ADD WS-SHARE-PRINCIPAL TO
                       WS-PL-CURTAILED(WS-FOUND-ENTRY)
                   PERFORM 2310-ADD-INTEREST
               WHEN TR-PAYOFF-PAYMENT
                   ADD WS-SHARE-PRINCIPAL TO
                       WS-PL-PAID-OFF(WS-FOUND-ENTRY)
                   PERFORM 2310-ADD-INTEREST
               WHEN TR-REVERSAL
                   ADD WS-SHARE-PRINCIPAL TO
                       WS-PL-REVERSED(WS-FOUND-ENTRY)
                   PERFORM 2320-SUBTRACT-INTEREST
               WHEN TR-CHARGE-OFF
                   ADD WS-SHARE-PRINCIPAL TO
                       WS-PL-LOSSES(WS-FOUND-ENTRY)
           END-EVALUATE.

       2310-ADD-INTEREST.
           ADD WS-SHARE-INTEREST    TO WS-PL-GROSS-INT(WS-FOUND-ENTRY)
           ADD WS-INVESTOR-INTEREST TO
               WS-PL-INVESTOR-INT(WS-FOUND-ENTRY)
           ADD WS-SERVICE-FEE       TO
               WS-PL-SERVICE-FEE(WS-FOUND-ENTRY)
           ADD WS-EXCESS-SPREAD     TO WS-PL-EXCESS(WS-FOUND-ENTRY).

       2320-SUBTRACT-INTEREST.
           SUBTRACT WS-SHARE-INTEREST FROM
               WS-PL-GROSS-INT(WS-FOUND-ENTRY)
           SUBTRACT WS-INVESTOR-INTEREST FROM
               WS-PL-INVESTOR-INT(WS-FOUND-ENTRY)
           SUBTRACT WS-SERVICE-FEE FROM
               WS-PL-SERVICE-FEE(WS-FOUND-ENTRY)
           SUBTRACT WS-EXCESS-SPREAD FROM
               WS-PL-EXCESS(WS-FOUND-ENTRY).

       3000-START-POOL-TIE.
           MOVE 0 TO LF-LOAN-NUMBER
           START LOAN-FILE KEY IS GREATER THAN LF-LOAN-NUMBER
               INVALID KEY SET LOAN-END-OF-FILE TO TRUE
           END-START
           IF NOT LOAN-END-OF-FILE
               READ LOAN-FILE NEXT
                   AT END SET LOAN-END-OF-FILE TO TRUE
               END-READ
           END-IF.

      *****************************************************************
      * TIE-ONE-LOAN
      * Business Rule: what the investor owns at month end is its
      * percentage of the balance of every loan still in the pool,
      * open or not - a paid-off or charged-off loan carries no
      * balance, so it adds nothing, but it still counts in the pool
      * until LNMAINT takes it out. Balance and ownership are those
      * of the last day of the month (3110), not today's, so the
      * pool ties whenever the month is run. A loan whose ownership
      * changed this month is moved between pools by 3150; one sold
      * before LNMAINT recorded ownership changes on the history is
      * the pool's transfer in, on the balance it was sold with,
      * when its sale date falls in the month. A loan held in
      * portfolio is read for ownership changes too - one bought
      * back this month still owes its old pool what it collected
      * first.
      *****************************************************************
       3100-TIE-ONE-LOAN.
           PERFORM 2150-NORMALIZE-INVESTOR
           PERFORM 3110-FIND-PERIOD-END
           PERFORM 3150-FIND-OWNERSHIP-CHANGES
           IF WS-PE-POOL > 0
               ADD 1 TO WS-POOLED-LOANS
               MOVE WS-PE-POOL TO WS-LOOKUP-POOL
               PERFORM 2200-FIND-POOL
               IF WS-FOUND-ENTRY > 0
                   ADD 1 TO WS-PL-LOAN-COUNT(WS-FOUND-ENTRY)
                   COMPUTE WS-SHARE-BALANCE ROUNDED =
                       WS-PE-BALANCE * WS-PE-PCT / 100
                   ADD WS-SHARE-BALANCE TO
                       WS-PL-MASTER-END(WS-FOUND-ENTRY)
                   IF WS-OC-COUNT = 0
                       AND NOT PE-OWNER-FOUND
                       AND LF-INVESTOR-DATE NOT < WS-PERIOD-START
                       AND LF-INVESTOR-DATE NOT > WS-PERIOD-END
                       COMPUTE WS-SHARE-BALANCE ROUNDED =
                           LF-INVESTOR-BALANCE * LF-INVESTOR-PCT
                           / 100
                       ADD WS-SHARE-BALANCE TO
                           WS-PL-TRANSFER-IN(WS-FOUND-ENTRY)
                   END-IF
               ELSE
                   PERFORM 3190-REPORT-UNKNOWN-POOL
               END-IF
           END-IF
           IF WS-PE-POOL > 0
               OR WS-OC-COUNT > 0
               PERFORM 3200-SPLIT-LOAN-HISTORY
           END-IF
           READ LOAN-FILE NEXT
               AT END SET LOAN-END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * FIND-PERIOD-END
      * Business Rule: a month run after it closes must not see the
      * postings made since. The first history entry dated after the
      * month begins from the loan's balance on its last day, and
      * the first ownership change after the month replaced the
      * ownership in force on it; with nothing later on the history
      * the master still holds both.
      *****************************************************************
       3110-FIND-PERIOD-END.
           MOVE LF-BALANCE            TO WS-PE-BALANCE
           MOVE LF-INVESTOR-POOL      TO WS-PE-POOL
           MOVE LF-INVESTOR-PCT       TO WS-PE-PCT
           MOVE LF-PASS-THRU-RATE     TO WS-PE-PASS-THRU
           MOVE LF-SERVICING-FEE-RATE TO WS-PE-FEE-RATE
           MOVE LF-INVESTOR-DATE      TO WS-PE-DATE
           MOVE 'N' TO WS-PE-BALANCE-FLAG
           MOVE 'N' TO WS-PE-OWNER-FLAG
           MOVE 'N' TO WS-HISTORY-EOF-FLAG
           MOVE LF-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE WS-PERIOD-END  TO TR-RUN-DATE
           MOVE 9999           TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS GREATER THAN TR-HISTORY-KEY
               INVALID KEY SET HISTORY-END-OF-FILE TO TRUE
           END-START
           PERFORM 3115-READ-LATER-HISTORY
           PERFORM 3120-TAKE-LATER-ENTRY
               UNTIL HISTORY-END-OF-FILE OR PE-OWNER-FOUND.

       3115-READ-LATER-HISTORY.
           IF NOT HISTORY-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                           SET HISTORY-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       3120-TAKE-LATER-ENTRY.
           IF NOT PE-BALANCE-FOUND
               AND TR-BEGIN-BALANCE NUMERIC
               MOVE TR-BEGIN-BALANCE TO WS-PE-BALANCE
               SET PE-BALANCE-FOUND TO TRUE
           END-IF
           IF TR-OWNERSHIP-CHANGE
               MOVE TR-OLD-INVESTOR-POOL TO WS-PE-POOL
               MOVE TR-OLD-INVESTOR-PCT  TO WS-PE-PCT
               MOVE TR-OLD-PASS-THRU     TO WS-PE-PASS-THRU
               MOVE TR-OLD-SERVICING-FEE TO WS-PE-FEE-RATE
               MOVE TR-OLD-INVESTOR-DATE TO WS-PE-DATE
               SET PE-OWNER-FOUND TO TRUE
           ELSE
               PERFORM 3115-READ-LATER-HISTORY
           END-IF.

      *****************************************************************
      * FIND-OWNERSHIP-CHANGES
      * Business Rule: each ownership change LNMAINT recorded this
      * month moves the balance that changed hands out of the old
      * pool at the old share and into the new pool at the new
      * share. A change of share within one pool is both, so the
      * pool's rollforward shows the share it gave up and the share
      * it took on, and a buy-back is a transfer out only. The
      * ownership each change replaced is kept, so collections made
      * before it are split on the terms in force when they posted.
      *****************************************************************
       3150-FIND-OWNERSHIP-CHANGES.
           MOVE 0 TO WS-OC-COUNT
           PERFORM 3205-START-LOAN-HISTORY
           PERFORM 3210-READ-LOAN-HISTORY
           PERFORM 3160-TAKE-OWNERSHIP-CHANGE
               UNTIL HISTORY-END-OF-FILE.

       3160-TAKE-OWNERSHIP-CHANGE.
           IF TR-OWNERSHIP-CHANGE
               ADD 1 TO WS-OWNER-CHANGES-READ
               PERFORM 3170-KEEP-OWNERSHIP-CHANGE
               IF TR-OLD-INVESTOR-POOL > 0
                   MOVE TR-OLD-INVESTOR-POOL TO WS-LOOKUP-POOL
                   PERFORM 2200-FIND-POOL
                   IF WS-FOUND-ENTRY > 0
                       COMPUTE WS-SHARE-BALANCE ROUNDED =
                           TR-BEGIN-BALANCE * TR-OLD-INVESTOR-PCT
                           / 100
                       ADD WS-SHARE-BALANCE TO
                           WS-PL-TRANSFER-OUT(WS-FOUND-ENTRY)
                   ELSE
                       PERFORM 3190-REPORT-UNKNOWN-POOL
                   END-IF
               END-IF
               IF TR-NEW-INVESTOR-POOL > 0
                   MOVE TR-NEW-INVESTOR-POOL TO WS-LOOKUP-POOL
                   PERFORM 2200-FIND-POOL
                   IF WS-FOUND-ENTRY > 0
                       COMPUTE WS-SHARE-BALANCE ROUNDED =
                           TR-BEGIN-BALANCE * TR-NEW-INVESTOR-PCT
                           / 100
                       ADD WS-SHARE-BALANCE TO
                           WS-PL-TRANSFER-IN(WS-FOUND-ENTRY)
                   ELSE
                       PERFORM 3190-REPORT-UNKNOWN-POOL
                   END-IF
               END-IF
           END-IF
           PERFORM 3210-READ-LOAN-HISTORY.

       3170-KEEP-OWNERSHIP-CHANGE.
           IF WS-OC-COUNT < WS-OC-MAX-ENTRIES
               ADD 1 TO WS-OC-COUNT
               MOVE TR-RUN-DATE          TO
                   WS-OC-RUN-DATE(WS-OC-COUNT)
               MOVE TR-OLD-INVESTOR-POOL TO WS-OC-POOL(WS-OC-COUNT)
               MOVE TR-OLD-INVESTOR-PCT  TO WS-OC-PCT(WS-OC-COUNT)
               MOVE TR-OLD-PASS-THRU     TO
                   WS-OC-PASS-THRU(WS-OC-COUNT)
               MOVE TR-OLD-SERVICING-FEE TO
                   WS-OC-FEE-RATE(WS-OC-COUNT)
               MOVE TR-OLD-INVESTOR-DATE TO WS-OC-DATE(WS-OC-COUNT)
           ELSE
               DISPLAY 'LOAN ' LF-LOAN-NUMBER ' OWNERSHIP CHANGE OF '
                   TR-RUN-DATE ' PAST ' WS-OC-MAX-ENTRIES
                   ' IN MONTH - SPLIT ON LATER TERMS'
           END-IF.

       3190-REPORT-UNKNOWN-POOL.
           ADD 1 TO WS-UNKNOWN-POOL-COUNT
           DISPLAY 'LOAN ' LF-LOAN-NUMBER ' IN POOL '
               WS-LOOKUP-POOL ' NOT ON INVESTOR FILE'.

      *****************************************************************
      * SPLIT-LOAN-HISTORY
      * Business Rule: only money the month actually moved is
      * remitted - scheduled payments, curtailments and payoffs,
      * less any reversal of them - and only while the loan was in
      * a pool: a posting dated after the day the loan was sold.
      * Each posting goes to the pool that owned the loan when it
      * posted. Charge-offs are the pool's losses. Terms changes,
      * escrow disbursements and recoveries on charged-off loans
      * move no investor principal or interest. The history is keyed
      * by loan, run date and sequence, so a START at the loan and
      * the first of the month reads back only the month's entries.
      *****************************************************************
       3200-SPLIT-LOAN-HISTORY.
           PERFORM 3205-START-LOAN-HISTORY
           PERFORM 3210-READ-LOAN-HISTORY
           PERFORM 3220-SPLIT-ONE-ENTRY UNTIL HISTORY-END-OF-FILE.

       3205-START-LOAN-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG
           MOVE LF-LOAN-NUMBER  TO TR-LOAN-NUMBER
           MOVE WS-PERIOD-START TO TR-RUN-DATE
           MOVE 0 TO TR-SEQUENCE-NUMBER
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET HISTORY-END-OF-FILE TO TRUE
           END-START.

       3210-READ-LOAN-HISTORY.
           IF NOT HISTORY-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET HISTORY-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-LOAN-NUMBER NOT = LF-LOAN-NUMBER
                           OR TR-RUN-DATE > WS-PERIOD-END
                           SET HISTORY-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       3220-SPLIT-ONE-ENTRY.
           ADD 1 TO WS-HISTORY-READ
           IF TR-SCHEDULED-PAYMENT OR TR-CURTAILMENT
               OR TR-PAYOFF-PAYMENT OR TR-REVERSAL
               OR TR-CHARGE-OFF
               PERFORM 3230-FIND-ENTRY-OWNER
               IF WS-OWNER-POOL > 0
                   AND TR-RUN-DATE > WS-OWNER-DATE
                   MOVE WS-OWNER-POOL TO WS-LOOKUP-POOL
                   PERFORM 2200-FIND-POOL
                   IF WS-FOUND-ENTRY > 0
                       PERFORM 2300-SPLIT-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM 3210-READ-LOAN-HISTORY.

      * A posting belongs to the ownership replaced by the first
      * change made on or after the day it posted - a posting on the
      * day of a change came before it, as on the day of a sale -
      * and after the month's last change, to the ownership in force
      * at the end of the month
       3230-FIND-ENTRY-OWNER.
           MOVE 'N' TO WS-OWNER-SET-FLAG
           PERFORM 3235-SCAN-OWNER-CHANGES
               VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               OR OWNER-SET
           IF NOT OWNER-SET
               MOVE WS-PE-POOL      TO WS-OWNER-POOL
               MOVE WS-PE-PCT       TO WS-OWNER-PCT
               MOVE WS-PE-PASS-THRU TO WS-OWNER-PASS-THRU
               MOVE WS-PE-FEE-RATE  TO WS-OWNER-FEE-RATE
               MOVE WS-PE-DATE      TO WS-OWNER-DATE
           END-IF.

       3235-SCAN-OWNER-CHANGES.
           IF WS-OC-RUN-DATE(WS-OC-IDX) NOT < TR-RUN-DATE
               MOVE WS-OC-POOL(WS-OC-IDX)      TO WS-OWNER-POOL
               MOVE WS-OC-PCT(WS-OC-IDX)       TO WS-OWNER-PCT
               MOVE WS-OC-PASS-THRU(WS-OC-IDX) TO WS-OWNER-PASS-THRU
               MOVE WS-OC-FEE-RATE(WS-OC-IDX)  TO WS-OWNER-FEE-RATE
               MOVE WS-OC-DATE(WS-OC-IDX)      TO WS-OWNER-DATE
               SET OWNER-SET TO TRUE
           END-IF.

      *****************************************************************
      * REPORT-ONE-POOL
      * Business Rule: the pool's principal rolls forward from its
      * beginning figure - plus loans transferred in, less loans
      * transferred out, less principal collected and losses, plus
      * collections reversed -
      * and must land on its share of the master balances; any
      * difference is flagged for research before the wire goes.
      * The investor is owed its principal collected net of
      * reversals plus its pass-through interest; a positive amount
      * is wired. A pool with no usable carry-forward has its
      * beginning derived back from the master, so it ties by
      * construction and is marked as such. A reprint is neither
      * wired nor counted in the totals fed to the ledger - both
      * went out when the month was first remitted.
      *****************************************************************
       4000-REPORT-ONE-POOL.
           IF PL-BEGIN-NEW(WS-POOL-SUB)
               OR PL-BEGIN-LATER-RUN(WS-POOL-SUB)
               COMPUTE WS-PL-BEGIN(WS-POOL-SUB) =
                   WS-PL-MASTER-END(WS-POOL-SUB)
                   - WS-PL-TRANSFER-IN(WS-POOL-SUB)
                   + WS-PL-TRANSFER-OUT(WS-POOL-SUB)
                   + WS-PL-SCHEDULED(WS-POOL-SUB)
                   + WS-PL-CURTAILED(WS-POOL-SUB)
                   + WS-PL-PAID-OFF(WS-POOL-SUB)
                   - WS-PL-REVERSED(WS-POOL-SUB)
                   + WS-PL-LOSSES(WS-POOL-SUB)
           END-IF
           COMPUTE WS-RF-ENDING =
               WS-PL-BEGIN(WS-POOL-SUB)
               + WS-PL-TRANSFER-IN(WS-POOL-SUB)
               - WS-PL-TRANSFER-OUT(WS-POOL-SUB)
               - WS-PL-SCHEDULED(WS-POOL-SUB)
               - WS-PL-CURTAILED(WS-POOL-SUB)
               - WS-PL-PAID-OFF(WS-POOL-SUB)
               + WS-PL-REVERSED(WS-POOL-SUB)
               - WS-PL-LOSSES(WS-POOL-SUB)
           COMPUTE WS-RF-DIFFERENCE =
               WS-PL-MASTER-END(WS-POOL-SUB) - WS-RF-ENDING
           COMPUTE WS-RF-PRINCIPAL-DUE =
               WS-PL-SCHEDULED(WS-POOL-SUB)
               + WS-PL-CURTAILED(WS-POOL-SUB)
               + WS-PL-PAID-OFF(WS-POOL-SUB)
               - WS-PL-REVERSED(WS-POOL-SUB)
           COMPUTE WS-RF-REMIT-DUE =
               WS-RF-PRINCIPAL-DUE + WS-PL-INVESTOR-INT(WS-POOL-SUB)

           IF NOT PL-REPRINT(WS-POOL-SUB)
               ADD WS-RF-PRINCIPAL-DUE TO WS-TOTAL-PRINCIPAL-DUE
               ADD WS-PL-INVESTOR-INT(WS-POOL-SUB) TO
                   WS-TOTAL-INVESTOR-INT
               ADD WS-PL-SERVICE-FEE(WS-POOL-SUB) TO
                   WS-TOTAL-SERVICE-FEE
               ADD WS-PL-EXCESS(WS-POOL-SUB) TO WS-TOTAL-EXCESS
               ADD WS-PL-LOSSES(WS-POOL-SUB) TO WS-TOTAL-LOSSES
           END-IF
           IF WS-RF-DIFFERENCE NOT = 0
               ADD 1 TO WS-POOLS-OUT-OF-BAL
           END-IF

           PERFORM 4100-PRINT-POOL-STATEMENT
           IF WS-RF-REMIT-DUE > 0
               AND NOT PL-REPRINT(WS-POOL-SUB)
               PERFORM 4200-WRITE-WIRE
           END-IF
           IF NOT PL-BEGIN-LATER-RUN(WS-POOL-SUB)
               PERFORM 4300-SAVE-POOL-BALANCE
           END-IF.

       4100-PRINT-POOL-STATEMENT.
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE WS-PL-POOL-NUMBER(WS-POOL-SUB) TO PH-POOL-NUMBER
           MOVE WS-PL-NAME(WS-POOL-SUB)        TO PH-INVESTOR-NAME
           MOVE WS-PL-LOAN-COUNT(WS-POOL-SUB)  TO PH-LOAN-COUNT
           MOVE WS-PL-ENTRY-COUNT(WS-POOL-SUB) TO PH-ENTRY-COUNT
           MOVE WS-POOL-HEADING TO RP-LINE
           WRITE RP-LINE

           MOVE "BEGINNING PRINCIPAL"          TO PL-LABEL
           MOVE WS-PL-BEGIN(WS-POOL-SUB)       TO PL-AMOUNT
           EVALUATE TRUE
               WHEN PL-BEGIN-NEW(WS-POOL-SUB)
                   MOVE "FIRST REMITTANCE - FROM MASTER" TO PL-NOTE
               WHEN PL-BEGIN-LATER-RUN(WS-POOL-SUB)
                   MOVE "LATER MONTH REMITTED - FROM MASTER"
                       TO PL-NOTE
               WHEN PL-BEGIN-RERUN(WS-POOL-SUB)
                   MOVE "RERUN OF THIS MONTH" TO PL-NOTE
               WHEN OTHER
                   MOVE SPACES TO PL-NOTE
           END-EVALUATE
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "TRANSFERRED IN"               TO PL-LABEL
           MOVE WS-PL-TRANSFER-IN(WS-POOL-SUB) TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "TRANSFERRED OUT"              TO PL-LABEL
           MOVE WS-PL-TRANSFER-OUT(WS-POOL-SUB) TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "SCHEDULED PRINCIPAL"          TO PL-LABEL
           MOVE WS-PL-SCHEDULED(WS-POOL-SUB)   TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "CURTAILMENTS"                 TO PL-LABEL
           MOVE WS-PL-CURTAILED(WS-POOL-SUB)   TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "PAYOFFS"                      TO PL-LABEL
           MOVE WS-PL-PAID-OFF(WS-POOL-SUB)    TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "COLLECTIONS REVERSED"         TO PL-LABEL
           MOVE WS-PL-REVERSED(WS-POOL-SUB)    TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "LOSSES CHARGED OFF"           TO PL-LABEL
           MOVE WS-PL-LOSSES(WS-POOL-SUB)      TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "ENDING PRINCIPAL - ROLLFORWARD" TO PL-LABEL
           MOVE WS-RF-ENDING                   TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "ENDING PRINCIPAL - LOANS"     TO PL-LABEL
           MOVE WS-PL-MASTER-END(WS-POOL-SUB)  TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "DIFFERENCE"                   TO PL-LABEL
           MOVE WS-RF-DIFFERENCE               TO PL-AMOUNT
           IF WS-RF-DIFFERENCE NOT = 0
               MOVE "*** OUT OF BALANCE - RESEARCH ***" TO PL-NOTE
           END-IF
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "INTEREST COLLECTED - SHARE"   TO PL-LABEL
           MOVE WS-PL-GROSS-INT(WS-POOL-SUB)   TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "PASS-THROUGH INTEREST"        TO PL-LABEL
           MOVE WS-PL-INVESTOR-INT(WS-POOL-SUB) TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "SERVICING FEE RETAINED"       TO PL-LABEL
           MOVE WS-PL-SERVICE-FEE(WS-POOL-SUB) TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "EXCESS SPREAD RETAINED"       TO PL-LABEL
           MOVE WS-PL-EXCESS(WS-POOL-SUB)      TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "PRINCIPAL DUE INVESTOR"       TO PL-LABEL
           MOVE WS-RF-PRINCIPAL-DUE            TO PL-AMOUNT
           PERFORM 4150-WRITE-POOL-LINE

           MOVE "REMITTANCE DUE INVESTOR"      TO PL-LABEL
           MOVE WS-RF-REMIT-DUE                TO PL-AMOUNT
           EVALUATE TRUE
               WHEN PL-REPRINT(WS-POOL-SUB)
                   MOVE "REPRINT - REMITTED BEFORE, NOT WIRED"
                       TO PL-NOTE
               WHEN WS-RF-REMIT-DUE > 0
                   MOVE "WIRED" TO PL-NOTE
               WHEN OTHER
                   MOVE "NO WIRE" TO PL-NOTE
           END-EVALUATE
           PERFORM 4150-WRITE-POOL-LINE.

       4150-WRITE-POOL-LINE.
           MOVE WS-POOL-LINE TO RP-LINE
           WRITE RP-LINE
           MOVE SPACES TO PL-NOTE.

       4200-WRITE-WIRE.
           MOVE WS-PL-POOL-NUMBER(WS-POOL-SUB) TO IW-POOL-NUMBER
           MOVE WS-PL-NAME(WS-POOL-SUB)        TO IW-INVESTOR-NAME
           MOVE WS-PL-ROUTING(WS-POOL-SUB)     TO IW-WIRE-ROUTING
           MOVE WS-PL-ACCOUNT(WS-POOL-SUB)     TO IW-WIRE-ACCOUNT
           MOVE WS-PERIOD                      TO IW-PERIOD
           MOVE WS-RUN-DATE                    TO IW-VALUE-DATE
           IF WS-RF-PRINCIPAL-DUE > 0
               MOVE WS-RF-PRINCIPAL-DUE TO IW-PRINCIPAL-AMOUNT
           ELSE
               MOVE 0 TO IW-PRINCIPAL-AMOUNT
           END-IF
           COMPUTE IW-INTEREST-AMOUNT =
               WS-RF-REMIT-DUE - IW-PRINCIPAL-AMOUNT
           MOVE WS-RF-REMIT-DUE                TO IW-REMIT-AMOUNT
           WRITE INVESTOR-WIRE-RECORD
           ADD 1 TO WS-WIRE-COUNT
           ADD WS-RF-REMIT-DUE TO WS-WIRE-TOTAL.

      * The month's figures become the pool's carry-forward - the
      * beginning it was reported with, so a rerun reproduces it,
      * and its share of the master, which next month begins from
       4300-SAVE-POOL-BALANCE.
           PERFORM 1210-READ-POOL-BALANCE
           MOVE WS-PL-POOL-NUMBER(WS-POOL-SUB) TO IP-POOL-NUMBER
           MOVE WS-PERIOD                      TO IP-LAST-PERIOD
           IF WS-PL-BEGIN(WS-POOL-SUB) > 0
               MOVE WS-PL-BEGIN(WS-POOL-SUB)   TO IP-BEGIN-PRINCIPAL
           ELSE
               MOVE 0                          TO IP-BEGIN-PRINCIPAL
           END-IF
           MOVE WS-PL-MASTER-END(WS-POOL-SUB)  TO IP-ENDING-PRINCIPAL
           MOVE WS-RUN-DATE                    TO IP-LAST-RUN-DATE
           IF POOL-RECORD-FOUND
               REWRITE INVESTOR-POOL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING POOL BALANCE '
                           IP-POOL-NUMBER
               END-REWRITE
           ELSE
               WRITE INVESTOR-POOL-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING POOL BALANCE '
                           IP-POOL-NUMBER
               END-WRITE
           END-IF.

       9000-CLEANUP.
           PERFORM 9100-PRINT-TOTALS
           IF WS-REMIT-POOL-COUNT > 0
               PERFORM 9300-WRITE-GL-FEED
               CLOSE WIRE-FILE
           END-IF
           CLOSE LOAN-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE POOL-BALANCE-FILE
           CLOSE REMITTANCE-REPORT.

       9100-PRINT-TOTALS.
           MOVE SPACES TO RP-LINE
           WRITE RP-LINE
           MOVE "REMITTANCE TOTALS" TO RP-LINE
           WRITE RP-LINE

           MOVE "POOLS REMITTED"           TO TL-LABEL
           MOVE WS-REMIT-POOL-COUNT        TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "POOLS REPRINTED - NOT WIRED" TO TL-LABEL
           MOVE WS-REPRINT-POOL-COUNT      TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "LOANS IN POOLS"           TO TL-LABEL
           MOVE WS-POOLED-LOANS            TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "HISTORY ENTRIES READ"     TO TL-LABEL
           MOVE WS-HISTORY-READ            TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "ENTRIES SPLIT"            TO TL-LABEL
           MOVE WS-ENTRIES-SPLIT           TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "OWNERSHIP CHANGES"        TO TL-LABEL
           MOVE WS-OWNER-CHANGES-READ      TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "POOL NOT ON INVESTOR FILE" TO TL-LABEL
           MOVE WS-UNKNOWN-POOL-COUNT      TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "POOLS OUT OF BALANCE"     TO TL-LABEL
           MOVE WS-POOLS-OUT-OF-BAL        TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "PRINCIPAL DUE INVESTORS"  TO TL-LABEL
           MOVE WS-TOTAL-PRINCIPAL-DUE     TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "PASS-THROUGH INTEREST"    TO TL-LABEL
           MOVE WS-TOTAL-INVESTOR-INT      TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "SERVICING FEE RETAINED"   TO TL-LABEL
           MOVE WS-TOTAL-SERVICE-FEE       TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "EXCESS SPREAD RETAINED"   TO TL-LABEL
           MOVE WS-TOTAL-EXCESS            TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "LOSSES BORNE BY INVESTORS" TO TL-LABEL
           MOVE WS-TOTAL-LOSSES            TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "WIRES RELEASED"           TO TL-LABEL
           MOVE WS-WIRE-COUNT              TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           MOVE "TOTAL WIRED"              TO TL-LABEL
           MOVE WS-WIRE-TOTAL              TO TL-AMOUNT
           PERFORM 9150-WRITE-TOTAL-LINE

           IF WS-POOLS-OUT-OF-BAL > 0
               MOVE SPACES TO RP-LINE
               WRITE RP-LINE
               MOVE "*** POOL BREAKS FOUND - RESEARCH BEFORE WIRE ***"
                   TO RP-LINE
               WRITE RP-LINE
           END-IF.

       9150-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RP-LINE
           WRITE RP-LINE.

      *****************************************************************
      * WRITE-GL-FEED
      * Business Rule: the investor's share of what the month
      * collected is no longer the servicer's. Its pass-through
      * interest comes back out of interest income, which LOANPROC
      * credited in full when the cash posted; its principal comes
      * out of the loans-sold account the sale was booked to, and
      * both are owed to the investor until the wire goes. A month
      * whose reversals outweigh its collections posts the other
      * way round. The investors' share of the month's charge-offs
      * is their loss, not the servicer's: CHGOFF charged the whole
      * principal to the loan loss allowance, so that share comes
      * back to the allowance out of the loans-sold account, which
      * keeps tying to the pools' ending principal. The extract
      * ends in the GLPOST trailer GLCONSOL proves before it
      * consolidates anything.
      *****************************************************************
       9300-WRITE-GL-FEED.
           OPEN OUTPUT GL-POSTING-FILE

           MOVE 400100                 TO GL-ACCOUNT-NUMBER
           MOVE "INTEREST INCOME"      TO GL-ACCOUNT-NAME
           MOVE "D"                    TO GL-DR-CR-FLAG
           MOVE WS-TOTAL-INVESTOR-INT  TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE 130200                 TO GL-ACCOUNT-NUMBER
           MOVE "LOANS SOLD - INVESTORS" TO GL-ACCOUNT-NAME
           MOVE "D"                    TO GL-DR-CR-FLAG
           MOVE WS-TOTAL-PRINCIPAL-DUE TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE 200500                 TO GL-ACCOUNT-NUMBER
           MOVE "INVESTOR PAYABLE"     TO GL-ACCOUNT-NAME
           MOVE "C"                    TO GL-DR-CR-FLAG
           COMPUTE WS-GL-WORK-AMOUNT =
               WS-TOTAL-INVESTOR-INT + WS-TOTAL-PRINCIPAL-DUE
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE 130200                 TO GL-ACCOUNT-NUMBER
           MOVE "LOANS SOLD - INVESTORS" TO GL-ACCOUNT-NAME
           MOVE "D"                    TO GL-DR-CR-FLAG
           MOVE WS-TOTAL-LOSSES        TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE 140100                 TO GL-ACCOUNT-NUMBER
           MOVE "LOAN LOSS ALLOWANCE"  TO GL-ACCOUNT-NAME
           MOVE "C"                    TO GL-DR-CR-FLAG
           MOVE WS-TOTAL-LOSSES        TO WS-GL-WORK-AMOUNT
           PERFORM 9350-WRITE-GL-DETAIL

           MOVE "T"                 TO GL-TRL-RECORD-TYPE
           MOVE WS-RUN-DATE         TO GL-TRL-RUN-DATE
           MOVE WS-GL-DEBIT-TOTAL   TO GL-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL  TO GL-TRL-CREDIT-TOTAL
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               SET GL-RUN-IN-BALANCE TO TRUE
           ELSE
               SET GL-RUN-OUT-OF-BAL TO TRUE
               DISPLAY 'INVESTOR GL OUT OF BALANCE'
           END-IF
           WRITE GL-TRAILER-RECORD

           CLOSE GL-POSTING-FILE.

       9350-WRITE-GL-DETAIL.
           IF WS-GL-WORK-AMOUNT NOT = 0
               IF WS-GL-WORK-AMOUNT < 0
                   COMPUTE WS-GL-WORK-AMOUNT = 0 - WS-GL-WORK-AMOUNT
                   IF GL-DEBIT
                       MOVE "C" TO GL-DR-CR-FLAG
                   ELSE
                       MOVE "D" TO GL-DR-CR-FLAG
                   END-IF
               END-IF
               MOVE WS-GL-WORK-AMOUNT TO GL-AMOUNT
               MOVE "D"          TO GL-RECORD-TYPE
               MOVE WS-RUN-DATE  TO GL-RUN-DATE
               IF GL-DEBIT
                   ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
               ELSE
                   ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
               END-IF
               WRITE GL-POSTING-RECORD
           END-IF.
