       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * MAINTENANCE APPROVAL RUN
      * Records the checkers' decisions on sensitive maintenance
      * transactions LNMAINT and CUSTMNT are holding on MNTPEND.DAT
      * - fee waivers, changes to a loan's note rate, ARM margin or
      * caps, and borrower name and address changes. Each decision
      * on MNTDECN.DAT names a pending item by the key printed on
      * the pending-approval list, the checker and approve or
      * decline. An approved item is marked for LNMAINT or CUSTMNT
      * to apply at the start of its next run, with the checker
      * carried onto the audit trail; a declined item is closed and
      * never applied. Prints an approval register (MNTAPRPT.TXT)
      * of every decision accepted or refused.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PENDING-KEY.

           SELECT OPTIONAL DECISION-FILE ASSIGN TO "MNTDECN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-REGISTER ASSIGN TO "MNTAPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PENDING-FILE.
           COPY MNTPEND.

       FD  DECISION-FILE.
           COPY MNTDECN.

       FD  APPROVAL-REGISTER.
       01  AR-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                PIC 9(8).

       01  WS-REFUSAL-TEXT            PIC X(24).

       01  WS-CONTROL-TOTALS.
           05  WS-DECISIONS-READ      PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT      PIC 9(7) VALUE 0.
           05  WS-DECLINED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT       PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-FOUND-FLAG          PIC X VALUE 'N'.
               88 ITEM-FOUND          VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(40) VALUE
               "MAINTENANCE APPROVAL REGISTER".
           05  FILLER                 PIC X(9)  VALUE "RUN DATE ".
           05  HL-RUN-DATE            PIC 9(8).

       01  WS-REGISTER-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "PENDING ITEM          FILE RECORD      TYPE MAKER   "
               & "  CHECKER   DECISION".

       01  WS-REGISTER-LINE.
           05  RL-FILE-CODE           PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RL-MADE-DATE           PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RL-SEQUENCE-NUMBER     PIC 9(6).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  RL-FILE-NAME           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  RL-RECORD-KEY          PIC 9(10).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  RL-TRANS-TYPE          PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-MAKER-ID            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-CHECKER-ID          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  RL-DECISION            PIC X(36) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DECISION UNTIL END-OF-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O MAINT-PENDING-FILE
           OPEN INPUT DECISION-FILE
           OPEN OUTPUT APPROVAL-REGISTER

           MOVE WS-RUN-DATE         TO HL-RUN-DATE
           MOVE WS-HEADER-LINE      TO AR-LINE
           WRITE AR-LINE
           MOVE SPACES              TO AR-LINE
           WRITE AR-LINE
           MOVE WS-REGISTER-HEADING TO AR-LINE
           WRITE AR-LINE

           READ DECISION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * APPLY-DECISION
      * Business Rule: the whole point of a second approval is a
      * second person - a decision with no checker, or by the same
      * operator who keyed the item, is refused and the item stays
      * pending. Only an item still pending can be decided; one
      * already approved, declined or applied keeps the decision it
      * has. A refused decision prints on the register with its
      * reason and changes nothing.
      *****************************************************************
       2000-APPLY-DECISION.
           ADD 1 TO WS-DECISIONS-READ
           MOVE SPACES TO WS-REFUSAL-TEXT
           PERFORM 2050-FIND-PENDING-ITEM

           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   MOVE "ITEM NOT ON FILE"      TO WS-REFUSAL-TEXT
               WHEN NOT PM-PENDING
                   MOVE "ITEM ALREADY DECIDED"  TO WS-REFUSAL-TEXT
               WHEN MD-CHECKER-ID = SPACES
                   MOVE "NO CHECKER"            TO WS-REFUSAL-TEXT
               WHEN MD-CHECKER-ID = PM-MAKER-ID
                   MOVE "CHECKER IS THE MAKER"  TO WS-REFUSAL-TEXT
               WHEN NOT MD-APPROVE AND NOT MD-DECLINE
                   MOVE "DECISION NOT A OR D"   TO WS-REFUSAL-TEXT
               WHEN OTHER
                   PERFORM 2100-RECORD-DECISION
           END-EVALUATE

           IF WS-REFUSAL-TEXT NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               STRING "REFUSED - " WS-REFUSAL-TEXT
                   DELIMITED BY SIZE INTO RL-DECISION
           END-IF
           PERFORM 2400-PRINT-REGISTER-LINE

           READ DECISION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2050-FIND-PENDING-ITEM.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE MD-PENDING-KEY TO PM-PENDING-KEY
           READ MAINT-PENDING-FILE
               KEY IS PM-PENDING-KEY
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-FLAG
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
           END-READ.

      *****************************************************************
      * RECORD-DECISION
      * Business Rule: the checker and the day of the decision are
      * stamped on the item either way. An approved item is applied
      * by LNMAINT or CUSTMNT at the start of its next run, through
      * the edits as they stand that day.
      *****************************************************************
       2100-RECORD-DECISION.
           MOVE MD-CHECKER-ID TO PM-CHECKER-ID
           MOVE WS-RUN-DATE   TO PM-STATUS-DATE
           IF MD-APPROVE
               SET PM-APPROVED TO TRUE
           ELSE
               SET PM-DECLINED TO TRUE
           END-IF

           REWRITE MAINT-PENDING-RECORD
               INVALID KEY
                   MOVE "ITEM COULD NOT UPDATE" TO WS-REFUSAL-TEXT
               NOT INVALID KEY
                   IF PM-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED - APPLIES NEXT RUN"
                           TO RL-DECISION
                   ELSE
                       ADD 1 TO WS-DECLINED-COUNT
                       MOVE "DECLINED" TO RL-DECISION
                   END-IF
           END-REWRITE.

       2400-PRINT-REGISTER-LINE.
           MOVE MD-FILE-CODE           TO RL-FILE-CODE
           MOVE MD-MADE-DATE           TO RL-MADE-DATE
           MOVE MD-SEQUENCE-NUMBER     TO RL-SEQUENCE-NUMBER
           MOVE MD-CHECKER-ID          TO RL-CHECKER-ID
           IF ITEM-FOUND
               EVALUATE TRUE
                   WHEN PM-LOAN-CHANGE
                       MOVE "LOAN"     TO RL-FILE-NAME
                   WHEN PM-CUSTOMER-CHANGE
                       MOVE "CUST"     TO RL-FILE-NAME
               END-EVALUATE
               MOVE PM-RECORD-KEY      TO RL-RECORD-KEY
               MOVE PM-TRANS-TYPE      TO RL-TRANS-TYPE
               MOVE PM-MAKER-ID        TO RL-MAKER-ID
           ELSE
               MOVE SPACES             TO RL-FILE-NAME
               MOVE 0                  TO RL-RECORD-KEY
               MOVE SPACES             TO RL-TRANS-TYPE
               MOVE SPACES             TO RL-MAKER-ID
           END-IF
           MOVE WS-REGISTER-LINE       TO AR-LINE
           WRITE AR-LINE
           MOVE SPACES                 TO RL-DECISION.

       9000-CLEANUP.
           PERFORM 9100-PRINT-TOTALS
           CLOSE MAINT-PENDING-FILE
           CLOSE DECISION-FILE
           CLOSE APPROVAL-REGISTER.

       9100-PRINT-TOTALS.
           MOVE SPACES TO AR-LINE
           WRITE AR-LINE

           MOVE "DECISIONS RECEIVED"       TO TL-LABEL
           MOVE WS-DECISIONS-READ          TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AR-LINE
           WRITE AR-LINE

           MOVE "ITEMS APPROVED"           TO TL-LABEL
           MOVE WS-APPROVED-COUNT          TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AR-LINE
           WRITE AR-LINE

           MOVE "ITEMS DECLINED"           TO TL-LABEL
           MOVE WS-DECLINED-COUNT          TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AR-LINE
           WRITE AR-LINE

           MOVE "DECISIONS REFUSED"        TO TL-LABEL
           MOVE WS-REFUSED-COUNT           TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AR-LINE
           WRITE AR-LINE.
