       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAUDRP.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * MAINTENANCE AUDIT REPORT
      * Daily report off the maintenance audit trail LNMAINT and
      * CUSTMNT write to MNTAUDIT.DAT: every loan and customer
      * change applied on the report date, grouped by the operator
      * who keyed it, with the checker for any that needed a second
      * approval. Follows it with every sensitive item on
      * MNTPEND.DAT still waiting - for a checker, or approved and
      * waiting for the next maintenance run to apply it - with the
      * pending key a checker enters on MNTDECN.DAT and how long it
      * has waited. The report date (YYYYMMDD) comes from the
      * command line and defaults to the run date. The full before
      * and after images stay on the audit trail for research.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-AUDIT-KEY.

           SELECT OPTIONAL MAINT-PENDING-FILE ASSIGN TO "MNTPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PENDING-KEY.

           SELECT AUDIT-REPORT ASSIGN TO "MNTAUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-AUDIT-FILE.
           COPY MNTAUDIT.

       FD  MAINT-PENDING-FILE.
           COPY MNTPEND.

       FD  AUDIT-REPORT.
       01  AU-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE            PIC 9(8).
           05  WS-REPORT-PARM         PIC X(8) VALUE SPACES.
           05  WS-REPORT-DATE         PIC 9(8).
           05  WS-DAYS-WAITING        PIC S9(5).

      * Operator whose changes are being listed
       01  WS-CURRENT-OPERATOR        PIC X(8) VALUE SPACES.

      * File and transaction type to describe, and the description
       01  WS-ACTION-FIELDS.
           05  WS-ACTION-FILE-CODE    PIC X(1).
               88 ACTION-ON-LOAN      VALUE 'L'.
           05  WS-ACTION-TRANS-TYPE   PIC X(1).
           05  WS-ACTION-TEXT         PIC X(14).

       01  WS-CONTROL-TOTALS.
           05  WS-OPERATOR-COUNT      PIC 9(7) VALUE 0.
           05  WS-OPERATOR-CHANGES    PIC 9(7) VALUE 0.
           05  WS-CHANGE-COUNT        PIC 9(7) VALUE 0.
           05  WS-APPROVED-CHANGES    PIC 9(7) VALUE 0.
           05  WS-AWAITING-CHECKER    PIC 9(7) VALUE 0.
           05  WS-AWAITING-APPLY      PIC 9(7) VALUE 0.

       01  WS-FLAGS.
           05  WS-AUDIT-EOF-FLAG      PIC X VALUE 'N'.
               88 AUDIT-END-OF-FILE   VALUE 'Y'.
           05  WS-PEND-EOF-FLAG       PIC X VALUE 'N'.
               88 PENDING-END-OF-FILE VALUE 'Y'.

       01  WS-HEADER-LINE.
           05  HL-TITLE               PIC X(40).
           05  FILLER                 PIC X(12) VALUE "REPORT DATE ".
           05  HL-REPORT-DATE         PIC 9(8).

       01  WS-OPERATOR-LINE.
           05  FILLER                 PIC X(10) VALUE "OPERATOR: ".
           05  OL-OPERATOR-ID         PIC X(8).

       01  WS-CHANGE-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "  TIME    FILE RECORD     TYPE ACTION         "
               & " APPROVED BY KEYED ON".

       01  WS-CHANGE-LINE.
           05  CL-AUDIT-TIME          PIC 99B99B99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-FILE-NAME           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  CL-RECORD-KEY          PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-TRANS-TYPE          PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  CL-ACTION              PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  CL-APPROVED-BY         PIC X(8).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  CL-MADE-DATE           PIC 9(8).

       01  WS-PENDING-HEADING.
           05  FILLER                 PIC X(132) VALUE
               "PENDING ITEM          FILE RECORD     TYPE ACTION "
               & "         MAKER     KEYED    DAYS   STATUS".

       01  WS-PENDING-LINE.
           05  PL-FILE-CODE           PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  PL-MADE-DATE           PIC 9(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  PL-SEQUENCE-NUMBER     PIC 9(6).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  PL-FILE-NAME           PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  PL-RECORD-KEY          PIC 9(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-TRANS-TYPE          PIC X(1).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  PL-ACTION              PIC X(14).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-MAKER-ID            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-MADE-TIME           PIC 99B99B99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  PL-DAYS-WAITING        PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  PL-STATUS              PIC X(24).

       01  WS-TOTAL-LINE.
           05  TL-LABEL               PIC X(30).
           05  TL-COUNT               PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-CHANGE UNTIL AUDIT-END-OF-FILE
           PERFORM 2200-END-OF-OPERATOR
           PERFORM 2900-PRINT-CHANGE-TOTALS
           PERFORM 3000-START-PENDING-LIST
           PERFORM 3100-LIST-ONE-PENDING UNTIL PENDING-END-OF-FILE
           PERFORM 3900-PRINT-PENDING-TOTALS
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the audit trail is keyed on date, operator and
      * sequence, so a START at the report date reads back exactly
      * that day's changes, already grouped by operator and in the
      * order each operator's changes were applied.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-REPORT-PARM FROM COMMAND-LINE
           IF WS-REPORT-PARM = SPACES
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ELSE
               MOVE WS-REPORT-PARM TO WS-REPORT-DATE
           END-IF

           OPEN INPUT MAINT-AUDIT-FILE
           OPEN INPUT MAINT-PENDING-FILE
           OPEN OUTPUT AUDIT-REPORT

           MOVE "MAINTENANCE CHANGES BY OPERATOR" TO HL-TITLE
           MOVE WS-REPORT-DATE    TO HL-REPORT-DATE
           MOVE WS-HEADER-LINE    TO AU-LINE
           WRITE AU-LINE
           MOVE SPACES            TO AU-LINE
           WRITE AU-LINE

           MOVE WS-REPORT-DATE    TO MA-AUDIT-DATE
           MOVE LOW-VALUES        TO MA-OPERATOR-ID
           MOVE 0                 TO MA-SEQUENCE-NUMBER
           START MAINT-AUDIT-FILE
               KEY IS NOT LESS THAN MA-AUDIT-KEY
               INVALID KEY SET AUDIT-END-OF-FILE TO TRUE
           END-START
           PERFORM 2300-READ-AUDIT-ENTRY.

      *****************************************************************
      * LIST-ONE-CHANGE
      * Business Rule: each operator's changes print under the
      * operator with a count, so a supervisor can see at a glance
      * who changed what - the checker shows against every change
      * that needed a second approval.
      *****************************************************************
       2000-LIST-ONE-CHANGE.
           IF MA-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               PERFORM 2200-END-OF-OPERATOR
               PERFORM 2100-START-OPERATOR
           END-IF

           ADD 1 TO WS-OPERATOR-CHANGES
           ADD 1 TO WS-CHANGE-COUNT
           IF MA-APPROVED-BY NOT = SPACES
               ADD 1 TO WS-APPROVED-CHANGES
           END-IF

           MOVE MA-FILE-CODE   TO WS-ACTION-FILE-CODE
           MOVE MA-TRANS-TYPE  TO WS-ACTION-TRANS-TYPE
           PERFORM 8000-DESCRIBE-ACTION
           MOVE MA-AUDIT-TIME  TO CL-AUDIT-TIME
           MOVE MA-RECORD-KEY  TO CL-RECORD-KEY
           MOVE MA-TRANS-TYPE  TO CL-TRANS-TYPE
           MOVE WS-ACTION-TEXT TO CL-ACTION
           MOVE MA-APPROVED-BY TO CL-APPROVED-BY
           IF MA-LOAN-CHANGE
               MOVE "LOAN" TO CL-FILE-NAME
           ELSE
               MOVE "CUST" TO CL-FILE-NAME
           END-IF
           IF MA-APPROVED-BY = SPACES
               MOVE 0 TO CL-MADE-DATE
           ELSE
               MOVE MA-MADE-DATE TO CL-MADE-DATE
           END-IF
           MOVE WS-CHANGE-LINE TO AU-LINE
           WRITE AU-LINE

           PERFORM 2300-READ-AUDIT-ENTRY.

       2100-START-OPERATOR.
           MOVE MA-OPERATOR-ID    TO WS-CURRENT-OPERATOR
           MOVE 0                 TO WS-OPERATOR-CHANGES
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE MA-OPERATOR-ID    TO OL-OPERATOR-ID
           MOVE WS-OPERATOR-LINE  TO AU-LINE
           WRITE AU-LINE
           MOVE WS-CHANGE-HEADING TO AU-LINE
           WRITE AU-LINE.

       2200-END-OF-OPERATOR.
           IF WS-OPERATOR-CHANGES > 0
               MOVE "  CHANGES BY OPERATOR"   TO TL-LABEL
               MOVE WS-OPERATOR-CHANGES       TO TL-COUNT
               MOVE WS-TOTAL-LINE             TO AU-LINE
               WRITE AU-LINE
               MOVE SPACES                    TO AU-LINE
               WRITE AU-LINE
               MOVE 0 TO WS-OPERATOR-CHANGES
           END-IF.

       2300-READ-AUDIT-ENTRY.
           IF NOT AUDIT-END-OF-FILE
               READ MAINT-AUDIT-FILE NEXT
                   AT END SET AUDIT-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MA-AUDIT-DATE NOT = WS-REPORT-DATE
                           SET AUDIT-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2900-PRINT-CHANGE-TOTALS.
           MOVE "OPERATORS"                TO TL-LABEL
           MOVE WS-OPERATOR-COUNT          TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AU-LINE
           WRITE AU-LINE

           MOVE "CHANGES APPLIED"          TO TL-LABEL
           MOVE WS-CHANGE-COUNT            TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AU-LINE
           WRITE AU-LINE

           MOVE "  WITH SECOND APPROVAL"   TO TL-LABEL
           MOVE WS-APPROVED-CHANGES        TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AU-LINE
           WRITE AU-LINE.

      *****************************************************************
      * START-PENDING-LIST
      * Business Rule: the pending list covers every item not yet on
      * the master - waiting for a checker, or approved and waiting
      * for the next LNMAINT or CUSTMNT run - whatever day it was
      * keyed, oldest first within loans then customers. Days
      * waiting count from the day keyed to the report date.
      *****************************************************************
       3000-START-PENDING-LIST.
           MOVE SPACES            TO AU-LINE
           WRITE AU-LINE
           MOVE "MAINTENANCE ITEMS AWAITING APPROVAL" TO HL-TITLE
           MOVE WS-HEADER-LINE    TO AU-LINE
           WRITE AU-LINE
           MOVE SPACES            TO AU-LINE
           WRITE AU-LINE
           MOVE WS-PENDING-HEADING TO AU-LINE
           WRITE AU-LINE

           MOVE LOW-VALUES TO PM-PENDING-KEY
           START MAINT-PENDING-FILE
               KEY IS NOT LESS THAN PM-PENDING-KEY
               INVALID KEY SET PENDING-END-OF-FILE TO TRUE
           END-START
           PERFORM 3300-READ-PENDING-ITEM.

       3100-LIST-ONE-PENDING.
           IF PM-PENDING OR PM-APPROVED
               PERFORM 3200-PRINT-PENDING-LINE
           END-IF
           PERFORM 3300-READ-PENDING-ITEM.

       3200-PRINT-PENDING-LINE.
           IF PM-PENDING
               ADD 1 TO WS-AWAITING-CHECKER
               MOVE "AWAITING CHECKER"     TO PL-STATUS
           ELSE
               ADD 1 TO WS-AWAITING-APPLY
               STRING "APPROVED BY " PM-CHECKER-ID
                   DELIMITED BY SIZE INTO PL-STATUS
           END-IF

           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) -
               FUNCTION INTEGER-OF-DATE(PM-MADE-DATE)
           IF WS-DAYS-WAITING < 0
               MOVE 0 TO WS-DAYS-WAITING
           END-IF

           MOVE PM-FILE-CODE           TO WS-ACTION-FILE-CODE
           MOVE PM-TRANS-TYPE          TO WS-ACTION-TRANS-TYPE
           PERFORM 8000-DESCRIBE-ACTION
           MOVE PM-FILE-CODE           TO PL-FILE-CODE
           MOVE PM-MADE-DATE           TO PL-MADE-DATE
           MOVE PM-SEQUENCE-NUMBER     TO PL-SEQUENCE-NUMBER
           IF PM-LOAN-CHANGE
               MOVE "LOAN"             TO PL-FILE-NAME
           ELSE
               MOVE "CUST"             TO PL-FILE-NAME
           END-IF
           MOVE PM-RECORD-KEY          TO PL-RECORD-KEY
           MOVE PM-TRANS-TYPE          TO PL-TRANS-TYPE
           MOVE WS-ACTION-TEXT         TO PL-ACTION
           MOVE PM-MAKER-ID            TO PL-MAKER-ID
           MOVE PM-MADE-TIME           TO PL-MADE-TIME
           MOVE WS-DAYS-WAITING        TO PL-DAYS-WAITING
           MOVE WS-PENDING-LINE        TO AU-LINE
           WRITE AU-LINE
           MOVE SPACES                 TO PL-STATUS.

       3300-READ-PENDING-ITEM.
           IF NOT PENDING-END-OF-FILE
               READ MAINT-PENDING-FILE NEXT
                   AT END SET PENDING-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       3900-PRINT-PENDING-TOTALS.
           MOVE SPACES TO AU-LINE
           WRITE AU-LINE

           MOVE "AWAITING CHECKER"         TO TL-LABEL
           MOVE WS-AWAITING-CHECKER        TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AU-LINE
           WRITE AU-LINE

           MOVE "APPROVED, NOT YET APPLIED" TO TL-LABEL
           MOVE WS-AWAITING-APPLY          TO TL-COUNT
           MOVE WS-TOTAL-LINE              TO AU-LINE
           WRITE AU-LINE.

      *****************************************************************
      * DESCRIBE-ACTION
      * Business Rule: the transaction type letters mean different
      * things on the two files, so the description follows the
      * file the change was made to.
      *****************************************************************
       8000-DESCRIBE-ACTION.
           MOVE SPACES TO WS-ACTION-TEXT
           IF ACTION-ON-LOAN
               EVALUATE WS-ACTION-TRANS-TYPE
                   WHEN 'A'
                       MOVE "ADD"           TO WS-ACTION-TEXT
                   WHEN 'C'
                       MOVE "CHANGE"        TO WS-ACTION-TEXT
                   WHEN 'X'
                       MOVE "CLOSE"         TO WS-ACTION-TEXT
                   WHEN 'W'
                       MOVE "FEE WAIVER"    TO WS-ACTION-TEXT
                   WHEN 'M'
                       MOVE "TERM/RATE MOD" TO WS-ACTION-TEXT
                   WHEN 'F'
                       MOVE "FORBEARANCE"   TO WS-ACTION-TEXT
                   WHEN 'D'
                       MOVE "DEFERRAL"      TO WS-ACTION-TEXT
                   WHEN 'B'
                       MOVE "ACH ENROLL"    TO WS-ACTION-TEXT
                   WHEN 'N'
                       MOVE "ACH CANCEL"    TO WS-ACTION-TEXT
                   WHEN 'I'
                       MOVE "INVESTOR"      TO WS-ACTION-TEXT
               END-EVALUATE
           ELSE
               EVALUATE WS-ACTION-TRANS-TYPE
                   WHEN 'A'
                       MOVE "ADD"           TO WS-ACTION-TEXT
                   WHEN 'C'
                       MOVE "CHANGE"        TO WS-ACTION-TEXT
                   WHEN 'X'
                       MOVE "INACTIVATE"    TO WS-ACTION-TEXT
               END-EVALUATE
           END-IF.

       9000-CLEANUP.
           CLOSE MAINT-AUDIT-FILE
           CLOSE MAINT-PENDING-FILE
           CLOSE AUDIT-REPORT.
