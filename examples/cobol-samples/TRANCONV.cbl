       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANCONV.
       AUTHOR. MIGRATIONPILOT-EXAMPLE.
      *
      * TRANSACTION HISTORY CONVERSION - SEQUENTIAL TO KEYED
      * One-time load of the loan transaction history from the old
      * line sequential LOANTRAN file (renamed LOANTRAN.SEQ before
      * the run) into the keyed LOANTRAN.DAT, indexed on loan, run
      * date and sequence number. Entries for the same loan and run
      * date take sequence numbers in the order they stand on the
      * old file, so same-day postings keep their write order.
      * Prints a register proving the record count and dollar total
      * read from the old file equal those written to the new one
      * and those read back from it; the old file is kept until the
      * register shows IN BALANCE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRANS-FILE ASSIGN TO "LOANTRAN.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT CONVERSION-REPORT ASSIGN TO "TRANCONV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Old history layout - loan and run date with no sequence
      * number, then the same 183 bytes of detail the keyed record
      * carries after its key
       FD  OLD-TRANS-FILE.
       01  OLD-TRANS-RECORD.
           05  OT-LOAN-NUMBER         PIC 9(10).
           05  OT-RUN-DATE            PIC 9(8).
           05  OT-DETAIL              PIC X(183).
       01  OLD-TRANS-AMOUNTS.
           05  FILLER                 PIC X(18).
           05  OT-TRANS-TYPE          PIC X(1).
           05  OT-PAYMENT-AMOUNT      PIC 9(9)V99.
           05  FILLER                 PIC X(171).

       FD  LOAN-TRANS-FILE.
           COPY TRANREC.
       01  NEW-TRANS-IMAGE.
           05  NT-HISTORY-KEY         PIC X(22).
           05  NT-DETAIL              PIC X(183).

       FD  CONVERSION-REPORT.
       01  CR-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONVERSION-TOTALS.
           05  WS-RECORDS-READ        PIC 9(9)     VALUE 0.
           05  WS-RECORDS-WRITTEN     PIC 9(9)     VALUE 0.
           05  WS-RECORDS-REREAD      PIC 9(9)     VALUE 0.
           05  WS-RECORDS-REJECTED    PIC 9(9)     VALUE 0.
           05  WS-AMOUNT-READ         PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-WRITTEN      PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-REREAD       PIC 9(13)V99 VALUE 0.
           05  WS-AMOUNT-REJECTED     PIC 9(13)V99 VALUE 0.

       01  WS-FLAGS.
           05  WS-EOF-FLAG            PIC X VALUE 'N'.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-TRAN-EOF-FLAG       PIC X VALUE 'N'.
               88 TRAN-END-OF-FILE    VALUE 'Y'.
           05  WS-HISTORY-ADDED-FLAG  PIC X VALUE 'N'.
               88 HISTORY-ADDED       VALUE 'Y'.

       01  WS-REPORT-LINE.
           05  RP-LABEL               PIC X(30).
           05  RP-COUNT               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RP-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ONE-ENTRY UNTIL END-OF-FILE
           PERFORM 3000-VERIFY-NEW-FILE
           PERFORM 9000-CLEANUP
           STOP RUN.

      *****************************************************************
      * INITIALIZE
      * Business Rule: the keyed history is built fresh - it is
      * opened OUTPUT, so a rerun after a failed load starts again
      * from the old file rather than adding to a partial load.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT OLD-TRANS-FILE
           OPEN OUTPUT LOAN-TRANS-FILE
           CLOSE LOAN-TRANS-FILE
           OPEN I-O LOAN-TRANS-FILE
           OPEN OUTPUT CONVERSION-REPORT
           PERFORM 2900-READ-OLD-ENTRY.

      *****************************************************************
      * CONVERT-ONE-ENTRY
      * Business Rule: the loan and run date carry over as the front
      * of the new key and the detail moves across unchanged; the
      * entry takes the first sequence number free for its loan and
      * run date. An old amount that is not numeric counts as zero,
      * the same on both sides of the proof.
      *****************************************************************
       2000-CONVERT-ONE-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           IF OT-PAYMENT-AMOUNT IS NUMERIC
               ADD OT-PAYMENT-AMOUNT TO WS-AMOUNT-READ
           END-IF

           MOVE SPACES         TO NEW-TRANS-IMAGE
           MOVE OT-DETAIL      TO NT-DETAIL
           MOVE OT-LOAN-NUMBER TO TR-LOAN-NUMBER
           MOVE OT-RUN-DATE    TO TR-RUN-DATE
           PERFORM 2100-ADD-HISTORY-ENTRY

           IF HISTORY-ADDED
               ADD 1 TO WS-RECORDS-WRITTEN
               IF TR-PAYMENT-AMOUNT IS NUMERIC
                   ADD TR-PAYMENT-AMOUNT TO WS-AMOUNT-WRITTEN
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               IF OT-PAYMENT-AMOUNT IS NUMERIC
                   ADD OT-PAYMENT-AMOUNT TO WS-AMOUNT-REJECTED
               END-IF
           END-IF

           PERFORM 2900-READ-OLD-ENTRY.

      *****************************************************************
      * ADD-HISTORY-ENTRY
      * Business Rule: the history is keyed on loan, run date and
      * sequence number, so an entry goes in at the first sequence
      * number free for the loan and run date - an entry already
      * written for the loan that day is never overwritten.
      *****************************************************************
       2100-ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-HISTORY-ADDED-FLAG
           MOVE 0   TO TR-SEQUENCE-NUMBER
           PERFORM 2110-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-ADDED OR TR-SEQUENCE-NUMBER = 9999
           IF NOT HISTORY-ADDED
               DISPLAY 'HISTORY FULL FOR LOAN ' TR-LOAN-NUMBER
                   ' RUN DATE ' TR-RUN-DATE ' - ENTRY NOT WRITTEN'
           END-IF.

       2110-TRY-HISTORY-SEQUENCE.
           ADD 1 TO TR-SEQUENCE-NUMBER
           WRITE LOAN-TRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ADDED TO TRUE
           END-WRITE.

       2900-READ-OLD-ENTRY.
           READ OLD-TRANS-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

      *****************************************************************
      * VERIFY-NEW-FILE
      * Business Rule: the new file is read back end to end and
      * counted on its own, so the proof rests on what the keyed
      * file actually holds and not only on the writes that
      * reported success.
      *****************************************************************
       3000-VERIFY-NEW-FILE.
           MOVE ZEROS TO TR-HISTORY-KEY
           START LOAN-TRANS-FILE KEY IS NOT LESS THAN TR-HISTORY-KEY
               INVALID KEY SET TRAN-END-OF-FILE TO TRUE
           END-START
           PERFORM 3200-READ-NEW-ENTRY
           PERFORM 3100-COUNT-NEW-ENTRY UNTIL TRAN-END-OF-FILE.

       3100-COUNT-NEW-ENTRY.
           ADD 1 TO WS-RECORDS-REREAD
           IF TR-PAYMENT-AMOUNT IS NUMERIC
               ADD TR-PAYMENT-AMOUNT TO WS-AMOUNT-REREAD
           END-IF
           PERFORM 3200-READ-NEW-ENTRY.

       3200-READ-NEW-ENTRY.
           IF NOT TRAN-END-OF-FILE
               READ LOAN-TRANS-FILE NEXT
                   AT END SET TRAN-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       9000-CLEANUP.
           PERFORM 9100-PRINT-REGISTER
           CLOSE OLD-TRANS-FILE
           CLOSE LOAN-TRANS-FILE
           CLOSE CONVERSION-REPORT.

      *****************************************************************
      * PRINT-REGISTER
      * Business Rule: the conversion is good only when every entry
      * read from the old file was written and read back, in both
      * record count and dollars. An OUT OF BALANCE line means the
      * old file must not be retired until the run is researched.
      *****************************************************************
       9100-PRINT-REGISTER.
           MOVE "TRANSACTION HISTORY CONVERSION REGISTER" TO CR-LINE
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE

           MOVE "READ FROM SEQUENTIAL FILE"   TO RP-LABEL
           MOVE WS-RECORDS-READ               TO RP-COUNT
           MOVE WS-AMOUNT-READ                TO RP-AMOUNT
           MOVE WS-REPORT-LINE                TO CR-LINE
           WRITE CR-LINE

           MOVE "WRITTEN TO KEYED FILE"       TO RP-LABEL
           MOVE WS-RECORDS-WRITTEN            TO RP-COUNT
           MOVE WS-AMOUNT-WRITTEN             TO RP-AMOUNT
           MOVE WS-REPORT-LINE                TO CR-LINE
           WRITE CR-LINE

           MOVE "NOT WRITTEN"                 TO RP-LABEL
           MOVE WS-RECORDS-REJECTED           TO RP-COUNT
           MOVE WS-AMOUNT-REJECTED            TO RP-AMOUNT
           MOVE WS-REPORT-LINE                TO CR-LINE
           WRITE CR-LINE

           MOVE "READ BACK FROM KEYED FILE"   TO RP-LABEL
           MOVE WS-RECORDS-REREAD             TO RP-COUNT
           MOVE WS-AMOUNT-REREAD              TO RP-AMOUNT
           MOVE WS-REPORT-LINE                TO CR-LINE
           WRITE CR-LINE

           IF WS-RECORDS-READ = WS-RECORDS-WRITTEN
               AND WS-RECORDS-READ = WS-RECORDS-REREAD
               AND WS-AMOUNT-READ = WS-AMOUNT-WRITTEN
               AND WS-AMOUNT-READ = WS-AMOUNT-REREAD
               MOVE "COUNTS AND DOLLARS IN BALANCE" TO CR-LINE
           ELSE
               MOVE "*** OUT OF BALANCE - RESEARCH ***" TO CR-LINE
           END-IF
           WRITE CR-LINE.
