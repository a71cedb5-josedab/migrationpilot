               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL LOAN-TRANS-FILE ASSIGN TO "LOANTRAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-HISTORY-KEY.

           SELECT GL-POSTING-FILE ASSIGN TO "ESCDGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
               88 END-OF-FILE         VALUE 'Y'.
           05  WS-LOAN-FOUND-FLAG     PIC X VALUE 'N'.
               88 LOAN-FOUND          VALUE 'Y'.
           05  WS-HISTORY-ADDED-FLAG  PIC X VALUE 'N'.
               88 HISTORY-ADDED       VALUE 'Y'.

       01  WS-DISB-RESULT             PIC X(16).

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LOAN-FILE
           OPEN INPUT ESCROW-DISB-FILE
           OPEN I-O LOAN-TRANS-FILE
           OPEN OUTPUT DISB-REPORT
           MOVE "ESCROW DISBURSEMENT REGISTER" TO DR-LINE
           WRITE DR-LINE
           MOVE LF-LAST-POST-DATE TO TR-PRIOR-POST-DATE
           MOVE 0                 TO TR-FEE-PAID-PART
           MOVE 0                 TO TR-PRIOR-ASSESSED-THRU
           MOVE ZEROS TO TR-MOD-DETAIL
           PERFORM 2250-ADD-HISTORY-ENTRY

           ADD 1               TO WS-PAID-COUNT
           ADD ED-DISB-AMOUNT  TO WS-PAID-AMOUNT
               ADD ED-DISB-AMOUNT TO WS-INS-AMOUNT
           END-IF.

      *****************************************************************
      * ADD-HISTORY-ENTRY
      * Business Rule: the history is keyed on loan, run date and
      * sequence number, so an entry goes in at the first sequence
      * number free for the loan and run date - an entry already
      * written for the loan that day, by this run or another
      * program, is never overwritten.
      *****************************************************************
       2250-ADD-HISTORY-ENTRY.
           MOVE 'N' TO WS-HISTORY-ADDED-FLAG
           MOVE 0   TO TR-SEQUENCE-NUMBER
           PERFORM 2260-TRY-HISTORY-SEQUENCE
               UNTIL HISTORY-ADDED OR TR-SEQUENCE-NUMBER = 9999
           IF NOT HISTORY-ADDED
               DISPLAY 'HISTORY FULL FOR LOAN ' TR-LOAN-NUMBER
                   ' RUN DATE ' TR-RUN-DATE ' - ENTRY NOT WRITTEN'
           END-IF.

       2260-TRY-HISTORY-SEQUENCE.
           ADD 1 TO TR-SEQUENCE-NUMBER
           WRITE LOAN-TRANS-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-ADDED TO TRUE
           END-WRITE.

       2600-COUNT-BLOCKED.
           ADD 1              TO WS-BLOCKED-COUNT
           ADD ED-DISB-AMOUNT TO WS-BLOCKED-AMOUNT.
