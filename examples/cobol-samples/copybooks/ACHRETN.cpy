      *****************************************************************
      * ACHRETN - ACH RETURNED-ITEM RECORD LAYOUT
      * One record per draft the bank sent back unpaid, as the bank
      * transmits them: the loan number we sent as the individual
      * ID, the trace number and effective date of the original
      * draft, its amount, the NACHA return reason and the date the
      * item came back. R01 insufficient funds and R09 uncollected
      * funds may clear on a second presentment; every other reason
      * - account closed, no account, authorization revoked and so
      * on - means the draft can never succeed.
      *****************************************************************
       01  ACH-RETURN-RECORD.
           05  AR-LOAN-NUMBER         PIC 9(10).
           05  AR-TRACE-NUMBER        PIC 9(15).
           05  AR-DRAFT-DATE          PIC 9(8).
           05  AR-AMOUNT              PIC 9(9)V99.
           05  AR-RETURN-CODE         PIC X(3).
               88 AR-FUNDS-RETURN     VALUE 'R01' 'R09'.
           05  AR-RETURN-DATE         PIC 9(8).
