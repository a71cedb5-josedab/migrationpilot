      *****************************************************************
      * ACHENRL - ACH AUTO-DEBIT ENROLLMENT RECORD LAYOUT
      * One record per loan whose borrower has authorized a monthly
      * bank draft, keyed on the loan number. LNMAINT enrolls,
      * changes and cancels; ACHDRAFT originates each installment
      * on the borrower's draft day and applies the bank's returns,
      * and drops the enrollment once items keep coming back.
      * AE-LAST-DRAFT-DUE is the installment last drafted, so the
      * same installment is never drafted twice; a return clears it
      * so the installment can be presented again.
      * An originated draft and a returned draft each wait here,
      * flagged pending, until PMTEDIT releases them into the next
      * cycle's PMTFEED.DAT - the draft as a monthly payment, the
      * return as a reversal - and clears the flag.
      *****************************************************************
       01  ACH-ENROLLMENT-RECORD.
           05  AE-LOAN-NUMBER         PIC 9(10).
           05  AE-ROUTING-NUMBER      PIC 9(9).
           05  AE-ACCOUNT-NUMBER      PIC X(17).
           05  AE-ACCOUNT-TYPE        PIC X(1).
               88 AE-CHECKING         VALUE 'C'.
               88 AE-SAVINGS          VALUE 'S'.
           05  AE-DRAFT-DAY           PIC 9(2).
           05  AE-FEE-AUTH-FLAG       PIC X(1).
               88 AE-FEES-AUTHORIZED  VALUE 'Y'.
           05  AE-STATUS              PIC X(1).
               88 AE-ACTIVE           VALUE 'A'.
               88 AE-CANCELLED        VALUE 'C'.
               88 AE-DROPPED          VALUE 'D'.
           05  AE-ENROLL-DATE         PIC 9(8).
           05  AE-STATUS-DATE         PIC 9(8).
           05  AE-RETURN-COUNT        PIC 9(2).
           05  AE-LAST-DRAFT-DUE      PIC 9(8).
           05  AE-LAST-DRAFT-DATE     PIC 9(8).
           05  AE-LAST-DRAFT-AMOUNT   PIC 9(9)V99.
           05  AE-LAST-TRACE-NUMBER   PIC 9(15).
           05  AE-LAST-RETURN-DATE    PIC 9(8).
           05  AE-LAST-RETURN-CODE    PIC X(3).
           05  AE-DRAFT-FEED-FLAG     PIC X(1).
               88 AE-DRAFT-PENDING    VALUE 'Y'.
           05  AE-RETURN-FEED-FLAG    PIC X(1).
               88 AE-RETURN-PENDING   VALUE 'Y'.
