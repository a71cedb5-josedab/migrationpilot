      *****************************************************************
      * MNTAUDIT - MAINTENANCE AUDIT TRAIL RECORD LAYOUT
      * One record for every maintenance transaction LNMAINT or
      * CUSTMNT applies, kept permanently on MNTAUDIT.DAT. Keyed on
      * the date applied, the operator who keyed the transaction
      * and a sequence number that keeps that operator's changes
      * for the day in the order they were applied, so the day's
      * changes read back grouped by operator. MA-BEFORE-IMAGE and
      * MA-AFTER-IMAGE hold the whole LOAN-RECORD or
      * CUSTOMER-RECORD as it stood before and after the change - a
      * customer record fills the front of each image and the rest
      * is spaces; the before image is all spaces for an add. A
      * transaction held for approval carries the checker in
      * MA-APPROVED-BY and the day it was keyed in MA-MADE-DATE;
      * MA-APPROVED-BY is spaces for one that needed no approval.
      *****************************************************************
       01  MAINT-AUDIT-RECORD.
           05  MA-AUDIT-KEY.
               10  MA-AUDIT-DATE      PIC 9(8).
               10  MA-OPERATOR-ID     PIC X(8).
               10  MA-SEQUENCE-NUMBER PIC 9(6).
           05  MA-AUDIT-TIME          PIC 9(6).
           05  MA-FILE-CODE           PIC X(1).
               88 MA-LOAN-CHANGE      VALUE 'L'.
               88 MA-CUSTOMER-CHANGE  VALUE 'C'.
      * Loan number or customer number the change was made to
           05  MA-RECORD-KEY          PIC 9(10).
           05  MA-TRANS-TYPE          PIC X(1).
           05  MA-APPROVED-BY         PIC X(8).
           05  MA-MADE-DATE           PIC 9(8).
           05  MA-BEFORE-IMAGE        PIC X(375).
           05  MA-AFTER-IMAGE         PIC X(375).
