      * CT-CUSTOMER-NUMBER. CT-ADD-TRANS supplies every field needed
      * to create a new CUSTOMER-RECORD; CT-CHANGE-TRANS reuses the
      * same fields to update an existing one; CT-INACT-TRANS only
      * needs the customer number. CT-OPERATOR-ID identifies who
      * keyed the transaction for the maintenance audit trail; a
      * name or address change waits on MNTPEND.DAT until a
      * different operator approves it.
      *****************************************************************
       01  CUST-TRANS-RECORD.
           05  CT-CUSTOMER-NUMBER     PIC 9(10).
           05  CT-STATE               PIC X(2).
           05  CT-ZIP-CODE            PIC X(10).
           05  CT-PHONE-NUMBER        PIC X(12).
      * Operator who keyed the transaction (the maker). Required.
           05  CT-OPERATOR-ID         PIC X(8).
