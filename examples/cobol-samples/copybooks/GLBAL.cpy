      *****************************************************************
      * GLBAL - GENERAL LEDGER RUNNING BALANCE RECORD LAYOUT
      * One record per GL account, carried forward from one
      * consolidation run to the next by GLCONSOL. The balance is
      * signed debit-positive - an asset such as 130100 loan
      * principal carries a positive balance, a liability or income
      * account such as 200300 escrow payable carries a negative
      * one - so the whole file sums to zero when the ledger is in
      * balance.
      *****************************************************************
       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT-NUMBER      PIC 9(6).
           05  GB-ACCOUNT-NAME        PIC X(24).
           05  GB-BALANCE             PIC S9(11)V99.
           05  GB-LAST-RUN-DATE       PIC 9(8).
