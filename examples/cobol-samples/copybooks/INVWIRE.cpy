      *****************************************************************
      * INVWIRE - INVESTOR REMITTANCE WIRE RECORD LAYOUT
      * One record per investor pool with money due for the month -
      * the investor's principal plus pass-through interest - for
      * treasury to release by wire on IW-VALUE-DATE.
      *****************************************************************
       01  INVESTOR-WIRE-RECORD.
           05  IW-POOL-NUMBER         PIC 9(6).
           05  IW-INVESTOR-NAME       PIC X(40).
           05  IW-WIRE-ROUTING        PIC 9(9).
           05  IW-WIRE-ACCOUNT        PIC X(17).
           05  IW-PERIOD              PIC 9(6).
           05  IW-VALUE-DATE          PIC 9(8).
           05  IW-PRINCIPAL-AMOUNT    PIC 9(11)V99.
           05  IW-INTEREST-AMOUNT     PIC 9(11)V99.
           05  IW-REMIT-AMOUNT        PIC 9(11)V99.
