      *****************************************************************
      * INVREC - INVESTOR POOL MASTER RECORD LAYOUT
      * One record per investor pool, keyed on the pool number. A
      * loan is sold into a pool through LNMAINT, which refuses a
      * pool not on this file; INVREMIT remits each pool's share of
      * the month's collections to the wire instructions held here.
      *****************************************************************
       01  INVESTOR-RECORD.
           05  IN-POOL-NUMBER         PIC 9(6).
           05  IN-INVESTOR-NAME       PIC X(40).
           05  IN-WIRE-ROUTING        PIC 9(9).
           05  IN-WIRE-ACCOUNT        PIC X(17).
           05  IN-STATUS              PIC X(1).
               88 IN-ACTIVE           VALUE 'A'.
               88 IN-INACTIVE         VALUE 'I'.
