      *****************************************************************
      * INVPOOL - INVESTOR POOL PRINCIPAL CARRY-FORWARD RECORD
      * One record per pool, keyed on the pool number, kept by
      * INVREMIT. The principal the pool ended a month with is the
      * principal it begins the next month with, so each month's
      * rollforward starts from the figure the last remittance tied
      * to. IP-BEGIN-PRINCIPAL is kept for IP-LAST-PERIOD so the
      * same month can be run again and reproduce its report.
      *****************************************************************
       01  INVESTOR-POOL-RECORD.
           05  IP-POOL-NUMBER         PIC 9(6).
           05  IP-LAST-PERIOD         PIC 9(6).
           05  IP-BEGIN-PRINCIPAL     PIC 9(11)V99.
           05  IP-ENDING-PRINCIPAL    PIC 9(11)V99.
           05  IP-LAST-RUN-DATE       PIC 9(8).
