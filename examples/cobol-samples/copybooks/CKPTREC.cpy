      * assessed. Income books on collection, so this total is the
      * one the GL feed credits.
           05  CK-CTL-FEES-COLLECTED  PIC S9(9)V99.
      * Cash posted this run as recoveries on charged-off loans.
           05  CK-CTL-RECOVERIES      PIC S9(11)V99.
