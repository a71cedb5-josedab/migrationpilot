      *****************************************************************
      * COLLACT - COLLECTOR ACTIVITY RECORD LAYOUT
      * One record per collector contact on a delinquent loan -
      * every call attempt with its outcome, and every promise to
      * pay with the date and amount the borrower committed to.
      * Collectors append entries; the collections run (COLLECT)
      * owns CA-PROMISE-STATUS and CA-STATUS-DATE, marking each
      * promise kept when a posting reaches LOANTRAN.DAT between the
      * day it was taken and the promised date, or broken once that
      * date passes with nothing posted. Entries keyed before a
      * status is set carry spaces there and are treated as open.
      *****************************************************************
       01  COLLECTOR-ACTIVITY-RECORD.
           05  CA-LOAN-NUMBER         PIC 9(10).
           05  CA-ACTIVITY-DATE       PIC 9(8).
           05  CA-COLLECTOR-ID        PIC X(8).
           05  CA-ACTIVITY-TYPE       PIC X(1).
               88 CA-CONTACT-ATTEMPT  VALUE 'C'.
               88 CA-PROMISE-TO-PAY   VALUE 'P'.
           05  CA-CONTACT-RESULT      PIC X(2).
               88 CA-NO-ANSWER        VALUE 'NA'.
               88 CA-LEFT-MESSAGE     VALUE 'LM'.
               88 CA-RIGHT-PARTY      VALUE 'RP'.
               88 CA-WRONG-NUMBER     VALUE 'WN'.
           05  CA-PROMISE-DATE        PIC 9(8).
           05  CA-PROMISE-AMOUNT      PIC 9(7)V99.
           05  CA-PROMISE-STATUS      PIC X(1).
               88 CA-PROMISE-OPEN     VALUE 'O'.
               88 CA-PROMISE-KEPT     VALUE 'K'.
               88 CA-PROMISE-BROKEN   VALUE 'B'.
           05  CA-STATUS-DATE         PIC 9(8).
           05  CA-NOTE                PIC X(40).
