      *****************************************************************
      * MNTDECN - MAINTENANCE APPROVAL DECISION LAYOUT
      * One record per pending maintenance item a checker has
      * decided, identified by the pending key printed on the
      * pending-approval list. MD-DECISION approves (A) or declines
      * (D) the item; MD-CHECKER-ID is the checker's operator ID,
      * which may not be the operator who keyed the item.
      *****************************************************************
       01  MAINT-DECISION-RECORD.
           05  MD-PENDING-KEY.
               10  MD-FILE-CODE       PIC X(1).
               10  MD-MADE-DATE       PIC 9(8).
               10  MD-SEQUENCE-NUMBER PIC 9(6).
           05  MD-CHECKER-ID          PIC X(8).
           05  MD-DECISION            PIC X(1).
               88 MD-APPROVE          VALUE 'A'.
               88 MD-DECLINE          VALUE 'D'.
