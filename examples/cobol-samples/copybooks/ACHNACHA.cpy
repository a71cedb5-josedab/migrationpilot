      *****************************************************************
      * ACHNACHA - OUTBOUND ACH DEBIT FILE RECORD LAYOUTS
      * The NACHA-format file ACHDRAFT transmits to the originating
      * bank: a '1' file header, a '5' batch header, one '6' entry
      * detail per draft, the '8' batch control and the '9' file
      * control, every record 94 bytes. The file is padded out to a
      * full block of ten with records of all nines. Amounts carry
      * two implied decimals; the entry hash is the sum of the
      * receiving banks' eight-digit routing numbers, low-order ten
      * digits kept.
      *****************************************************************
       01  NH-FILE-HEADER.
           05  NH-RECORD-TYPE         PIC X(1).
           05  NH-PRIORITY-CODE       PIC 9(2).
           05  NH-IMMEDIATE-DEST      PIC X(10).
           05  NH-IMMEDIATE-ORIGIN    PIC X(10).
           05  NH-CREATION-DATE       PIC 9(6).
           05  NH-CREATION-TIME       PIC 9(4).
           05  NH-FILE-ID-MODIFIER    PIC X(1).
           05  NH-RECORD-SIZE         PIC 9(3).
           05  NH-BLOCKING-FACTOR     PIC 9(2).
           05  NH-FORMAT-CODE         PIC X(1).
           05  NH-DEST-NAME           PIC X(23).
           05  NH-ORIGIN-NAME         PIC X(23).
           05  NH-REFERENCE-CODE      PIC X(8).

       01  NB-BATCH-HEADER.
           05  NB-RECORD-TYPE         PIC X(1).
           05  NB-SERVICE-CLASS       PIC 9(3).
           05  NB-COMPANY-NAME        PIC X(16).
           05  NB-DISCRETIONARY       PIC X(20).
           05  NB-COMPANY-ID          PIC X(10).
           05  NB-SEC-CODE            PIC X(3).
           05  NB-ENTRY-DESC          PIC X(10).
           05  NB-DESCRIPTIVE-DATE    PIC X(6).
           05  NB-EFFECTIVE-DATE      PIC 9(6).
           05  NB-SETTLEMENT-DATE     PIC X(3).
           05  NB-ORIGINATOR-STATUS   PIC X(1).
           05  NB-ODFI-ID             PIC 9(8).
           05  NB-BATCH-NUMBER        PIC 9(7).

       01  NE-ENTRY-DETAIL.
           05  NE-RECORD-TYPE         PIC X(1).
           05  NE-TRANSACTION-CODE    PIC 9(2).
               88 NE-CHECKING-DEBIT   VALUE 27.
               88 NE-SAVINGS-DEBIT    VALUE 37.
           05  NE-RDFI-ROUTING.
               10  NE-RDFI-ID         PIC 9(8).
               10  NE-CHECK-DIGIT     PIC 9(1).
           05  NE-DFI-ACCOUNT         PIC X(17).
           05  NE-AMOUNT              PIC 9(8)V99.
           05  NE-INDIVIDUAL-ID       PIC X(15).
           05  NE-INDIVIDUAL-NAME     PIC X(22).
           05  NE-DISCRETIONARY       PIC X(2).
           05  NE-ADDENDA-IND         PIC 9(1).
           05  NE-TRACE-NUMBER        PIC 9(15).

       01  NC-BATCH-CONTROL.
           05  NC-RECORD-TYPE         PIC X(1).
           05  NC-SERVICE-CLASS       PIC 9(3).
           05  NC-ENTRY-COUNT         PIC 9(6).
           05  NC-ENTRY-HASH          PIC 9(10).
           05  NC-TOTAL-DEBIT         PIC 9(10)V99.
           05  NC-TOTAL-CREDIT        PIC 9(10)V99.
           05  NC-COMPANY-ID          PIC X(10).
           05  NC-MESSAGE-AUTH        PIC X(19).
           05  NC-RESERVED            PIC X(6).
           05  NC-ODFI-ID             PIC 9(8).
           05  NC-BATCH-NUMBER        PIC 9(7).

       01  NF-FILE-CONTROL.
           05  NF-RECORD-TYPE         PIC X(1).
           05  NF-BATCH-COUNT         PIC 9(6).
           05  NF-BLOCK-COUNT         PIC 9(6).
           05  NF-ENTRY-COUNT         PIC 9(8).
           05  NF-ENTRY-HASH          PIC 9(10).
           05  NF-TOTAL-DEBIT         PIC 9(10)V99.
           05  NF-TOTAL-CREDIT        PIC 9(10)V99.
           05  NF-RESERVED            PIC X(39).

       01  NP-PADDING-RECORD          PIC X(94).
