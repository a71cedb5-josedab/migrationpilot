      *****************************************************************
      * MNTPEND - MAINTENANCE PENDING APPROVAL RECORD LAYOUT
      * One record for every sensitive maintenance transaction held
      * for a second operator's approval, keyed on the file it
      * changes (L loan, C customer), the day it was keyed and a
      * sequence number for that day. PM-TRANS-IMAGE is the
      * MAINT-TRANS-RECORD or CUST-TRANS-RECORD exactly as keyed.
      * The record stays on file once decided, as the evidence of
      * who made and who checked it:
      *   P  pending   - waiting for a checker
      *   A  approved  - MNTAPPR accepted it; LNMAINT or CUSTMNT
      *                  applies it at the start of its next run
      *   D  declined  - the checker refused it; never applied
      *   X  applied   - on the master, with its audit record
      *   F  failed    - approved, but no longer passed the edits
      *                  on the day it was applied (PM-REASON-CODE)
      *****************************************************************
       01  MAINT-PENDING-RECORD.
           05  PM-PENDING-KEY.
               10  PM-FILE-CODE       PIC X(1).
                   88 PM-LOAN-CHANGE  VALUE 'L'.
                   88 PM-CUSTOMER-CHANGE VALUE 'C'.
               10  PM-MADE-DATE       PIC 9(8).
               10  PM-SEQUENCE-NUMBER PIC 9(6).
           05  PM-MADE-TIME           PIC 9(6).
           05  PM-RECORD-KEY          PIC 9(10).
           05  PM-TRANS-TYPE          PIC X(1).
           05  PM-MAKER-ID            PIC X(8).
           05  PM-CHECKER-ID          PIC X(8).
           05  PM-STATUS              PIC X(1).
               88 PM-PENDING          VALUE 'P'.
               88 PM-APPROVED         VALUE 'A'.
               88 PM-DECLINED         VALUE 'D'.
               88 PM-APPLIED          VALUE 'X'.
               88 PM-FAILED           VALUE 'F'.
           05  PM-STATUS-DATE         PIC 9(8).
           05  PM-REASON-CODE         PIC X(4).
      * Room for the longer of the two transaction layouts
           05  PM-TRANS-IMAGE         PIC X(249).
