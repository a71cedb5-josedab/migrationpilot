      *****************************************************************
      * CHGAPPR - CHARGE-OFF APPROVAL RECORD LAYOUT
      * One record per loan credit management has approved for
      * charge-off off the CHGOFF candidate report, keyed on
      * CA-LOAN-NUMBER. CHGOFF re-checks each approved loan on the
      * day it applies the approval - still open, still at or past
      * the days-past-due threshold, not in forbearance - so a loan
      * that cured or was granted relief after the report printed is
      * refused rather than written off. CA-APPROVED-BY is the
      * approving officer's operator reference and prints on the
      * charge-off register as the audit evidence for the loss.
      *****************************************************************
       01  CHARGEOFF-APPROVAL-RECORD.
           05  CA-LOAN-NUMBER         PIC 9(10).
           05  CA-APPROVED-BY         PIC X(8).
           05  CA-APPROVAL-DATE       PIC 9(8).
