      *****************************************************************
      * DUNSTAT - DUNNING LADDER STATUS RECORD LAYOUT
      * One record per loan that has ever been sent a collections
      * letter, keyed on the loan number. DS-LAST-LEVEL is the
      * highest letter of the current delinquency already mailed -
      * 1 reminder, 2 second notice, 3 demand, 4 final demand - so
      * each letter goes out once as the loan climbs the ladder. It
      * drops back to zero when the loan is brought under the first
      * threshold, so the next delinquency starts again at the
      * reminder.
      *****************************************************************
       01  DUNNING-STATUS-RECORD.
           05  DS-LOAN-NUMBER         PIC 9(10).
           05  DS-LAST-LEVEL          PIC 9(1).
           05  DS-LAST-LETTER-DATE    PIC 9(8).
           05  DS-AGED-FROM-DATE      PIC 9(8).
           05  DS-LETTER-COUNT        PIC 9(5).
