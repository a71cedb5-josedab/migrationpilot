      * behind an entry already consumed, or extra cash for a loan
      * with no balance left to absorb it.
               88 PS-EXTRA-FEED-ENTRY VALUE 'S007'.
      * A reversal request aimed at a charged-off loan. The loss is
      * already on the books and any recovery cash was credited to
      * the allowance, so nothing is backed out automatically - the
      * item is researched and worked off by hand.
               88 PS-CHARGED-OFF-REV  VALUE 'S008'.
      * A payoff whose cash falls short of what closing the loan
      * needs - the outstanding PAYQUOTE quote or the payoff figured
      * on the day it arrived, whichever is higher - or that arrived
      * after its quote's good-through date. The loan stays open;
      * PS-SCHEDULED-AMOUNT carries the figure the cash fell short
      * of so the difference can be collected or the payoff
      * re-quoted.
               88 PS-PAYOFF-SHORT     VALUE 'S009'.
               88 PS-QUOTE-EXPIRED    VALUE 'S010'.
           05  PS-DUE-DATE            PIC 9(8).
           05  PS-RECEIVED-DATE       PIC 9(8).
           05  PS-RECEIVED-AMOUNT     PIC 9(9)V99.
