      ******************************************************************
      * Shared replacement-cost record layout for REPLCOST.TXT, a
      * line sequential table maintained by the fleet desk with one
      * row per CAR-MODEL giving the current price of a like-for-like
      * replacement, keyed in whole cents with no decimal point
      * (000250000 is 2,500.00). Read by REPLPLAN to put a capital
      * figure on each car due for replacement.
      ******************************************************************
       01 REPLACEMENT-COST-RECORD.
           05 RPC-CAR-MODEL PIC X(15).
           05 RPC-COST PIC 9(7)V99.
