      * Correspondence inquiry.  Reads a driver file of customer     *
      * numbers (the same one-number-per-record shape LGCHIST's      *
      * driver uses) and prints each customer's CORRLOG rows in date *
      * order - every statement, renewal notice, refund payment,     *
      * missed-payment and maturity letter we ever sent them, which  *
      * run produced it and when - so "I never got a renewal notice" *
      * is answered from our own record, not a print vendor's        *
      * invoice.                                                      *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
                 MOVE 'RENEWAL NOTICE  ' TO RL-ITEM-DESC
              WHEN 'F'
                 MOVE 'REFUND PAYMENT  ' TO RL-ITEM-DESC
              WHEN 'M'
                 MOVE 'MISSED PAYMENT  ' TO RL-ITEM-DESC
              WHEN 'E'
                 MOVE 'MATURITY LETTER ' TO RL-ITEM-DESC
              WHEN OTHER
                 MOVE WS-ITEM-TYPE       TO RL-ITEM-DESC
           END-EVALUATE
