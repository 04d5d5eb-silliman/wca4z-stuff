      ******************************************************************
      *  LGCOMRT                                                      *
      *  Broker commission rates by policy type, applied to the       *
      *  type-specific premium column (MOTOR/COMMERCIAL.PREMIUM,      *
      *  ENDOWMENT.SUMASSURED, HOUSE.VALUE).  Agreed with finance;    *
      *  percentages held to two decimal places.  COPYed by LGBRKST,  *
      *  which pays commission at these rates, and LGBRKXFR, which    *
      *  splits the commission actually paid on a transferred policy *
      *  - one table, so the two can never disagree.                  *
      *  WS-RATE-IN-USE is the caller's work field for the rate of    *
      *  the policy in hand.                                          *
      ******************************************************************
       01 WS-COMMISSION-RATES.
          05 WS-RATE-MOTOR       PIC 9(02)V99 VALUE 10.00.
          05 WS-RATE-ENDOWMENT   PIC 9(02)V99 VALUE 02.50.
          05 WS-RATE-HOUSE       PIC 9(02)V99 VALUE 05.00.
          05 WS-RATE-COMMERCIAL  PIC 9(02)V99 VALUE 07.50.
          05 WS-RATE-IN-USE      PIC 9(02)V99.
