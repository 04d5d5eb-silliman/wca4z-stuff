      ******************************************************************
      *  LGIPTREC                                                     *
      *  Record layout for the GENAIPT VSAM KSDS Insurance Premium    *
      *  Tax rates (loaded by LGIPLOAD, read by LGRCALC), maintained  *
      *  as a dataset alongside the GENARATE rates rather than        *
      *  compiled-in percentages so a change in the tax rate is a     *
      *  new sheet line, not a program change.                        *
      *                                                                *
      *  One record per peril (policy type C/E/H/M) per effective     *
      *  date.  Rates are effective-dated the way GENARATE's are:     *
      *  superseded rates are KEPT, and IP-EFF-INV is the effective-  *
      *  from date stored INVERTED (99999999 - yyyymmdd), so within a *
      *  peril the newest rate sorts FIRST and "the rate in effect    *
      *  today" is one keyed START at (peril, 99999999 - today) and   *
      *  one READ NEXT.  LGIPLOAD computes the inversion from the     *
      *  plain effective date on the sheet.                           *
      *                                                                *
      *  IP-RATE-PCT is the tax percentage, two decimals.  A peril    *
      *  with no rate in effect pays no tax, so an exempt class       *
      *  (the endowment) needs no record, or a zero rate.             *
      ******************************************************************
       01 IPT-RATE-RECORD.
          05 IP-KEY.
             10 IP-POLICY-TYPE     PIC X(01).
             10 IP-EFF-INV         PIC 9(08).
          05 IP-RATE-PCT           PIC 9(02)V99.
          05 FILLER                PIC X(07).
