      *                                                                *
      *  BK-BROKERID is the 10-digit broker number zoned, the same   *
      *  number POLICY.BROKERID carries.  BK-PAYIND says how the     *
      *  broker is paid ('B' BACS, 'C' cheque) - LGBRKST pays the     *
      *  month's commission on its BACS file to BK-SORT-CODE/         *
      *  BK-ACCOUNT-NUM in BK-ACCOUNT-NAME, or on its cheque register *
      *  to BK-NAME at the address above.  Bank details are zero for  *
      *  a cheque broker.  LRECL is 120.                              *
      ******************************************************************
       01 BROKER-RECORD.
          05 BK-BROKERID           PIC X(10).
          05 BK-HOUSENUMBER        PIC X(04).
          05 BK-POSTCODE           PIC X(08).
          05 BK-PAYIND             PIC X(01).
             88 BK-PAY-BY-BACS                VALUE 'B'.
             88 BK-PAY-BY-CHEQUE              VALUE 'C'.
          05 BK-SORT-CODE          PIC 9(06).
          05 BK-ACCOUNT-NUM        PIC 9(08).
          05 BK-ACCOUNT-NAME       PIC X(18).
          05 FILLER                PIC X(15).
