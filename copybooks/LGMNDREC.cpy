      ******************************************************************
      *  LGMNDREC                                                     *
      *  Record layout for the GENAMAND VSAM KSDS direct-debit        *
      *  mandate master - one record per customer paying by direct    *
      *  debit, loaded by LGMDLOAD and maintained by the LGMDMNT      *
      *  daily instruction run (a dataset like GENABRKR/GENAPCDE,     *
      *  not a spreadsheet treasury patches BACSOUT from).  LGBILL    *
      *  takes the bank details of every collection from here.        *
      *                                                                *
      *  MD-CUSTOMER-NUM is the 10-digit customer number zoned, the   *
      *  same number CUSTOMER.CUSTOMERNUMBER carries.  MD-MANDATE-REF *
      *  is the reference the payer's instruction was lodged under.   *
      *  MD-COLLECTION-DAY is the day of the month (01-28) the        *
      *  customer asked to be collected on.  MD-STATUS:               *
      *    'L' live - lodged with the bank (AUDDIS 0N), collectable   *
      *    'C' cancelled by us or the customer (AUDDIS 0C lodged)     *
      *    'B' cancelled by the payer's bank - a debit came back      *
      *        from LGARUDD because the instruction or the account    *
      *        has gone; nothing to lodge                             *
      *  MD-STATUS-DATE is the ISO date the status was last set.      *
      ******************************************************************
       01 MANDATE-RECORD.
          05 MD-CUSTOMER-NUM       PIC X(10).
          05 MD-SORT-CODE          PIC 9(06).
          05 MD-ACCOUNT-NUM        PIC 9(08).
          05 MD-ACCOUNT-NAME       PIC X(18).
          05 MD-MANDATE-REF        PIC X(18).
          05 MD-STATUS             PIC X(01).
             88 MD-LIVE                       VALUE 'L'.
             88 MD-CANCELLED                  VALUE 'C'.
             88 MD-BANK-CANCELLED             VALUE 'B'.
          05 MD-COLLECTION-DAY     PIC 9(02).
          05 MD-STATUS-DATE        PIC X(10).
          05 FILLER                PIC X(07).
