      ******************************************************************
      *  LGTRTREC                                                     *
      *  Record layout for the GENATRTY VSAM KSDS reinsurance treaty  *
      *  table (defined and loaded by LGRILOAD, read by the monthly   *
      *  LGRIBORD bordereau run), maintained as a dataset like        *
      *  GENALIMT so the treaty terms can change at each renewal of   *
      *  the treaty without a program change.                         *
      *                                                                *
      *  One record per policy type ceded.  TR-RETENTION is the part  *
      *  of a risk we keep, measured on the same type-specific money  *
      *  column GENALIMT limits on (HOUSE VALUE, COMMERCIAL PREMIUM); *
      *  TR-CESSION-PCT is the percentage of the excess over the      *
      *  retention the reinsurer takes.  A type with no record is     *
      *  not reinsured - the whole risk stays on our book.            *
      ******************************************************************
       01 TREATY-RECORD.
          05 TR-POLICY-TYPE        PIC X(01).
          05 TR-TREATY-REF         PIC X(10).
          05 TR-REINSURER          PIC X(20).
          05 TR-RETENTION          PIC 9(07)V99.
          05 TR-CESSION-PCT        PIC 9(03)V99.
          05 FILLER                PIC X(05).
