      *  zero) for a policy with no subtype row, so the warehouse     *
      *  sees orphaned policies instead of silently losing them.      *
      *                                                                *
      *  WH-CUSTOMER-PII (name, date of birth, address, phones and    *
      *  e-mail - 112 bytes) leaves the mainframe encrypted: LGWHEXT  *
      *  enciphers it in place with the ICSF DATA key named on the    *
      *  trailer (TRL-KEY-LABEL, version TRL-KEY-VERSION), CBC mode,  *
      *  the initial chaining value being the last eight digits of    *
      *  WH-CUST-NUMBER.  Delete records carry a blank block, which   *
      *  is left in clear.  The LGWHDEC utility reverses it.          *
      *                                                                *
      *  The extract ends with one trailer record (WH-TRAILER-REC,    *
      *  TRL-RECORD-ID 'TOTALS' in the first six bytes).              *
      *                                                                *
      *  LRECL is 220.                                                 *
      ******************************************************************
       01 WAREHOUSE-REC.
          05 WH-CUST-NUMBER        PIC 9(10).
          05 WH-CUSTOMER-PII.
             10 WH-FIRSTNAME       PIC X(10).
             10 WH-LASTNAME        PIC X(10).
             10 WH-DATEOFBIRTH     PIC X(10).
             10 WH-HOUSENAME       PIC X(20).
             10 WH-HOUSENUMBER     PIC X(04).
             10 WH-POSTCODE        PIC X(08).
             10 WH-PHONE-MOBILE    PIC X(10).
             10 WH-PHONE-HOME      PIC X(10).
             10 WH-EMAIL-ADDRESS   PIC X(30).
          05 WH-POLICY-NUM         PIC 9(09).
          05 WH-ISSUEDATE          PIC X(10).
          05 WH-EXPIRYDATE         PIC X(10).
      * deletion timestamp) are meaningful.
          05 WH-ACTION             PIC X(01).
          05 FILLER                PIC X(01).

      * End-of-run trailer, after the last detail record - the counts
      * the warehouse load verifies it received the whole extract
      * against, and the key the PII block was encrypted under.
      * TRL-ENCRYPTED is 'Y' on the extract as sent and 'N' on a
      * clear copy LGWHDEC has decrypted.
       01 WH-TRAILER-REC.
          05 TRL-RECORD-ID         PIC X(06) VALUE 'TOTALS'.
          05 TRL-POLICIES-READ     PIC 9(07).
          05 TRL-RECORDS-WRITTEN   PIC 9(07).
          05 TRL-NO-SUBTYPE        PIC 9(07).
          05 TRL-DELETES           PIC 9(07).
          05 TRL-RUN-MODE          PIC X(01).
          05 TRL-ENCRYPTED         PIC X(01).
          05 TRL-KEY-LABEL         PIC X(64).
          05 TRL-KEY-VERSION       PIC 9(04).
          05 FILLER                PIC X(116).
