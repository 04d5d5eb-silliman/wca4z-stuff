      ******************************************************************
      *  LGNTFREC                                                     *
      *  Record layout of the GENAPP.NOTIFY.OUTBOUND notification     *
      *  file (and LGRENEW's own GENAPP.NOTIFY.OUTBOUNR) that         *
      *  LGNTFSND hands to the e-mail/SMS gateway - one record per    *
      *  e-mail or SMS item, written by LGNOTIFY for LGRENEW,         *
      *  LGARREAR, LGSTMT and LGREFND (DISP=MOD from each job).       *
      *                                                                *
      *  NT-CHANNEL is the message to send - 'E' e-mail, 'S' SMS.  An *
      *  e-mail-and-post item is sent as 'E' with NT-ALSO-POSTED 'Y'. *
      *  NT-CUSTOMER-NUM through NT-RUN-DATE are the item's CORRLOG   *
      *  key, and must come back unchanged.  NT-ITEM-IMAGE is the     *
      *  item's own print record (the renewal notice, the dunning     *
      *  record, the refund advice) for the gateway's template -      *
      *  blank for a statement, whose message says it is ready.       *
      *                                                                *
      *  The gateway returns the records it could not deliver in the  *
      *  same layout with NT-OUTCOME 'B' bounced or 'F' failed and    *
      *  its NT-OUTCOME-REASON - loaded by LGNTFRTN, which also posts *
      *  a non-statement item on in this layout (POSTOUT) for the     *
      *  print vendor.  Outbound the two outcome fields are blank.    *
      *  LRECL is 350.                                                *
      ******************************************************************
       01 NOTIFY-RECORD.
          05 NT-CHANNEL            PIC X(01).
             88 NT-EMAIL                      VALUE 'E'.
             88 NT-SMS                        VALUE 'S'.
          05 NT-ALSO-POSTED        PIC X(01).
          05 NT-CUSTOMER-NUM       PIC 9(10).
          05 NT-POLICY-NUM         PIC 9(10).
          05 NT-ITEM-TYPE          PIC X(01).
          05 NT-PROGRAM            PIC X(08).
          05 NT-RUN-DATE           PIC X(10).
          05 NT-EMAIL-ADDRESS      PIC X(30).
          05 NT-PHONE-MOBILE       PIC X(10).
          05 NT-FIRSTNAME          PIC X(10).
          05 NT-LASTNAME           PIC X(10).
          05 NT-AMOUNT             PIC 9(09)V99.
          05 NT-ITEM-DATE          PIC X(10).
          05 NT-OUTCOME            PIC X(01).
             88 NT-BOUNCED                    VALUE 'B'.
             88 NT-FAILED                     VALUE 'F'.
             88 NT-OUTCOME-VALID              VALUES 'B' 'F'.
          05 NT-OUTCOME-REASON     PIC X(30).
          05 NT-ITEM-IMAGE         PIC X(180).
          05 FILLER                PIC X(17).
