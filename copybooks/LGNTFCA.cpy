      ******************************************************************
      *  LGNTFCA                                                      *
      *  Parameter block for the shared LGNOTIFY delivery routing     *
      *  module.  Every run that sends a customer correspondence on   *
      *  the customer's delivery preference - LGRENEW, LGARREAR,      *
      *  LGSTMT and LGREFND - routes each item through it before it   *
      *  prints anything, so the preference rule lives in one place   *
      *  and all e-mail/SMS traffic goes out on one dataset.          *
      *                                                                *
      *  NTF-REQUEST 'R' routes one item: the customer's COMMSPREF,   *
      *  EMAILADDRESS and PHONEMOBILE are read, and an e-mail or SMS  *
      *  item is written to the //NOTIFOUT outbound notification file *
      *  (GENAPP.NOTIFY.OUTBOUND, or OUTBOUNR for LGRENEW, DISP=MOD   *
      *  in every job - opened on the first route and held open).     *
      *  'C' closes the file - the caller's 9000-END-PARA makes it    *
      *  the last call of the run.                                    *
      *                                                                *
      *  The caller supplies the CORRLOG key of the item (customer,   *
      *  policy - zero for a customer-level item - item type and      *
      *  program), the amount and date the message quotes, and the    *
      *  item's own print image for the gateway's template.           *
      *                                                                *
      *  Returned:                                                    *
      *    NTF-CHANNEL  'P' post, 'E' e-mail, 'S' SMS, 'B' e-mail and *
      *                 post - the caller prints the item only when   *
      *                 NTF-PRINT-ITEM, and logs CORRLOG with this    *
      *                 channel                                       *
      *    NTF-RUN-DATE the run date (ISO) the notification carries - *
      *                 the caller's CORRLOG RUNDATE, so a gateway    *
      *                 return finds its row again                    *
      *    NTF-STATUS   00 - routed on the preference                 *
      *                 04 - notification file unavailable; the item  *
      *                      falls back to post                       *
      *                 90 - DB2 error reading the customer; the item *
      *                      falls back to post                       *
      *  A customer no longer on file goes by post, status 00.        *
      *  An item is never lost to a routing failure - whatever goes   *
      *  wrong, the channel comes back 'P' and the caller prints it.  *
      ******************************************************************
       77 NTF-MODULE               PIC X(08) VALUE 'LGNOTIFY'.
       01 WS-NOTIFY-PARMS.
          05 NTF-REQUEST           PIC X(01).
             88 NTF-ROUTE-ITEM                VALUE 'R'.
             88 NTF-CLOSE-FILE                VALUE 'C'.
          05 NTF-CUSTOMER-NUM      PIC S9(09) COMP.
          05 NTF-POLICY-NUM        PIC S9(09) COMP.
          05 NTF-ITEM-TYPE         PIC X(01).
          05 NTF-PROGRAM           PIC X(08).
          05 NTF-AMOUNT            PIC 9(09)V99.
          05 NTF-ITEM-DATE         PIC X(10).
          05 NTF-ITEM-IMAGE        PIC X(180).
          05 NTF-CHANNEL           PIC X(01).
             88 NTF-BY-POST                   VALUE 'P'.
             88 NTF-PRINT-ITEM                VALUES 'P' 'B'.
          05 NTF-RUN-DATE          PIC X(10).
          05 NTF-STATUS            PIC X(02).
