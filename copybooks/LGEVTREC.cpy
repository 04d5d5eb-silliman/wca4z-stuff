      ******************************************************************
      *  LGEVTREC                                                     *
      *  Published layout of the business events put on the MQ queue  *
      *  GENAPP.BUSINESS.EVENTS for the claims platform, the broker   *
      *  portal and the warehouse - one message per change, built by  *
      *  GETAAVG (policy add, endorsement, cancellation, deletion,    *
      *  customer merge) and LGCUPDT (contact change) and put by the  *
      *  LGEVPUB module in the unit of work that made the change.     *
      *                                                                *
      *  300 bytes, display characters only (MQFMT_STRING), amounts   *
      *  unsigned with two implied decimals.  EV-HEADER is common to  *
      *  every event; EV-BODY is read through the view EV-EVENT-TYPE  *
      *  names.  EV-EVENT-TIMESTAMP is DB2's, the same clock as the   *
      *  audit rows, and orders the events of one customer or policy  *
      *  - a held event put later by LGEVRTRY arrives out of turn.    *
      *                                                                *
      *  Policy events: EV-PREMIUM is the subtype money column as     *
      *  GETAAVG's 3650-GET-POLICY-PREMIUM reads it (premium; sum     *
      *  assured for an endowment, value for a house); the attribute  *
      *  images are laid out per type as on POLENDORSE in DGENAPP.    *
      *    'PA' added     - the policy as issued                      *
      *    'PE' endorsed  - new premium and attributes, with the old  *
      *                     ones in EV-OLD-PREMIUM/EV-OLD-ATTRIBUTES  *
      *    'PC' cancelled - reason and pro-rata return premium/IPT    *
      *    'PD' deleted   - broker, expiry and money column as the    *
      *                     POLICYAUDIT row has them; status, issue   *
      *                     date and IPT blank/zero - the row is gone *
      *  Customer events:                                             *
      *    'CM' merged    - EV-CUSTOMER-NUM survived, EV-RELATED-NUM  *
      *                     was merged away; its policies moved       *
      *    'CC' contact changed - the contact details as they now     *
      *                     stand, EV-CHANGE-SOURCE as on CUSTHIST    *
      *                     ('B' LGCUPDT feed, 'M' merge carry-over)  *
      *                                                                *
      *  Fields are only ever added out of FILLER, with the layout    *
      *  version moved on, so a consumer built on version 01 keeps    *
      *  working.                                                     *
      ******************************************************************
       01 EVENT-MESSAGE.
          05 EV-HEADER.
             10 EV-LAYOUT-VERSION  PIC X(02).
             10 EV-EVENT-TYPE      PIC X(02).
                88 EV-POLICY-ADDED            VALUE 'PA'.
                88 EV-POLICY-ENDORSED         VALUE 'PE'.
                88 EV-POLICY-CANCELLED        VALUE 'PC'.
                88 EV-POLICY-DELETED          VALUE 'PD'.
                88 EV-CUSTOMERS-MERGED        VALUE 'CM'.
                88 EV-CONTACT-CHANGED         VALUE 'CC'.
             10 EV-EVENT-TIMESTAMP PIC X(26).
             10 EV-SOURCE-PROGRAM  PIC X(08).
             10 EV-CUSTOMER-NUM    PIC 9(10).
             10 EV-POLICY-NUM      PIC 9(10).
             10 EV-RELATED-NUM     PIC 9(10).
             10 FILLER             PIC X(12).
          05 EV-BODY               PIC X(220).
          05 EV-POLICY-BODY REDEFINES EV-BODY.
             10 EV-POLICY-TYPE     PIC X(01).
             10 EV-POLICY-STATUS   PIC X(01).
             10 EV-ISSUE-DATE      PIC X(10).
             10 EV-EXPIRY-DATE     PIC X(10).
             10 EV-BROKERID        PIC 9(10).
             10 EV-BROKERSREF      PIC X(10).
             10 EV-PREMIUM         PIC 9(07)V99.
             10 EV-IPT-AMOUNT      PIC 9(07)V99.
             10 EV-ATTRIBUTES      PIC X(40).
             10 EV-OLD-PREMIUM     PIC 9(07)V99.
             10 EV-OLD-ATTRIBUTES  PIC X(40).
             10 EV-CANCEL-REASON   PIC X(20).
             10 EV-RETURN-PREMIUM  PIC 9(07)V99.
             10 EV-RETURN-IPT      PIC 9(07)V99.
             10 FILLER             PIC X(33).
          05 EV-MERGE-BODY REDEFINES EV-BODY.
             10 EV-POLICIES-MOVED  PIC 9(09).
             10 FILLER             PIC X(211).
          05 EV-CONTACT-BODY REDEFINES EV-BODY.
             10 EV-CHANGE-SOURCE   PIC X(01).
             10 EV-HOUSENAME       PIC X(20).
             10 EV-HOUSENUMBER     PIC X(04).
             10 EV-POSTCODE        PIC X(08).
             10 EV-PHONE-MOBILE    PIC X(10).
             10 EV-PHONE-HOME      PIC X(10).
             10 EV-EMAIL-ADDRESS   PIC X(30).
             10 EV-COMMS-PREF      PIC X(01).
             10 FILLER             PIC X(136).
