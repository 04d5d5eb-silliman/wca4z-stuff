      ******************************************************************
      *  LGCLMCA                                                      *
      *  Parameter block for the shared LGCLMNT claim module - CALLed *
      *  by the LGCLMREG intake batch and LINKed from the LGTESTC3    *
      *  claims screen, so a claim notified by phone and one keyed    *
      *  online are matched to their policy and registered the same  *
      *  way.  LGCLMNT issues SQL only, so either door may use it.    *
      *                                                                *
      *  CLM-REQUEST:                                                 *
      *    'R' register - CLM-POLICY-NUM, CLM-CUST-NUMBER, the date   *
      *        of loss (ISO), claimed value and description in; the   *
      *        new CLAIM row's number comes back in CLM-CLAIM-NUM     *
      *    'I' inquire  - the claims on CLM-POLICY-NUM past           *
      *        CLM-START-NUM (0 for the first page) in claim-number   *
      *        order, up to 8 per call, with CLM-MORE-FLAG = 'Y'      *
      *        when another page exists.  A non-zero CLM-CUST-NUMBER *
      *        must own the policy, the same as on a registration.    *
      *                                                                *
      *  CLM-RETURN-CODE:                                             *
      *    00 - claim registered / claims returned                    *
      *    01 - inquiry found no (more) claims on the policy          *
      *    80 - unknown policy number                                 *
      *    81 - policy not owned by the customer on the claim         *
      *    82 - non-numeric claim value                               *
      *    83 - claim date not an ISO date                            *
      *    89 - CLM-REQUEST not R or I                                *
      *    90 - DB2 error                                             *
      ******************************************************************
       01 WS-CLAIM-PARMS.
          05 CLM-REQUEST           PIC X(01).
             88 CLM-REGISTER                  VALUE 'R'.
             88 CLM-INQUIRE                   VALUE 'I'.
          05 CLM-POLICY-NUM        PIC 9(09).
          05 CLM-CUST-NUMBER       PIC 9(10).
          05 CLM-CLAIM-DATE        PIC X(10).
          05 CLM-CLAIM-VALUE       PIC 9(07)V99.
          05 CLM-CLAIM-VALUE-X REDEFINES CLM-CLAIM-VALUE
                                   PIC X(09).
          05 CLM-CLAIM-DESC        PIC X(30).
          05 CLM-START-NUM         PIC 9(09).
          05 CLM-CLAIM-NUM         PIC 9(09).
          05 CLM-RETURN-CODE       PIC X(02).
          05 CLM-LIST-COUNT        PIC 9(02).
          05 CLM-MORE-FLAG         PIC X(01).
          05 CLM-LIST OCCURS 8 TIMES.
             10 CLM-L-CLAIM-NUM    PIC 9(09).
             10 CLM-L-CLAIM-DATE   PIC X(10).
             10 CLM-L-CLAIM-VALUE  PIC 9(07)V99.
             10 CLM-L-CLAIM-STATUS PIC X(01).
             10 CLM-L-CLAIM-DESC   PIC X(30).
