      ******************************************************************
      *  LGGLXREC                                                     *
      *  General-ledger extract record - written on GLOUT by each     *
      *  money-moving batch run (LGBILL, LGPPOST, LGSUSP, LGREFND,    *
      *  LGBRKST, LGCLMSET, LGARUDD, LGMATUR) and read by the nightly *
      *  LGGLJNL journal run from the concatenation of those GLOUT    *
      *  files.                                                       *
      *  One DETAIL record per money movement the run made, then one  *
      *  TOTALS trailer per event code the run handles, carrying the  *
      *  run's own control count and value for that event (zero when  *
      *  nothing happened) - so LGGLJNL can prove every detail it     *
      *  journals against the producing run's totals.  Amounts are    *
      *  always positive; the event code says which way the money     *
      *  moved.  GLX-POLICY-TYPE is blank where the movement belongs  *
      *  to no one policy (unallocated suspense cash).  LRECL is 80.  *
      *                                                                *
      *  Event codes:                                                  *
      *    BD premium demand raised (LGBILL)                           *
      *    BT Insurance Premium Tax demanded with the premium (LGBILL) *
      *    RC receipt posted to a policy (LGPPOST)                     *
      *    SI receipt new into suspense (LGSUSP)                       *
      *    SA suspense receipt re-applied to a policy (LGSUSP)         *
      *    SW suspense receipt written off (LGSUSP)                    *
      *    RF premium refund paid (LGREFND)                            *
      *    CM broker commission earned (LGBRKST)                       *
      *    CB broker commission clawed back (LGBRKST)                  *
      *    BP broker commission paid by BACS or cheque (LGBRKST)       *
      *    CP claim payment made (LGCLMSET)                            *
      *    DR direct-debit receipt returned unpaid (LGARUDD)           *
      *    MP endowment maturity value paid (LGMATUR)                  *
      ******************************************************************
       01 GL-EXTRACT-REC.
          05 GLX-RECORD-ID         PIC X(06).
             88 GLX-DETAIL                    VALUE 'DETAIL'.
             88 GLX-TOTALS                    VALUE 'TOTALS'.
          05 GLX-SOURCE            PIC X(08).
          05 GLX-EVENT             PIC X(02).
          05 GLX-POLICY-TYPE       PIC X(01).
          05 GLX-REFERENCE         PIC 9(10).
          05 GLX-AMOUNT            PIC 9(09)V99.
          05 GLX-RUN-DATE          PIC X(10).
          05 FILLER                PIC X(32).
       01 GL-EXTRACT-TRAILER REDEFINES GL-EXTRACT-REC.
          05 GLT-RECORD-ID         PIC X(06).
          05 GLT-SOURCE            PIC X(08).
          05 GLT-EVENT             PIC X(02).
          05 GLT-COUNT             PIC 9(09).
          05 GLT-VALUE             PIC 9(11)V99.
          05 GLT-RUN-DATE          PIC X(10).
          05 FILLER                PIC X(32).

      * Run date stamped on every GLOUT record - today's date from
      * ACCEPT ... FROM DATE YYYYMMDD laid out as an ISO date.
       01 GL-EXTRACT-WORK.
          05 GLW-TODAY             PIC 9(08).
          05 GLW-TODAY-R REDEFINES GLW-TODAY.
             10 GLW-TODAY-YYYY     PIC 9(04).
             10 GLW-TODAY-MM       PIC 9(02).
             10 GLW-TODAY-DD       PIC 9(02).
          05 GLW-RUN-DATE.
             10 GLW-RUN-YYYY       PIC 9(04).
             10 FILLER             PIC X(01)  VALUE '-'.
             10 GLW-RUN-MM         PIC 9(02).
             10 FILLER             PIC X(01)  VALUE '-'.
             10 GLW-RUN-DD         PIC 9(02).
