      *     CICS task would not give LGRCALC the EIB its CICS        *
      *     commands need, so CICS callers must LINK, never CALL.    *
      *                                                                *
      *  Every successful rating also returns the Insurance Premium   *
      *  Tax on the rated premium - RAT-IPT-RATE, the rate in effect  *
      *  today for the policy type off the GENAIPT rate file, and     *
      *  RAT-IPT-AMOUNT.  A caller that already has its premium (a    *
      *  keyed override, a figure rated earlier) sets RAT-REQUEST 'T' *
      *  with RAT-POLICY-TYPE and RAT-PREMIUM filled in and gets the  *
      *  tax alone.  It reads GENAIPT like any other request, so      *
      *  RAT-CICS-FLAG applies: CICS callers LINK for it too.         *
      *  RAT-REQUEST 'B' returns the band key alone (RAT-BAND-KEY,    *
      *  status 00) with no rate lookup, so experience reporting      *
      *  bands a policy exactly as rating would.  Any other           *
      *  RAT-REQUEST rates.                                           *
      *                                                                *
      *  A motor rating also applies the no-claims discount off the   *
      *  GENANCD scale, after the multi-policy discount: the caller   *
      *  passes the claim-free years held on RAT-NCD-YEARS and, at    *
      *  renewal, the claims made in the year on RAT-NCD-CLAIMS.      *
      *  Each claim steps the years back down the scale before the    *
      *  percentage is looked up; the years actually rated on come    *
      *  back on RAT-NCD-YEARS and the percentage on RAT-NCD-PCT      *
      *  (zero for every other policy type).                          *
      *                                                                *
      *  RAT-STATUS:                                                  *
      *    00 - premium computed                                      *
      *    10 - no rate on file for the derived band key              *
      *    20 - rate table or IPT rate file could not be opened/read  *
      ******************************************************************
       01 WS-RATING-PARMS.
          05 RAT-POLICY-TYPE       PIC X(01).
      * no discount applied).
          05 RAT-POLICY-COUNT      PIC 9(04).
          05 RAT-DISCOUNT-PCT      PIC 9(02)V99.
          05 RAT-REQUEST           PIC X(01).
             88 RAT-TAX-ONLY                  VALUE 'T'.
             88 RAT-BAND-ONLY                 VALUE 'B'.
          05 RAT-IPT-RATE          PIC 9(02)V99.
          05 RAT-IPT-AMOUNT        PIC S9(07)V99.
      * Motor no-claims discount - years held (in) / years rated on
      * (out), claims to step back for (in), percentage applied (out).
          05 RAT-NCD-YEARS         PIC 9(02).
          05 RAT-NCD-CLAIMS        PIC 9(02).
          05 RAT-NCD-PCT           PIC 9(02)V99.
