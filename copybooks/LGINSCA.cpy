      ******************************************************************
      *  LGINSCA                                                      *
      *  Parameter block for the shared LGINSTAL instalment-schedule  *
      *  module.  A policy paying monthly has one INSTALMENT row per  *
      *  instalment (the DECLARE in DGENAPP has the columns); every   *
      *  door that changes what the customer owes for the year -      *
      *  GETAAVG's add and endorsement, LGRENEW's renewal - CALLs     *
      *  LGINSTAL with this block so the schedule is always built and *
      *  spread the same way.  LGINSTAL issues SQL only, so GETAAVG   *
      *  may CALL it when it is itself LINKed under CICS.             *
      *                                                                *
      *  INS-REQUEST:                                                 *
      *    'N' new plan - INS-INSTALMENTS instalments of INS-PREMIUM  *
      *        plus an INS-CHARGE-PCT credit charge, the first due    *
      *        on INS-START-DATE and one a month after that           *
      *    'R' renewal - the policy's existing plan (count and charge *
      *        off its INSTALMENT rows) rebuilt for the new year's    *
      *        INS-PREMIUM from INS-START-DATE; any not-yet-demanded  *
      *        rows due on or after the start date are replaced, so   *
      *        a rerun does not double the schedule                   *
      *    'E' endorsement - INS-PREMIUM is the pro-rata additional   *
      *        (negative for a return) premium, spread with the same  *
      *        charge over the instalments not yet demanded           *
      *  INS-START-DATE is an ISO date; spaces means today.  The      *
      *  regular instalment, the first instalment (which takes any    *
      *  odd pence) and the total payable come back to the caller.    *
      *                                                                *
      *  INS-STATUS:                                                  *
      *    00 - schedule written / respread                           *
      *    04 - 'R'/'E' on a policy with no instalment plan (or no    *
      *         instalments left to spread over) - it pays annually, *
      *         nothing to do                                         *
      *    80 - instalment count not 2-12, or charge over 25%         *
      *    90 - DB2 error                                             *
      ******************************************************************
       77 INS-MODULE               PIC X(08) VALUE 'LGINSTAL'.
       01 WS-INSTAL-PARMS.
          05 INS-REQUEST           PIC X(01).
             88 INS-NEW-PLAN                  VALUE 'N'.
             88 INS-RENEW-PLAN                VALUE 'R'.
             88 INS-ENDORSE-PLAN              VALUE 'E'.
          05 INS-POLICY-NUM        PIC S9(09) COMP.
          05 INS-CUSTOMER-NUM      PIC S9(09) COMP.
          05 INS-POLICY-TYPE       PIC X(01).
          05 INS-PREMIUM           PIC S9(07)V99 COMP-3.
          05 INS-INSTALMENTS       PIC 9(02).
          05 INS-CHARGE-PCT        PIC 9(02)V99.
          05 INS-START-DATE        PIC X(10).
          05 INS-REGULAR-AMOUNT    PIC S9(07)V99 COMP-3.
          05 INS-FIRST-AMOUNT      PIC S9(07)V99 COMP-3.
          05 INS-TOTAL-PAYABLE     PIC S9(07)V99 COMP-3.
          05 INS-STATUS            PIC X(02).
