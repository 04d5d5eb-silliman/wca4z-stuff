             10 WS-AI-M-MODEL        PIC X(10).
             10 WS-AI-M-REGISTRATION PIC X(07).
             10 WS-AI-M-ENGINE-CC    PIC 9(04).
             10 WS-AI-M-NCD-YEARS    PIC 9(02).
             10 WS-AI-M-NCD-PCT      PIC 9(02)V99.
             10 FILLER               PIC X(03).
          05 WS-ATTR-IMAGE-E REDEFINES WS-ATTR-IMAGE.
             10 WS-AI-E-TERM-YEARS   PIC 9(02).
             10 WS-AI-E-WITH-PROFITS PIC X(01).
       01 WS-CICS-BROKER-REC.
          05 CBK-BROKERID        PIC X(10).
          05 CBK-NAME            PIC X(30).
          05 FILLER              PIC X(80).

       01 WS-QUOTE-WORK.
      * 'Y' only while 3960-CONVERT-QUOTE is inside 3500-ADD-POLICY,
       01 WS-CANCEL-WORK.
          05 WS-DAYS-REMAINING   PIC S9(09) COMP-5.
          05 WS-RETURN-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-RETURN-IPT       PIC S9(07)V99 COMP-3.
          05 WS-POLICY-STATUS    PIC X(01).
          05 WS-CANCEL-REASON    PIC X(20).


       COPY LGRATCA.

      *================================================================*
      * Work fields for the instalment plan - 3502 decides whether an *
      * add asked for one, 3580 and 3750 CALL the shared LGINSTAL     *
      * schedule module with the LGINSCA block.                       *
      *================================================================*
       01 WS-INSTAL-WORK.
          05 WS-PLAN-STATE       PIC X(01) VALUE ' '.
             88 INSTALMENT-PLAN-WANTED      VALUE 'Y'.
          05 WS-PLAN-INSTALMENTS PIC 9(02).
          05 WS-PLAN-CHARGE-PCT  PIC 9(02)V99.
          05 WS-ENDORSE-ADJUST   PIC S9(07)V99 COMP-3.
          05 DB2-INSTALMENTS-INT PIC S9(04) COMP.
          05 DB2-CHARGE-PCT      PIC S9(02)V99 COMP-3.

       COPY LGINSCA.

      *================================================================*
      * Work fields for sanctions/PEP screening - ONBOARD-CUSTOMER    *
      * screens every new customer through the shared LGSANCHK module *
      * with the LGSANCA block; 3503 will not issue a policy to a     *
      * customer still held on the SANCREVIEW compliance worklist.    *
      *================================================================*
       01 WS-SANCTION-WORK.
          05 WS-SAN-HELD-ROWS    PIC S9(09) COMP.

       COPY LGSANCA.

      *================================================================*
      * Work fields for Insurance Premium Tax - 3590 has LGRCALC work *
      * out the tax on the premium into DB2-IPT-RATE/DB2-IPT-AMOUNT;  *
      * 3595 records each taxable event on the IPTLEDGER table.        *
      *================================================================*
       01 WS-IPT-WORK.
          05 WS-OLD-IPT          PIC S9(07)V99 COMP-3.
          05 WS-POLICY-IPT       PIC S9(07)V99 COMP-3.
          05 WS-ENDORSE-IPT      PIC S9(07)V99 COMP-3.
          05 WS-IPT-EVENT        PIC X(01).
          05 WS-IPT-TAXABLE      PIC S9(09)V99 COMP-3.
          05 WS-IPT-CHARGED      PIC S9(07)V99 COMP-3.

      *================================================================*
      * Work fields for the business events - every policy add,       *
      * endorsement, cancellation and deletion, every merge and the    *
      * contact change a merge carries across, goes to the downstream  *
      * systems in the LGEVTREC layout through the shared LGEVPUB      *
      * module (LGEVTCA block).  3982 reads the POLICY row a policy    *
      * event describes into these.                                    *
      *================================================================*
       01 WS-EVENT-WORK.
          05 WS-EVT-STATUS       PIC X(01).
          05 WS-EVT-ISSUEDATE    PIC X(10).
          05 WS-EVT-EXPIRYDATE   PIC X(10).
          05 WS-EVT-BROKERID     PIC S9(09) COMP-5.
          05 WS-EVT-BROKERSREF   PIC X(10).
          05 WS-EVT-IPT          PIC S9(07)V99 COMP-3.
          05 WS-EVT-COMMS-PREF   PIC X(01).

       COPY LGEVTREC.

       COPY LGEVTCA.

            EXEC SQL
             INCLUDE SQLCA
            END-EXEC.
      * 'U' when the LGUWDEC decision run re-presents an underwriter-
      * accepted referral - the one caller allowed past the GENALIMT
      * limit check.  IN-REFERRAL-NUM returns the worklist number
      * when an add is referred (status '01') - or, on an onboarding
      * held for sanctions review, the SANCREVIEW number (zero when
      * the customer is held on a review already on the worklist).
           05 IN-UW-APPROVED      PIC X(01).
           05 IN-REFERRAL-NUM     PIC 9(09).
      * Broker id and the broker's own reference for the policy being
      * Multi-policy discount percentage LGRCALC applied to the rated
      * premium on an add or saved quote, so the caller can quote it.
           05 IN-DISCOUNT-PCT     PIC 9(02)V99.
      * Instalment plan asked for on an Add Policy - 2 to 12 monthly
      * instalments plus an optional credit charge percentage; zero,
      * one or not numeric means the policy pays annually.  The
      * regular instalment comes back on IN-INSTALMENT-AMOUNT - on an
      * endorsement, the change to each instalment still to be
      * demanded.
           05 IN-INSTALMENTS      PIC 9(02).
           05 IN-CREDIT-CHARGE-PCT PIC 9(02)V99.
           05 IN-INSTALMENT-AMOUNT PIC S9(07)V99.
      * Insurance Premium Tax, held apart from the net premium in
      * IN-POLICY-PREMIUM: on an add or endorsement the tax on the
      * policy's premium, on a cancellation the tax returned with
      * IN-RETURN-PREMIUM.
           05 IN-IPT-AMOUNT       PIC S9(07)V99.
      * Motor no-claims discount - claim-free years supplied on an add,
      * saved quote or endorsement; the percentage LGRCALC took off
      * the premium for them comes back (and is returned by an
      * inquiry).  A CICS caller, rating for itself, supplies both.
           05 IN-M-NCD-YEARS      PIC 9(02).
           05 IN-M-NCD-PCT        PIC 9(02)V99.


       PROCEDURE DIVISION USING WS-IN-REC.
      *    every invocation so a request that succeeds returns '00'
      *    rather than whatever the previous request left behind,
      *    and the quote-conversion flag so a plain add never rides
      *    on a previous request's conversion (the instalment-plan
      *    flag likewise).
           MOVE '00' TO WS-STATUS-CODE
           MOVE ' '  TO WS-CONVERT-STATE
           MOVE ' '  TO WS-PLAN-STATE
           .
      *    PERFORM 1000-EXIT.
      *1000-EXIT.
                PERFORM ONBOARD-CUSTOMER

            WHEN IN-ACTION-CODE = '2'
      * Motor policy for a feed customer - the full add path
                PERFORM INSERT-CUSTOMER-POLICY

            WHEN IN-ACTION-CODE = '3'
             END-EVALUATE
           END-IF.

           PERFORM SCREEN-NEW-CUSTOMER.

           EXIT.

      *================================================================*
      * Screen the customer just added against the sanctions and PEP   *
      * watchlist.  A possible match (or no list to screen against)    *
      * holds the customer on the SANCREVIEW worklist - the add        *
      * stands, but comes back '01' with the worklist number on        *
      * IN-REFERRAL-NUM, and 3503 refuses the customer a policy until  *
      * compliance clears the review.  Under CICS the module is        *
      * LINKed, so its file browse has the EIB it needs.               *
      *================================================================*
       SCREEN-NEW-CUSTOMER.

           MOVE SPACE              TO SAN-REQUEST
           MOVE WS-CUSTOMER-NUMBER TO SAN-CUSTOMER-NUM
           MOVE IN-FIRSTNAME       TO SAN-FIRSTNAME
           MOVE IN-LASTNAME        TO SAN-LASTNAME
           MOVE IN-DATEOFBIRTH     TO SAN-DATEOFBIRTH
           MOVE IN-POSTCODE        TO SAN-POSTCODE
           MOVE 'B'                TO SAN-SOURCE

           IF IN-CALLER-ENV = 'C'
              MOVE 'C' TO SAN-CICS-FLAG
              EXEC CICS LINK PROGRAM(SAN-MODULE)
                        COMMAREA(WS-SANCTION-PARMS)
              END-EXEC
           ELSE
              MOVE SPACE TO SAN-CICS-FLAG
              CALL SAN-MODULE USING WS-SANCTION-PARMS
           END-IF

           EVALUATE SAN-STATUS
             WHEN '00'
                CONTINUE
             WHEN '01'
             WHEN '20'
                DISPLAY 'CUSTOMER HELD FOR COMPLIANCE REVIEW:'
                         WS-CUSTOMER-NUMBER
                MOVE SAN-REVIEW-NUM TO IN-REFERRAL-NUM
                MOVE '01' TO WS-STATUS-CODE
             WHEN OTHER
                DISPLAY 'SANCTIONS SCREEN FAILED, LGSANCHK STATUS:'
                         SAN-STATUS
                MOVE '90' TO WS-STATUS-CODE
                PERFORM 9000-END-PARA
           END-EVALUATE
           .

           EXIT.


      *================================================================*
      * The motor policy a batch feed adds for a customer (action '2') *
      * - always a motor policy on the house account, as it has been   *
      * since the feed was written.  It goes through the same add as   *
      * any other policy, so it is refused for a customer held for     *
      * compliance review, rated, taxed, given its MOTOR row and its   *
      * IPTLEDGER entry, and published.  A premium on the feed record  *
      * is a quote override as on an add-policy record; zero rates it. *
      *================================================================*
       INSERT-CUSTOMER-POLICY.

           MOVE 'M'            TO IN-POLICY-TYPE
           MOVE 0              TO IN-BROKERID
           MOVE SPACES         TO IN-BROKERSREF

           PERFORM 3500-ADD-POLICY
           .
           EXIT.

              IF SQLCODE = 0
                 MOVE DB2-POLICYNUM-INT TO DB2-POLICYNUMBER
                 PERFORM WRITE-POLICY-DELETE-AUDIT
                 PERFORM 3986-PUBLISH-POLICY-DELETED
              ELSE
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           EXIT.

      *================================================================*
      * Add a single policy for a customer (LGTESTC1 menu option 5,   *
      * and the batch feed's motor add via INSERT-CUSTOMER-POLICY).   *
      * Takes the policy type from the caller and hands the generated *
      * policy number back on IN-POLICY-NUM.                          *
      * The premium is computed by 3510-RATE-NEW-POLICY before         *
      * anything is inserted - a keyed-in amount is a flagged quote    *
      * override, not the normal path.                                 *
      *================================================================*
       3500-ADD-POLICY.

           PERFORM 3503-CHECK-COMPLIANCE-HOLD

           PERFORM 3505-VALIDATE-BROKER

           PERFORM 3502-CHECK-INSTALMENT-PLAN

           PERFORM 3510-RATE-NEW-POLICY

      *    The rated (or keyed) amount is now in IN-POLICY-PREMIUM -
              PERFORM 3530-CHECK-REFERRAL-LIMIT
           END-IF

           PERFORM 3590-COMPUTE-IPT
           MOVE DB2-IPT-AMOUNT TO IN-IPT-AMOUNT

           MOVE IN-POLICY-TYPE TO DB2-POLICYTYPE
      *    Broker id zero is the house account - the 0/'DUMMY'
      *    pairing every policy used to get unconditionally.
                         BROKERID,
                         BROKERSREFERENCE,
                         PAYMENT,
                         STATUS,
                         IPTRATE,
                         IPTAMOUNT         )
                VALUES ( DEFAULT,
                         :WS-CUSTOMER-NUMBER,
                         CHAR(CURRENT DATE, ISO),
                         :DB2-BROKERID-INT,
                         :DB2-BROKERSREF,
                         :DB2-PAYMENT-INT,
                         'I',
                         :DB2-IPT-RATE,
                         :DB2-IPT-AMOUNT       )
           END-EXEC

           EVALUATE SQLCODE
                END-EXEC
                MOVE DB2-POLICYNUM-INT TO IN-POLICY-NUM
                PERFORM 3550-ADD-POLICY-SUBTYPE
                MOVE 'N'               TO WS-IPT-EVENT
                MOVE IN-POLICY-PREMIUM TO WS-IPT-TAXABLE
                MOVE DB2-IPT-AMOUNT    TO WS-IPT-CHARGED
                PERFORM 3595-WRITE-IPT-LEDGER
                IF INSTALMENT-PLAN-WANTED
                   PERFORM 3580-CREATE-INSTALMENTS
                END-IF
                PERFORM 3983-PUBLISH-POLICY-ADDED
             WHEN -530
                MOVE '70' TO WS-STATUS-CODE
                PERFORM 9000-END-PARA

           EXIT.

      *================================================================*
      * Instalment plan - an add asking for 2-12 monthly instalments  *
      * gets an INSTALMENT schedule once the policy is written; zero, *
      * one or a blank count means the policy pays annually, as every *
      * policy used to.  The plan is checked here, before anything is *
      * inserted, so an unusable plan rejects the add rather than     *
      * leaving an in-force policy with no way to collect it.  Status *
      * 89 = count over 12, or credit charge not numeric or over the  *
      * 25% LGINSTAL accepts.                                          *
      *================================================================*
       3502-CHECK-INSTALMENT-PLAN.

           MOVE ZEROES TO IN-INSTALMENT-AMOUNT

           IF IN-INSTALMENTS IS NUMERIC
              AND IN-INSTALMENTS > 1
              IF IN-INSTALMENTS > 12
                 DISPLAY 'INSTALMENT COUNT OVER 12:' IN-INSTALMENTS
                 MOVE '89' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
              MOVE IN-INSTALMENTS TO WS-PLAN-INSTALMENTS
              IF IN-CREDIT-CHARGE-PCT IS NUMERIC
                 MOVE IN-CREDIT-CHARGE-PCT TO WS-PLAN-CHARGE-PCT
              ELSE
                 MOVE 99.99 TO WS-PLAN-CHARGE-PCT
              END-IF
              IF WS-PLAN-CHARGE-PCT > 25
                 DISPLAY 'CREDIT CHARGE NOT VALID:'
                          IN-CREDIT-CHARGE-PCT
                 MOVE '89' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
              SET INSTALMENT-PLAN-WANTED TO TRUE
           END-IF
           .

           EXIT.

      *================================================================*
      * A customer with a sanctions/PEP review still pending, or whose *
      * match compliance has confirmed, is not issued a policy by any  *
      * route - new business, quote conversion, or an underwriter-     *
      * accepted referral re-presented by LGUWDEC.  Status 85 =        *
      * customer held for compliance review.                           *
      *================================================================*
       3503-CHECK-COMPLIANCE-HOLD.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-SAN-HELD-ROWS
               FROM SANCREVIEW
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND STATUS IN ('P', 'M')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-SAN-HELD-ROWS > 0
              DISPLAY 'CUSTOMER HELD FOR COMPLIANCE REVIEW:'
                       WS-CUSTOMER-NUMBER
              MOVE '85' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF
           .

           EXIT.

      *================================================================*
      * Broker validation - a nonzero broker id keyed on the add must *
      * be on the GENABRKR broker master (native keyed read in batch, *
              MOVE IN-BROKERSREF TO DB2-BROKERSREF
           END-IF

      *    The instalment plan 3502 accepted travels with it too.
           IF INSTALMENT-PLAN-WANTED
              MOVE WS-PLAN-INSTALMENTS TO DB2-INSTALMENTS-INT
              MOVE WS-PLAN-CHARGE-PCT  TO DB2-CHARGE-PCT
           ELSE
              MOVE 0 TO DB2-INSTALMENTS-INT
              MOVE 0 TO DB2-CHARGE-PCT
           END-IF

           EXEC SQL
             INSERT INTO REFERRAL
                       ( REFERRALNUMBER,
                         BROKERSREF,
                         QUOTENUMBER,
                         STATUS,
                         REFERREDTIMESTAMP,
                         INSTALMENTS,
                         CHARGEPCT )
                VALUES ( DEFAULT,
                         :WS-CUSTOMER-NUMBER,
                         :DB2-POLICYTYPE,
                         :DB2-BROKERSREF,
                         :WS-REF-QUOTE-NUM,
                         'P',
                         CURRENT TIMESTAMP,
                         :DB2-INSTALMENTS-INT,
                         :DB2-CHARGE-PCT )
           END-EXEC

           IF SQLCODE NOT = 0
                MOVE 'Y' TO IN-PREMIUM-OVERRIDE
                DISPLAY 'QUOTE OVERRIDE, KEYED PREMIUM STORED:'
                         IN-POLICY-PREMIUM
      *         A keyed premium had no no-claims discount taken off
      *         it here - the years are kept, the percentage is not.
                MOVE ZEROES TO IN-M-NCD-PCT
             WHEN IN-CALLER-ENV = 'C'
                MOVE ' ' TO IN-PREMIUM-OVERRIDE
                DISPLAY 'NO RATED PREMIUM FROM CICS CALLER'
                MOVE SPACES         TO RAT-DATEOFBIRTH
                MOVE DB2-POSTCODE   TO RAT-POSTCODE
                MOVE SPACE          TO RAT-CICS-FLAG
                MOVE SPACE          TO RAT-REQUEST
                PERFORM 3515-COUNT-INFORCE-POLICIES
                MOVE WS-INFORCE-COUNT TO RAT-POLICY-COUNT
                PERFORM 3518-SET-NCD-YEARS

                CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

                IF RAT-STATUS = '00'
                   MOVE RAT-PREMIUM      TO IN-POLICY-PREMIUM
                   MOVE RAT-DISCOUNT-PCT TO IN-DISCOUNT-PCT
                   MOVE RAT-NCD-PCT      TO IN-M-NCD-PCT
                ELSE
                   DISPLAY 'NO RATE AVAILABLE, LGRCALC STATUS:'
                            RAT-STATUS

           EXIT.

      *================================================================*
      * The motor no-claims years to rate on - the caller's figure,   *
      * zero when it is not numeric or the policy is not motor.  A    *
      * new or endorsed risk has no claims to step back for; only     *
      * LGRENEW's renewal rating passes a claim count.                *
      *================================================================*
       3518-SET-NCD-YEARS.

           IF IN-POLICY-TYPE = 'M' AND IN-M-NCD-YEARS IS NUMERIC
              MOVE IN-M-NCD-YEARS TO RAT-NCD-YEARS
           ELSE
              MOVE ZEROES TO RAT-NCD-YEARS
           END-IF
           MOVE ZEROES TO RAT-NCD-CLAIMS
           .

           EXIT.

      *================================================================*
      * Age in whole years as of today from the ISO date of birth     *
      * just fetched.  A malformed stored date (pre-dating the shared *
                ELSE
                   MOVE 0 TO DB2-M-ENGINECC
                END-IF
                IF IN-M-NCD-YEARS IS NUMERIC
                   MOVE IN-M-NCD-YEARS TO DB2-M-NCD-YEARS
                ELSE
                   MOVE 0 TO DB2-M-NCD-YEARS
                END-IF
                IF IN-M-NCD-PCT IS NUMERIC
                   MOVE IN-M-NCD-PCT TO DB2-M-NCD-PCT
                ELSE
                   MOVE 0 TO DB2-M-NCD-PCT
                END-IF
                EXEC SQL
                   INSERT INTO MOTOR ( POLICYNUMBER, PREMIUM,
                                       MAKE, MODEL, REGISTRATION,
                                       ENGINECC, NCDYEARS, NCDPCT )
                   VALUES ( :DB2-POLICYNUM-INT, :DB2-PREMIUM,
                            :DB2-M-MAKE, :DB2-M-MODEL,
                            :DB2-M-REGISTRATION, :DB2-M-ENGINECC,
                            :DB2-M-NCD-YEARS, :DB2-M-NCD-PCT )
                END-EXEC
             WHEN 'E'
                IF IN-E-TERM-YEARS IS NUMERIC

           EXIT.

      *================================================================*
      * Write the instalment schedule for the policy just added - the *
      * rated (or keyed) annual premium in IN-POLICY-PREMIUM plus its *
      * IPT, split by LGINSTAL from today.  The regular instalment   *
      * goes back to the caller so it can be quoted.  A DB2 failure   *
      * here is a '90' like the subtype insert's own.                  *
      *================================================================*
       3580-CREATE-INSTALMENTS.

           MOVE 'N'                 TO INS-REQUEST
           MOVE DB2-POLICYNUM-INT   TO INS-POLICY-NUM
           MOVE WS-CUSTOMER-NUMBER  TO INS-CUSTOMER-NUM
           MOVE DB2-POLICYTYPE      TO INS-POLICY-TYPE
           COMPUTE INS-PREMIUM = IN-POLICY-PREMIUM + DB2-IPT-AMOUNT
           MOVE WS-PLAN-INSTALMENTS TO INS-INSTALMENTS
           MOVE WS-PLAN-CHARGE-PCT  TO INS-CHARGE-PCT
           MOVE SPACES              TO INS-START-DATE

           CALL INS-MODULE USING WS-INSTAL-PARMS

           IF INS-STATUS = '00'
              MOVE INS-REGULAR-AMOUNT TO IN-INSTALMENT-AMOUNT
              DISPLAY 'INSTALMENT PLAN WRITTEN, REGULAR AMOUNT:'
                       INS-REGULAR-AMOUNT
           ELSE
              DISPLAY 'INSTALMENT SCHEDULE FAILED, LGINSTAL STATUS:'
                       INS-STATUS
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF
           .

           EXIT.

      *================================================================*
      * Insurance Premium Tax on the premium in IN-POLICY-PREMIUM for *
      * the policy type in IN-POLICY-TYPE - LGRCALC's tax-only        *
      * request, which reads the GENAIPT rate file, so under CICS it  *
      * is LINKed for its EIB.  Keyed, rated and referred premiums    *
      * are all taxed here, the one way.  Result in DB2-IPT-RATE and  *
      * DB2-IPT-AMOUNT, ready for the POLICY row.  No readable rate   *
      * file fails the request rather than understate the tax.        *
      *================================================================*
       3590-COMPUTE-IPT.

           MOVE 'T'               TO RAT-REQUEST
           MOVE IN-POLICY-TYPE    TO RAT-POLICY-TYPE
           MOVE IN-POLICY-PREMIUM TO RAT-PREMIUM

           IF IN-CALLER-ENV = 'C'
              MOVE 'C' TO RAT-CICS-FLAG
              EXEC CICS LINK PROGRAM('LGRCALC')
                        COMMAREA(WS-RATING-PARMS)
              END-EXEC
           ELSE
              MOVE SPACE TO RAT-CICS-FLAG
              CALL WS-RATE-PROGRAM USING WS-RATING-PARMS
           END-IF

           IF RAT-STATUS NOT = '00'
              DISPLAY 'IPT NOT COMPUTED, LGRCALC STATUS:' RAT-STATUS
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE RAT-IPT-RATE   TO DB2-IPT-RATE
           MOVE RAT-IPT-AMOUNT TO DB2-IPT-AMOUNT
           .

           EXIT.

      *================================================================*
      * One IPTLEDGER row for the taxable event in WS-IPT-EVENT - the *
      * premium in WS-IPT-TAXABLE and the tax charged on it in        *
      * WS-IPT-CHARGED at DB2-IPT-RATE (both negative on a return).   *
      * The quarterly IPT return is built from these rows, so a       *
      * failed insert fails the request like any other DB2 error.     *
      *================================================================*
       3595-WRITE-IPT-LEDGER.

           EXEC SQL
             INSERT INTO IPTLEDGER
                       ( POLICYNUMBER,
                         POLICYTYPE,
                         EVENTTYPE,
                         EVENTDATE,
                         TAXABLEPREMIUM,
                         IPTRATE,
                         IPTAMOUNT,
                         CREATEDTIMESTAMP )
                VALUES ( :DB2-POLICYNUM-INT,
                         :DB2-POLICYTYPE,
                         :WS-IPT-EVENT,
                         CHAR(CURRENT DATE, ISO),
                         :WS-IPT-TAXABLE,
                         :DB2-IPT-RATE,
                         :WS-IPT-CHARGED,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON IPTLEDGER INSERT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF
           .

           EXIT.

      *================================================================*
      * Inquire on a single policy (LGTESTC1 menu option 6) - looks up *
      * the policy type then the type-specific premium/value, the same *
             WHEN 'M'
                EXEC SQL
                   SELECT PREMIUM, MAKE, MODEL, REGISTRATION,
                          ENGINECC, NCDYEARS, NCDPCT
                   INTO :WS-POLICY-PREMIUM, :DB2-M-MAKE,
                        :DB2-M-MODEL, :DB2-M-REGISTRATION,
                        :DB2-M-ENGINECC, :DB2-M-NCD-YEARS,
                        :DB2-M-NCD-PCT
                   FROM MOTOR
                   WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                END-EXEC
                   MOVE DB2-M-MODEL        TO IN-M-MODEL
                   MOVE DB2-M-REGISTRATION TO IN-M-REGISTRATION
                   MOVE DB2-M-ENGINECC     TO IN-M-ENGINE-CC
                   MOVE DB2-M-NCD-YEARS    TO IN-M-NCD-YEARS
                   MOVE DB2-M-NCD-PCT      TO IN-M-NCD-PCT
                END-IF
             WHEN 'E'
                EXEC SQL
                WHEN 0
                   MOVE DB2-POLICYNUM-INT TO DB2-POLICYNUMBER
                   PERFORM WRITE-POLICY-DELETE-AUDIT
                   PERFORM 3986-PUBLISH-POLICY-DELETED
                   MOVE '00' TO WS-STATUS-CODE
                WHEN OTHER
                   MOVE '90' TO WS-STATUS-CODE
       3750-ENDORSE-POLICY.

           MOVE IN-POLICY-NUM TO DB2-POLICYNUM-INT
           MOVE ZEROES        TO IN-INSTALMENT-AMOUNT
           MOVE ZEROES        TO IN-IPT-AMOUNT

           EXEC SQL
              SELECT POLICYTYPE, STATUS, EXPIRYDATE, IPTAMOUNT
                INTO :DB2-POLICYTYPE, :WS-POLICY-STATUS,
                     :DB2-EXPIRYDATE, :WS-OLD-IPT
                FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                MOVE SPACES         TO RAT-DATEOFBIRTH
                MOVE DB2-POSTCODE   TO RAT-POSTCODE
                MOVE SPACE          TO RAT-CICS-FLAG
                MOVE SPACE          TO RAT-REQUEST
      *         An endorsement re-rates an existing policy, not a
      *         new one - no multi-policy discount in play.
                MOVE ZEROES         TO RAT-POLICY-COUNT
      *         The no-claims years rated on are the endorsed ones,
      *         held in the new image until 3748 puts them back.
                MOVE WS-NEW-ATTRS   TO WS-ATTR-IMAGE
                MOVE ZEROES         TO RAT-NCD-YEARS
                                       RAT-NCD-CLAIMS
                IF DB2-POLICYTYPE = 'M'
                   MOVE WS-AI-M-NCD-YEARS TO RAT-NCD-YEARS
                END-IF

                CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

                IF RAT-STATUS = '00'
                   MOVE RAT-PREMIUM TO WS-NEW-PREMIUM
                   IF DB2-POLICYTYPE = 'M'
                      MOVE RAT-NCD-PCT  TO WS-AI-M-NCD-PCT
                      MOVE WS-ATTR-IMAGE TO WS-NEW-ATTRS
                   END-IF
                ELSE
                   DISPLAY 'NO RATE AVAILABLE, LGRCALC STATUS:'
                            RAT-STATUS
           PERFORM 3748-UNFLATTEN-ATTRIBUTES
           MOVE WS-NEW-PREMIUM TO IN-POLICY-PREMIUM

      *    The annual IPT moves with the premium.
           PERFORM 3590-COMPUTE-IPT
           MOVE DB2-IPT-AMOUNT TO IN-IPT-AMOUNT

           PERFORM 3755-UPDATE-POLICY-SUBTYPE

           EXEC SQL
              UPDATE POLICY
                 SET LASTCHANGED = CURRENT TIMESTAMP,
                     IPTRATE     = :DB2-IPT-RATE,
                     IPTAMOUNT   = :DB2-IPT-AMOUNT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC


           PERFORM 3760-WRITE-ENDORSE-AUDIT

           PERFORM 3770-RESPREAD-INSTALMENTS

           PERFORM 3984-PUBLISH-POLICY-ENDORSED

           MOVE '00' TO WS-STATUS-CODE
           .

           EXIT.

      *================================================================*
      * A policy paying by instalments owes the pro-rata difference   *
      * between old and new premium for the rest of the cover year -  *
      * the same days-remaining / 365 basis 3900-CANCEL-POLICY returns *
      * premium on - spread by LGINSTAL over the instalments not yet  *
      * demanded.  LGINSTAL's '04' means the policy pays annually (or *
      * has nothing left to demand) and is not an error here.  The    *
      * IPT on the difference is pro-rated the same way, goes on the  *
      * IPT ledger and is spread along with the premium.               *
      *================================================================*
       3770-RESPREAD-INSTALMENTS.

           EXEC SQL
              SELECT DAYS(DATE(:DB2-EXPIRYDATE)) - DAYS(CURRENT DATE)
                INTO :WS-DAYS-REMAINING
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-DAYS-REMAINING < 0
              MOVE 0 TO WS-DAYS-REMAINING
           END-IF
           IF WS-DAYS-REMAINING > 365
              MOVE 365 TO WS-DAYS-REMAINING
           END-IF

           COMPUTE WS-ENDORSE-ADJUST ROUNDED =
              (WS-NEW-PREMIUM - WS-OLD-PREMIUM)
                 * WS-DAYS-REMAINING / 365
           COMPUTE WS-ENDORSE-IPT ROUNDED =
              (DB2-IPT-AMOUNT - WS-OLD-IPT)
                 * WS-DAYS-REMAINING / 365

           IF WS-ENDORSE-ADJUST NOT = 0
              MOVE 'E'               TO WS-IPT-EVENT
              MOVE WS-ENDORSE-ADJUST TO WS-IPT-TAXABLE
              MOVE WS-ENDORSE-IPT    TO WS-IPT-CHARGED
              PERFORM 3595-WRITE-IPT-LEDGER

              MOVE 'E'                TO INS-REQUEST
              MOVE DB2-POLICYNUM-INT  TO INS-POLICY-NUM
              MOVE WS-CUSTOMER-NUMBER TO INS-CUSTOMER-NUM
              MOVE DB2-POLICYTYPE     TO INS-POLICY-TYPE
              COMPUTE INS-PREMIUM = WS-ENDORSE-ADJUST + WS-ENDORSE-IPT
              MOVE SPACES             TO INS-START-DATE

              CALL INS-MODULE USING WS-INSTAL-PARMS

              EVALUATE INS-STATUS
                 WHEN '00'
                    MOVE INS-REGULAR-AMOUNT TO IN-INSTALMENT-AMOUNT
                    DISPLAY 'INSTALMENTS RESPREAD, ADJUSTMENT:'
                             WS-ENDORSE-ADJUST
                 WHEN '04'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'INSTALMENT RESPREAD FAILED, STATUS:'
                             INS-STATUS
                    MOVE '90' TO WS-STATUS-CODE
                    PERFORM 9000-END-PARA
              END-EVALUATE
           END-IF
           .

           EXIT.

      *================================================================*
      * Flatten the linkage's subtype attribute fields for the policy *
      * type in play into the fixed-position WS-ATTR-IMAGE (layout on *
                ELSE
                   MOVE ZEROES TO WS-AI-M-ENGINE-CC
                END-IF
                IF IN-M-NCD-YEARS IS NUMERIC
                   MOVE IN-M-NCD-YEARS TO WS-AI-M-NCD-YEARS
                ELSE
                   MOVE ZEROES TO WS-AI-M-NCD-YEARS
                END-IF
                IF IN-M-NCD-PCT IS NUMERIC
                   MOVE IN-M-NCD-PCT TO WS-AI-M-NCD-PCT
                ELSE
                   MOVE ZEROES TO WS-AI-M-NCD-PCT
                END-IF
             WHEN 'E'
                IF IN-E-TERM-YEARS IS NUMERIC
                   MOVE IN-E-TERM-YEARS TO WS-AI-E-TERM-YEARS
                MOVE WS-AI-M-MODEL        TO IN-M-MODEL
                MOVE WS-AI-M-REGISTRATION TO IN-M-REGISTRATION
                MOVE WS-AI-M-ENGINE-CC    TO IN-M-ENGINE-CC
                MOVE WS-AI-M-NCD-YEARS    TO IN-M-NCD-YEARS
                MOVE WS-AI-M-NCD-PCT      TO IN-M-NCD-PCT
             WHEN 'E'
                MOVE WS-AI-E-TERM-YEARS   TO IN-E-TERM-YEARS
                MOVE WS-AI-E-WITH-PROFITS TO IN-E-WITH-PROFITS
                MOVE IN-M-MODEL        TO DB2-M-MODEL
                MOVE IN-M-REGISTRATION TO DB2-M-REGISTRATION
                MOVE IN-M-ENGINE-CC    TO DB2-M-ENGINECC
                MOVE IN-M-NCD-YEARS    TO DB2-M-NCD-YEARS
                MOVE IN-M-NCD-PCT      TO DB2-M-NCD-PCT
                EXEC SQL
                   UPDATE MOTOR
                      SET PREMIUM      = :DB2-PREMIUM,
                          MAKE         = :DB2-M-MAKE,
                          MODEL        = :DB2-M-MODEL,
                          REGISTRATION = :DB2-M-REGISTRATION,
                          ENGINECC     = :DB2-M-ENGINECC,
                          NCDYEARS     = :DB2-M-NCD-YEARS,
                          NCDPCT       = :DB2-M-NCD-PCT
                    WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                END-EXEC
             WHEN 'E'

           IF WS-N-CONTACT NOT = WS-O-CONTACT
              PERFORM 3860-WRITE-CONTACT-HISTORY
              PERFORM 3988-PUBLISH-CONTACT-CHANGED
           END-IF

      *    Count, then repoint, the victim's policies

           PERFORM 3850-WRITE-MERGE-AUDIT

           PERFORM 3987-PUBLISH-CUSTOMERS-MERGED

           MOVE '00' TO WS-STATUS-CODE
           .

      * POLCANCEL.  The return premium is the unexpired share of the  *
      * subtype premium column (days of cover remaining over a full   *
      * year), computed before anything is updated so a pricing       *
      * failure cancels nothing.  The IPT charged on the policy comes *
      * back on the same basis, recorded in POLCANCEL and as a        *
      * negative row on the IPT ledger.  Status codes:                *
      *   02 - policy not found for this customer (or no subtype row) *
      *   87 - policy is not in force (already cancelled or lapsed)   *
      *================================================================*
           MOVE IN-POLICY-NUM    TO DB2-POLICYNUM-INT
           MOVE IN-CANCEL-REASON TO WS-CANCEL-REASON
           MOVE ZEROES           TO IN-RETURN-PREMIUM
           MOVE ZEROES           TO IN-IPT-AMOUNT

           EXEC SQL
              SELECT POLICYTYPE, EXPIRYDATE, STATUS,
                     IPTRATE, IPTAMOUNT
                INTO :DB2-POLICYTYPE, :DB2-EXPIRYDATE,
                     :WS-POLICY-STATUS,
                     :DB2-IPT-RATE, :WS-POLICY-IPT
                FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER

           COMPUTE WS-RETURN-PREMIUM ROUNDED =
              WS-POLICY-PREMIUM * WS-DAYS-REMAINING / 365
           COMPUTE WS-RETURN-IPT ROUNDED =
              WS-POLICY-IPT * WS-DAYS-REMAINING / 365

           EXEC SQL
              UPDATE POLICY
                         CANCELREASON,
                         EFFECTIVEDATE,
                         RETURNPREMIUM,
                         RETURNIPT,
                         CANCELLEDTIMESTAMP )
                VALUES ( :DB2-POLICYNUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :WS-CANCEL-REASON,
                         CHAR(CURRENT DATE, ISO),
                         :WS-RETURN-PREMIUM,
                         :WS-RETURN-IPT,
                         CURRENT TIMESTAMP )
           END-EXEC

              PERFORM 9000-END-PARA
           END-IF

           IF WS-RETURN-PREMIUM NOT = 0
              MOVE 'C' TO WS-IPT-EVENT
              COMPUTE WS-IPT-TAXABLE = 0 - WS-RETURN-PREMIUM
              COMPUTE WS-IPT-CHARGED = 0 - WS-RETURN-IPT
              PERFORM 3595-WRITE-IPT-LEDGER
           END-IF

      *    Instalments not yet demanded fall away with the cover - a
      *    cancelled policy is never billed again.
           EXEC SQL
              DELETE FROM INSTALMENT
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
                 AND STATUS = 'D'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3985-PUBLISH-POLICY-CANCELLED

           MOVE WS-RETURN-PREMIUM TO IN-RETURN-PREMIUM
           MOVE WS-RETURN-IPT     TO IN-IPT-AMOUNT
           DISPLAY 'POLICY CANCELLED, RETURN PREMIUM:'
                    WS-RETURN-PREMIUM
                   ' RETURN IPT:' WS-RETURN-IPT
           MOVE '00' TO WS-STATUS-CODE
           .

                MOVE SPACES         TO RAT-DATEOFBIRTH
                MOVE DB2-POSTCODE   TO RAT-POSTCODE
                MOVE SPACE          TO RAT-CICS-FLAG
                MOVE SPACE          TO RAT-REQUEST
                PERFORM 3515-COUNT-INFORCE-POLICIES
                MOVE WS-INFORCE-COUNT TO RAT-POLICY-COUNT
                PERFORM 3518-SET-NCD-YEARS

                CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

                   MOVE RAT-PREMIUM      TO WS-QUOTE-PREMIUM
                   MOVE RAT-BAND-KEY     TO WS-QUOTE-BAND
                   MOVE RAT-DISCOUNT-PCT TO IN-DISCOUNT-PCT
                   MOVE RAT-NCD-PCT      TO IN-M-NCD-PCT
                ELSE
                   DISPLAY 'NO RATE AVAILABLE, LGRCALC STATUS:'
                            RAT-STATUS
           EXIT.


      *================================================================*
      * Publish the business event built in EVENT-MESSAGE through     *
      * LGEVPUB, in this unit of work - a change that is backed out   *
      * takes its event with it.  A queue that cannot be reached      *
      * leaves the event held on EVENTLOG for LGEVRTRY; like the      *
      * audit rows, a publishing failure is logged but never fails    *
      * the change itself.                                            *
      *================================================================*
       3980-PUBLISH-EVENT.

           MOVE SPACE TO EVP-REQUEST
           IF IN-CALLER-ENV = 'C'
              MOVE 'C'   TO EVP-CICS-FLAG
           ELSE
              MOVE SPACE TO EVP-CICS-FLAG
           END-IF
           MOVE EVENT-MESSAGE TO EVP-MESSAGE

           CALL EVP-MODULE USING WS-EVENT-PARMS

           EVALUATE EVP-STATUS
             WHEN '00'
                CONTINUE
             WHEN '04'
                DISPLAY 'EVENT QUEUE UNAVAILABLE, EVENT HELD:'
                        EV-EVENT-TYPE ' MQ REASON:' EVP-MQ-REASON
             WHEN OTHER
                DISPLAY 'WARNING - EVENT NOT PUBLISHED, STATUS:'
                        EVP-STATUS ' EVENT:' EV-EVENT-TYPE
           END-EVALUATE
           .

           EXIT.

      *================================================================*
      * Common header for every event - the customer the change was   *
      * made for; the publishing module stamps the layout version     *
      * and the timestamp.                                            *
      *================================================================*
       3981-START-EVENT.

           MOVE SPACES             TO EVENT-MESSAGE
           MOVE 'GETAAVG'          TO EV-SOURCE-PROGRAM
           MOVE WS-CUSTOMER-NUMBER TO EV-CUSTOMER-NUM
           MOVE ZEROES             TO EV-POLICY-NUM
                                      EV-RELATED-NUM
           .

           EXIT.

      *================================================================*
      * Policy events describe the POLICY row as the change left it - *
      * status, dates, broker and IPT are read back here.  A failed   *
      * read is logged and the event goes without them rather than    *
      * not at all.                                                   *
      *================================================================*
       3982-START-POLICY-EVENT.

           PERFORM 3981-START-EVENT
           INITIALIZE EV-POLICY-BODY
           MOVE DB2-POLICYNUM-INT TO EV-POLICY-NUM
           MOVE DB2-POLICYTYPE    TO EV-POLICY-TYPE

           EXEC SQL
              SELECT STATUS, ISSUEDATE, EXPIRYDATE,
                     BROKERID, BROKERSREFERENCE, IPTAMOUNT
                INTO :WS-EVT-STATUS, :WS-EVT-ISSUEDATE,
                     :WS-EVT-EXPIRYDATE, :WS-EVT-BROKERID,
                     :WS-EVT-BROKERSREF, :WS-EVT-IPT
                FROM POLICY
               WHERE POLICYNUMBER = :DB2-POLICYNUM-INT
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-EVT-STATUS     TO EV-POLICY-STATUS
              MOVE WS-EVT-ISSUEDATE  TO EV-ISSUE-DATE
              MOVE WS-EVT-EXPIRYDATE TO EV-EXPIRY-DATE
              MOVE WS-EVT-BROKERID   TO EV-BROKERID
              MOVE WS-EVT-BROKERSREF TO EV-BROKERSREF
              MOVE WS-EVT-IPT        TO EV-IPT-AMOUNT
           ELSE
              DISPLAY 'WARNING - POLICY NOT READ FOR EVENT:'
                      SQLCODE
           END-IF
           .

           EXIT.

      *================================================================*
      * 'PA' - the policy as issued, its rated premium and the        *
      * subtype attributes it was added with.                         *
      *================================================================*
       3983-PUBLISH-POLICY-ADDED.

           PERFORM 3982-START-POLICY-EVENT
           SET EV-POLICY-ADDED TO TRUE
           MOVE IN-POLICY-PREMIUM TO EV-PREMIUM
           PERFORM 3745-FLATTEN-ATTRIBUTES
           MOVE WS-ATTR-IMAGE     TO EV-ATTRIBUTES

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.

      *================================================================*
      * 'PE' - the endorsed premium and attributes, with the before-  *
      * images POLENDORSE records.                                    *
      *================================================================*
       3984-PUBLISH-POLICY-ENDORSED.

           PERFORM 3982-START-POLICY-EVENT
           SET EV-POLICY-ENDORSED TO TRUE
           MOVE WS-NEW-PREMIUM TO EV-PREMIUM
           MOVE WS-NEW-ATTRS   TO EV-ATTRIBUTES
           MOVE WS-OLD-PREMIUM TO EV-OLD-PREMIUM
           MOVE WS-OLD-ATTRS   TO EV-OLD-ATTRIBUTES

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.

      *================================================================*
      * 'PC' - the cancellation reason and the pro-rata return        *
      * premium and IPT, as POLCANCEL records them.                   *
      *================================================================*
       3985-PUBLISH-POLICY-CANCELLED.

           PERFORM 3982-START-POLICY-EVENT
           SET EV-POLICY-CANCELLED TO TRUE
           MOVE WS-POLICY-PREMIUM TO EV-PREMIUM
           MOVE WS-CANCEL-REASON  TO EV-CANCEL-REASON
           MOVE WS-RETURN-PREMIUM TO EV-RETURN-PREMIUM
           MOVE WS-RETURN-IPT     TO EV-RETURN-IPT

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.

      *================================================================*
      * 'PD' - the POLICY row is gone, so the event carries what      *
      * CAPTURE-AUDIT-DETAIL saved for POLICYAUDIT.                   *
      *================================================================*
       3986-PUBLISH-POLICY-DELETED.

           PERFORM 3981-START-EVENT
           INITIALIZE EV-POLICY-BODY
           SET EV-POLICY-DELETED TO TRUE
           MOVE DB2-POLICYNUM-INT TO EV-POLICY-NUM
           MOVE DB2-POLICYTYPE    TO EV-POLICY-TYPE
           MOVE WS-AUD-EXPIRYDATE TO EV-EXPIRY-DATE
           MOVE WS-AUD-BROKERID   TO EV-BROKERID
           MOVE WS-AUD-PREMIUM    TO EV-PREMIUM

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.

      *================================================================*
      * 'CM' - the surviving customer, the one merged away and the    *
      * number of policies moved, as CUSTMERGE records them.          *
      *================================================================*
       3987-PUBLISH-CUSTOMERS-MERGED.

           PERFORM 3981-START-EVENT
           SET EV-CUSTOMERS-MERGED TO TRUE
           MOVE WS-VICTIM-NUMBER  TO EV-RELATED-NUM
           MOVE WS-POLICIES-MOVED TO EV-POLICIES-MOVED

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.

      *================================================================*
      * 'CC' - the survivor's contact details as the merge carry-     *
      * across left them, source 'M' as on its CUSTHIST row.  The     *
      * communication preference is not merged, so it is read back.   *
      *================================================================*
       3988-PUBLISH-CONTACT-CHANGED.

           PERFORM 3981-START-EVENT
           SET EV-CONTACT-CHANGED TO TRUE
           MOVE 'M'                TO EV-CHANGE-SOURCE
           MOVE WS-N-HOUSENAME     TO EV-HOUSENAME
           MOVE WS-N-HOUSENUMBER   TO EV-HOUSENUMBER
           MOVE WS-N-POSTCODE      TO EV-POSTCODE
           MOVE WS-N-PHONE-MOBILE  TO EV-PHONE-MOBILE
           MOVE WS-N-PHONE-HOME    TO EV-PHONE-HOME
           MOVE WS-N-EMAIL-ADDRESS TO EV-EMAIL-ADDRESS

           EXEC SQL
              SELECT COMMSPREF
                INTO :WS-EVT-COMMS-PREF
                FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-EVT-COMMS-PREF TO EV-COMMS-PREF
           END-IF

           PERFORM 3980-PUBLISH-EVENT
           .

           EXIT.


       3100-GET-AVG-MOT-PREMIUM.

           PERFORM 310A-VALIDATE-CUSTOMER
