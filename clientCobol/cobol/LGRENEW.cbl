      * actually reach the existing book - carries both the expiring  *
      * and the recomputed premium on the notice, stores the          *
      * recomputed figure back in the subtype premium column, and     *
      * rebuilds the instalment schedule of a policy paying monthly   *
      * for the new year's premium (through the shared LGINSTAL       *
      * module), re-taxes the renewal - the Insurance Premium Tax on  *
      * the new premium goes on the notice, on POLICY and on the IPT  *
      * ledger - moves a motor policy's no-claims discount a year up  *
      * the GENANCD scale when it renews claim-free, or back down it  *
      * for each claim registered in the year - and                   *
      * rolls the policy's EXPIRYDATE forward one year once the       *
      * notice has been written - the renewal cycle for a policy      *
      * completes when its notice record is safely on the extract     *
      * file, or for a customer who takes correspondence by e-mail    *
      * or SMS on the outbound notification file (routed on the       *
      * customer's COMMSPREF by the shared LGNOTIFY module - an       *
      * e-mail-and-post customer gets both).  A policy whose notice   *
      * cannot be produced (missing subtype row, no rate on file,     *
      * DB2 error, extract                                            *
      * write failure) goes to REJFILE with a reason code and its     *
       FD  NOTICE-FILE
           RECORDING MODE IS F
           DATA RECORD IS NOTICE-REC.
       01 NOTICE-REC             PIC X(180).

      ******************************************************************
      *          REJECTED-POLICY FILE                                  *
      * CUSTOMER plus the policy's type, expiry date, the EXPIRING     *
      * premium (NOT-PREMIUM) and the recomputed renewal premium       *
      * (NOT-NEW-PREMIUM, in the former filler bytes) so the notice    *
      * shows the customer the change, then the Insurance Premium Tax  *
      * on the renewal premium and the total the customer will pay.    *
      * A motor notice also carries the no-claims years the renewal    *
      * was rated on and the discount percentage they earned, so the   *
      * customer can tie the NCD to the premium charged.               *
      *================================================================*
       01 WS-NOTICE-REC.
          05 NOT-POLICY-NUM      PIC 9(09).
          05 NOT-PHONE-HOME      PIC X(10).
          05 NOT-EMAIL-ADDRESS   PIC X(30).
          05 NOT-NEW-PREMIUM     PIC 9(07)V99.
          05 NOT-IPT-RATE        PIC 9(02)V99.
          05 NOT-NEW-IPT         PIC 9(07)V99.
          05 NOT-NEW-TOTAL       PIC 9(07)V99.
          05 NOT-NCD-YEARS       PIC 9(02).
          05 NOT-NCD-PCT         PIC 9(02)V99.
          05 FILLER              PIC X(02).

       01 WS-REJ-REC.
          05 REJ-POLICY-NUM      PIC 9(09).
       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-NOTICES-WRITTEN  PIC 9(09) VALUE ZEROES.
          05 WS-NOTICES-NOTIFIED PIC 9(09) VALUE ZEROES.
          05 WS-EXPIRY-ROLLED    PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-PLANS-RENEWED    PIC 9(09) VALUE ZEROES.

      *================================================================*
      * End-of-run trailer written to NOTICE-FILE after the last       *
          05 TRL-NOTICES-WRITTEN PIC 9(07).
          05 TRL-EXPIRY-ROLLED   PIC 9(07).
          05 TRL-REJECT-COUNT    PIC 9(05).
          05 FILLER              PIC X(148).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-NEW-PREMIUM      PIC S9(07)V99 COMP-3.
          05 WS-NEW-IPT-RATE     PIC S9(02)V99 COMP-3.
          05 WS-NEW-IPT          PIC S9(07)V99 COMP-3.
          05 WS-TERM-CLAIMS      PIC S9(09) COMP-5.
          05 WS-RATE-PROGRAM     PIC X(07) VALUE 'LGRCALC'.

      * Rating request for the renewal re-price - LGRCALC derives
      * current postcode, so band moves reach the renewing book.
       COPY LGRATCA.

      * Instalment-schedule request - a policy on a monthly plan has
      * its schedule rebuilt for the renewed year.
       COPY LGINSCA.

      * Delivery routing - each notice goes by post, e-mail or SMS on
      * the customer's preference, e-mail and SMS on NOTIFOUT.
       COPY LGNTFCA.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *================================================================*
      * Every in-force policy (STATUS 'I' - a cancelled or lapsed     *
      * policy must not be invited to renew) expiring within the next  *
      * 60 days - except an endowment whose term (ISSUEDATE plus       *
      * TERMYEARS) ends by that expiry date, which LGMATUR pays out    *
      * instead of renewing - with the                                 *
      * customer's contact details joined on in the same SELECT so     *
      * each notice needs only one more lookup (the type-specific      *
      * premium).  EXPIRYDATE is CHAR(10) in ISO format, so DATE()     *
                AND DATE(POL.EXPIRYDATE)
                    BETWEEN CURRENT DATE
                        AND CURRENT DATE + 60 DAYS
                AND NOT EXISTS
                    (SELECT 1
                       FROM ENDOWMENT ENDW
                      WHERE ENDW.POLICYNUMBER = POL.POLICYNUMBER
                        AND ENDW.TERMYEARS > 0
                        AND DATE(POL.ISSUEDATE)
                            + ENDW.TERMYEARS YEARS
                            <= DATE(POL.EXPIRYDATE))
              ORDER BY POL.CUSTOMERNUMBER, POL.POLICYNUMBER
           END-EXEC

              PERFORM 2250-STORE-NEW-PREMIUM
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2270-RENEW-INSTALMENTS
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2300-ROLL-EXPIRY-DATE
           END-IF
           EVALUATE DB2-POLICYTYPE
             WHEN 'M'
                EXEC SQL
                   SELECT PREMIUM, NCDYEARS
                     INTO :WS-POLICY-PREMIUM, :DB2-M-NCD-YEARS
                   FROM MOTOR
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
      * with no rate on file rejects with reason 83 and its expiry    *
      * stays untouched, so the next run retries it after the sheet   *
      * is fixed.  The multi-policy discount scale is new-business    *
      * pricing and is not applied on a renewal re-price.  LGRCALC    *
      * hands back the IPT on the new premium with it.  A motor       *
      * policy's no-claims years go with the request: a year more     *
      * when 2160 finds no claim in the year, otherwise the years     *
      * held plus the claim count for LGRCALC to step back down the   *
      * scale.  The years and percentage LGRCALC rated on are what    *
      * 2250 stores and the notice shows.                              *
      *================================================================*
       2150-RATE-RENEWAL.

           MOVE DB2-DATEOFBIRTH TO RAT-DATEOFBIRTH
           MOVE DB2-POSTCODE    TO RAT-POSTCODE
           MOVE SPACE           TO RAT-CICS-FLAG
           MOVE SPACE           TO RAT-REQUEST
           MOVE ZEROES          TO RAT-POLICY-COUNT
           MOVE ZEROES          TO RAT-NCD-YEARS
                                   RAT-NCD-CLAIMS

           IF DB2-POLICYTYPE = 'M'
              PERFORM 2160-COUNT-TERM-CLAIMS
           END-IF

           IF WS-STATUS-CODE = '00'
              CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

              IF RAT-STATUS = '00'
                 MOVE RAT-PREMIUM    TO WS-NEW-PREMIUM
                 MOVE RAT-IPT-RATE   TO WS-NEW-IPT-RATE
                 MOVE RAT-IPT-AMOUNT TO WS-NEW-IPT
                 MOVE RAT-NCD-YEARS  TO DB2-M-NCD-YEARS
                 MOVE RAT-NCD-PCT    TO DB2-M-NCD-PCT
              ELSE
                 DISPLAY 'NO RENEWAL RATE, LGRCALC STATUS:' RAT-STATUS
                         ' POLICY:' WS-POLICY-NUM-INT
                 MOVE '83' TO WS-STATUS-CODE
              END-IF
           END-IF

           PERFORM 2150-EXIT
       2150-EXIT.
           EXIT.

      *================================================================*
      * Claims against the motor policy registered in the twelve       *
      * months up to this renewal run.  Renewal is priced the same     *
      * distance ahead of expiry every year, so each year's window     *
      * starts where the last one ended and a claim registered after   *
      * this notice counts at the next renewal, never twice.  A        *
      * declined claim paid nothing and costs no NCD.  None at all     *
      * earns a year (held at 99); otherwise the years held and the    *
      * claim count go to LGRCALC to step back down the scale.         *
      *================================================================*
       2160-COUNT-TERM-CLAIMS.

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-TERM-CLAIMS
                FROM CLAIM
               WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                 AND CLAIMSTATUS <> 'D'
                 AND REGISTEREDTIMESTAMP >
                        CURRENT TIMESTAMP - 1 YEAR
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON CLAIM COUNT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
           ELSE
              IF WS-TERM-CLAIMS = 0
                 IF DB2-M-NCD-YEARS < 99
                    COMPUTE RAT-NCD-YEARS = DB2-M-NCD-YEARS + 1
                 ELSE
                    MOVE 99 TO RAT-NCD-YEARS
                 END-IF
              ELSE
                 MOVE DB2-M-NCD-YEARS TO RAT-NCD-YEARS
                 IF WS-TERM-CLAIMS > 99
                    MOVE 99 TO RAT-NCD-CLAIMS
                 ELSE
                    MOVE WS-TERM-CLAIMS TO RAT-NCD-CLAIMS
                 END-IF
              END-IF
           END-IF

           PERFORM 2160-EXIT
           .
       2160-EXIT.
           EXIT.

       2200-WRITE-NOTICE.

           MOVE WS-POLICY-NUM-INT  TO NOT-POLICY-NUM
           MOVE DB2-PHONE-HOME     TO NOT-PHONE-HOME
           MOVE DB2-EMAIL-ADDRESS  TO NOT-EMAIL-ADDRESS
           MOVE WS-NEW-PREMIUM     TO NOT-NEW-PREMIUM
           MOVE WS-NEW-IPT-RATE    TO NOT-IPT-RATE
           MOVE WS-NEW-IPT         TO NOT-NEW-IPT
           COMPUTE NOT-NEW-TOTAL = WS-NEW-PREMIUM + WS-NEW-IPT
           IF DB2-POLICYTYPE = 'M'
              MOVE DB2-M-NCD-YEARS TO NOT-NCD-YEARS
              MOVE DB2-M-NCD-PCT   TO NOT-NCD-PCT
           ELSE
              MOVE ZEROES TO NOT-NCD-YEARS
              MOVE ZEROES TO NOT-NCD-PCT
           END-IF

           PERFORM 2210-ROUTE-NOTICE

           IF NTF-PRINT-ITEM
              WRITE NOTICE-REC FROM WS-NOTICE-REC
              IF NOT NOTICE-OK
                 DISPLAY 'INVALID FILE STATUS ON NOTICE WRITE:'
                          FS-NOTICE
                 MOVE '03' TO WS-STATUS-CODE
              ELSE
                 ADD 1 TO WS-NOTICES-WRITTEN
              END-IF
           ELSE
              ADD 1 TO WS-NOTICES-NOTIFIED
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2280-LOG-CORRESPONDENCE
           END-IF

       2200-EXIT.
           EXIT.

      *================================================================*
      * How this notice goes out - LGNOTIFY writes an e-mail or SMS    *
      * customer's notice to NOTIFOUT itself, and says whether it is   *
      * to be printed too.  A routing failure always comes back as     *
      * post, so the notice is never lost.                             *
      *================================================================*
       2210-ROUTE-NOTICE.

           MOVE 'R'                TO NTF-REQUEST
           MOVE WS-CUSTOMER-NUMBER TO NTF-CUSTOMER-NUM
           MOVE WS-POLICY-NUM-INT  TO NTF-POLICY-NUM
           MOVE 'R'                TO NTF-ITEM-TYPE
           MOVE 'LGRENEW'          TO NTF-PROGRAM
           MOVE NOT-NEW-TOTAL      TO NTF-AMOUNT
           MOVE DB2-EXPIRYDATE     TO NTF-ITEM-DATE
           MOVE WS-NOTICE-REC      TO NTF-ITEM-IMAGE
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           IF NTF-STATUS NOT = '00'
              DISPLAY 'NOTICE ROUTED BY POST, POLICY:'
                       WS-POLICY-NUM-INT ' NOTIFY STATUS:' NTF-STATUS
           END-IF

           PERFORM 2210-EXIT
           .
       2210-EXIT.
           EXIT.

      *================================================================*
      * Record that this policy's renewal notice went on this run's   *
      * extract - the correspondence log the service team answers     *
      * "did we send it" from - with the channel it went by and the   *
      * run date the notification carries, so a gateway bounce finds  *
      * the row again.  A failed log insert is reported but never     *
      * fails the notice itself.                                      *
      *================================================================*
       2280-LOG-CORRESPONDENCE.

                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP,
                         CHANNEL )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         :WS-POLICY-NUM-INT,
                         'R',
                         'LGRENEW',
                         :NTF-RUN-DATE,
                         CURRENT TIMESTAMP,
                         :NTF-CHANNEL )
           END-EXEC

           IF SQLCODE NOT = 0
      * The notice is out - store the recomputed premium in the same  *
      * type-specific column the expiring figure came from, so the    *
      * renewed cover is priced at today's rates, not the figure      *
      * stored when the policy was added.  The renewal's IPT goes on  *
      * POLICY and, as an 'R' row dated the day the renewed cover     *
      * starts (the old expiry date), on the IPT ledger.  A motor     *
      * policy's renewed no-claims years and percentage are stored    *
      * alongside its premium.                                        *
      *================================================================*
       2250-STORE-NEW-PREMIUM.

             WHEN 'M'
                EXEC SQL
                   UPDATE MOTOR
                      SET PREMIUM  = :DB2-PREMIUM,
                          NCDYEARS = :DB2-M-NCD-YEARS,
                          NCDPCT   = :DB2-M-NCD-PCT
                    WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'E'
              MOVE '90' TO WS-STATUS-CODE
           END-IF

           IF WS-STATUS-CODE = '00'
              MOVE WS-NEW-IPT-RATE TO DB2-IPT-RATE
              MOVE WS-NEW-IPT      TO DB2-IPT-AMOUNT

              EXEC SQL
                 UPDATE POLICY
                    SET IPTRATE   = :DB2-IPT-RATE,
                        IPTAMOUNT = :DB2-IPT-AMOUNT
                  WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON IPT STORE, SQLCODE:' SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           IF WS-STATUS-CODE = '00'
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
                   VALUES ( :WS-POLICY-NUM-INT,
                            :DB2-POLICYTYPE,
                            'R',
                            :DB2-EXPIRYDATE,
                            :DB2-PREMIUM,
                            :DB2-IPT-RATE,
                            :DB2-IPT-AMOUNT,
                            CURRENT TIMESTAMP )
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON IPT LEDGER, SQLCODE:' SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           PERFORM 2250-EXIT
           .
       2250-EXIT.
           EXIT.

      *================================================================*
      * A policy paying by instalments gets next year's schedule -    *
      * the same plan rebuilt by LGINSTAL for the renewed premium and *
      * its IPT, the first instalment falling due on the old expiry   *
      * date (the day the renewed cover starts).  LGINSTAL's '04'     *
      * means the policy pays annually and is not an error.  A        *
      * schedule that cannot be written rejects the renewal with the  *
      * expiry left untouched, so the next run rebuilds it.           *
      *================================================================*
       2270-RENEW-INSTALMENTS.

           MOVE 'R'                TO INS-REQUEST
           MOVE WS-POLICY-NUM-INT  TO INS-POLICY-NUM
           MOVE WS-CUSTOMER-NUMBER TO INS-CUSTOMER-NUM
           MOVE DB2-POLICYTYPE     TO INS-POLICY-TYPE
           COMPUTE INS-PREMIUM = WS-NEW-PREMIUM + WS-NEW-IPT
           MOVE DB2-EXPIRYDATE     TO INS-START-DATE

           CALL INS-MODULE USING WS-INSTAL-PARMS

           EVALUATE INS-STATUS
             WHEN '00'
                ADD 1 TO WS-PLANS-RENEWED
             WHEN '04'
                CONTINUE
             WHEN OTHER
                DISPLAY 'INSTALMENT RENEWAL FAILED, LGINSTAL STATUS:'
                         INS-STATUS ' POLICY:' WS-POLICY-NUM-INT
                MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2270-EXIT
           .
       2270-EXIT.
           EXIT.

      *================================================================*
      * The notice is safely on the extract file - roll the policy's   *
      * expiry date forward one year so it drops out of the renewal    *

           CLOSE NOTICE-FILE
           CLOSE REJECT-FILE

           MOVE 'C' TO NTF-REQUEST
           CALL NTF-MODULE USING WS-NOTIFY-PARMS
           PERFORM 8000-EXIT
           .
       8000-EXIT.
           DISPLAY 'WORST STATUS CODE THIS RUN:' WS-WORST-STATUS-CODE
           DISPLAY 'POLICIES READ:' WS-POLICIES-READ
           DISPLAY 'NOTICES WRITTEN:' WS-NOTICES-WRITTEN
           DISPLAY 'NOTICES BY E-MAIL/SMS ONLY:' WS-NOTICES-NOTIFIED
           DISPLAY 'EXPIRY DATES ROLLED:' WS-EXPIRY-ROLLED
           DISPLAY 'INSTALMENT PLANS RENEWED:' WS-PLANS-RENEWED
           DISPLAY 'POLICIES REJECTED:' WS-REJECT-COUNT

           IF NOTICE-OK
           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN
                 = WS-NOTICES-WRITTEN + WS-NOTICES-NOTIFIED
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
