      *  schema (CUSTOMER/POLICY/MOTOR/ENDOWMENT/HOUSE/COMMERCIAL).   *
      *  Host variables for these columns live in copybook LGPOLICY.  *
      ******************************************************************
      * COMMSPREF is how the customer wants correspondence delivered -
      * 'P' post, 'E' e-mail, 'S' SMS text, 'B' e-mail and post - set
      * through the LGCUPDT contact feed.  It is honoured by the
      * LGNOTIFY routing module only while the matching EMAILADDRESS
      * or PHONEMOBILE is held; without it the item goes by post.
           EXEC SQL DECLARE CUSTOMER TABLE
           ( CUSTOMERNUMBER      INTEGER      NOT NULL,
             FIRSTNAME           CHAR(10)     NOT NULL,
             POSTCODE            CHAR(8)      NOT NULL,
             PHONEMOBILE         CHAR(10)     NOT NULL,
             PHONEHOME           CHAR(10)     NOT NULL,
             EMAILADDRESS        CHAR(30)     NOT NULL,
             COMMSPREF           CHAR(1)      NOT NULL WITH DEFAULT 'P'
           ) END-EXEC.

      * STATUS is the policy's real lifecycle state - 'I' in force,
      * 'C' cancelled (by GETAAVG's 3900-CANCEL-POLICY, with the
      * cancellation recorded in POLCANCEL), 'L' lapsed (by the
      * LGLAPSE scheduled run), 'M' matured (an endowment paid out at
      * the end of its term by LGMATUR, recorded in POLMATURE).
      * The reports and extracts select on it instead of inferring
      * the in-force book from EXPIRYDATE.
      * IPTRATE/IPTAMOUNT are the Insurance Premium Tax on the
      * policy's current premium - the rate LGRCALC found in effect
      * for the policy type and the tax at that rate - held apart
      * from the net premium in the subtype premium column, so
      * what the customer pays is the two added together.
           EXEC SQL DECLARE POLICY TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             BROKERID            INTEGER      NOT NULL,
             BROKERSREFERENCE    CHAR(10)     NOT NULL,
             PAYMENT             INTEGER      NOT NULL,
             STATUS              CHAR(1)      NOT NULL WITH DEFAULT 'I',
             IPTRATE             DECIMAL(4,2) NOT NULL WITH DEFAULT,
             IPTAMOUNT           DECIMAL(9,2) NOT NULL WITH DEFAULT
           ) END-EXEC.

      * One row per policy cancellation - the reason, the effective
      * subtype premium column, written by GETAAVG's
      * 3900-CANCEL-POLICY alongside the POLICY.STATUS change so a
      * cancellation is a recorded event, not a deleted row.
      * RETURNIPT is the same pro-rata share of the policy's IPT,
      * returned with the premium.
           EXEC SQL DECLARE POLCANCEL TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             CANCELREASON        CHAR(20)     NOT NULL,
             EFFECTIVEDATE       CHAR(10)     NOT NULL,
             RETURNPREMIUM       DECIMAL(9,2) NOT NULL,
             CANCELLEDTIMESTAMP  TIMESTAMP    NOT NULL,
             RETURNIPT           DECIMAL(9,2) NOT NULL WITH DEFAULT
           ) END-EXEC.

      * The attribute columns on the four subtype tables are what the
      * the onboarding feed / SSMAPC1 entry fields through GETAAVG's
      * 3550-ADD-POLICY-SUBTYPE and back out of 3600-INQUIRE-POLICY,
      * so underwriting no longer keeps a shadow spreadsheet.
      * NCDYEARS is the motor policyholder's claim-free years, keyed
      * at add and moved only by an endorsement or by LGRENEW at
      * renewal (up a year claim-free, back down the GENANCD scale
      * for each claim in the year); NCDPCT is the no-claims
      * discount LGRCALC took off the PREMIUM it sits beside.
           EXEC SQL DECLARE MOTOR TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             PREMIUM             DECIMAL(9,2) NOT NULL,
             MAKE                CHAR(10)     NOT NULL WITH DEFAULT,
             MODEL               CHAR(10)     NOT NULL WITH DEFAULT,
             REGISTRATION        CHAR(7)      NOT NULL WITH DEFAULT,
             ENGINECC            INTEGER      NOT NULL WITH DEFAULT,
             NCDYEARS            INTEGER      NOT NULL WITH DEFAULT,
             NCDPCT              DECIMAL(4,2) NOT NULL WITH DEFAULT
           ) END-EXEC.

      * TERMYEARS is the endowment's term from ISSUEDATE - the policy
      * matures (LGMATUR) on ISSUEDATE plus TERMYEARS instead of being
      * renewed; zero is a policy with no fixed term, renewed yearly
      * like the other types.  WITHPROFITS 'Y' policies share in the
      * reversionary bonuses LGBONUS declares (ENDOWBONUS).
           EXEC SQL DECLARE ENDOWMENT TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             SUMASSURED          DECIMAL(9,2) NOT NULL,
      *   ITEMTYPE 'S' annual statement        (LGSTMT)
      *            'R' renewal notice          (LGRENEW)
      *            'F' refund payment          (LGREFND)
      *            'M' missed-payment letter   (LGARUDD)
      *            'E' endowment maturity letter (LGMATUR)
      *            'D' arrears dunning letter  (LGARREAR)
      * POLICYNUMBER is zero where the item is customer-level, not
      * policy-level.  PROGRAM plus RUNDATE identify the producing
      * run - and with it the night's output file generation - so
      * "I never got a renewal notice" is answered from this table
      * (via the LGCORR inquiry), not a print vendor's invoice.
      * CHANNEL is how the item went - 'P' post, 'E' e-mail, 'S' SMS,
      * 'B' e-mail and post - as LGNOTIFY routed it on the customer's
      * COMMSPREF.  OUTCOME stays blank unless the e-mail/SMS gateway
      * reports the item back - 'B' bounced, 'F' failed - loaded with
      * its reason and time by LGNTFRTN, which sends the item again by
      * post and logs that postal copy as a row of its own (CHANNEL
      * 'P', PROGRAM 'LGNTFRTN', or 'LGSTMT' for a statement reprint).
           EXEC SQL DECLARE CORRLOG TABLE
           ( CUSTOMERNUMBER      INTEGER      NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             ITEMTYPE            CHAR(1)      NOT NULL,
             PROGRAM             CHAR(8)      NOT NULL,
             RUNDATE             CHAR(10)     NOT NULL,
             SENTTIMESTAMP       TIMESTAMP    NOT NULL,
             CHANNEL             CHAR(1)      NOT NULL WITH DEFAULT 'P',
             OUTCOME             CHAR(1)      NOT NULL WITH DEFAULT,
             OUTCOMEREASON       CHAR(30)     NOT NULL WITH DEFAULT,
             OUTCOMETIMESTAMP    TIMESTAMP    NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Pending underwriting worklist - one row per policy add whose
      * referral cannot be converted a second time into a duplicate
      * policy.  STATUS: 'P' pending, 'A' accepted (policy then
      * added by the LGUWDEC decision run), 'D' declined.
      * INSTALMENTS/CHARGEPCT hold the instalment plan the add asked
      * for (zero instalments - pays annually), so an accepted
      * referral is written on the plan it was applied for.
           EXEC SQL DECLARE REFERRAL TABLE
           ( REFERRALNUMBER      INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             BROKERSREF          CHAR(10)     NOT NULL WITH DEFAULT,
             QUOTENUMBER         INTEGER      NOT NULL WITH DEFAULT,
             STATUS              CHAR(1)      NOT NULL,
             REFERREDTIMESTAMP   TIMESTAMP    NOT NULL,
             INSTALMENTS         SMALLINT     NOT NULL WITH DEFAULT,
             CHARGEPCT           DECIMAL(4,2) NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Saved quotes - a rated price with its own number that does
      * receipt reference - LGPPOST checks it here before applying a
      * receipt, so a rerun of an abended posting run diverts the
      * already-applied receipts to suspense instead of silently
      * double-crediting PAYMENT.  A direct debit the bank later
      * returns unpaid is reversed by LGARUDD with a negative row
      * carrying the bank's return reference, so the rows always
      * still sum to PAYMENT.  Reported by LGPHIST.
           EXEC SQL DECLARE PAYHIST TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             RUNTIMESTAMP        TIMESTAMP    NOT NULL
           ) END-EXEC.

      * One row per direct debit the bank returned unpaid on its
      * ARUDD report, written by the LGARUDD returns run alongside
      * the reversal of the receipt LGPPOST posted for it - the
      * demand it answered (POLICYNUMBER plus DEMANDDATE on BILLING),
      * the receipt reversed (RECEIPTREF on PAYHIST), the exact amount
      * the bank returned (pence kept, so a re-presentation asks for
      * what was demanded, not PAYHIST's whole currency), the ARUDD
      * reason code and its unique return reference.  RETURNREF is
      * checked here before anything is reversed, so a rerun of the
      * returns run cannot reverse the same receipt twice.
      *   ACTION 'R' re-present - reason 0 (refer to payer) on a
      *              demand not already re-presented once
      *          'L' missed-payment letter (CORRLOG item 'M')
      *   STATUS 'Q' queued for re-presentation by LGBILL
      *          'P' re-presented - on that night's LGBILL BACSOUT
      *          'L' letter sent - nothing further to collect
      * ACTIONEDTIMESTAMP is when the row reached 'P' or 'L'.
           EXEC SQL DECLARE DDRETURN TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             AMOUNT              DECIMAL(9,2) NOT NULL,
             DEMANDDATE          CHAR(10)     NOT NULL,
             RECEIPTREF          CHAR(12)     NOT NULL,
             RETURNREF           CHAR(12)     NOT NULL,
             REASONCODE          CHAR(1)      NOT NULL,
             ACTION              CHAR(1)      NOT NULL,
             STATUS              CHAR(1)      NOT NULL,
             RETURNDATE          CHAR(10)     NOT NULL,
             RECEIVEDTIMESTAMP   TIMESTAMP    NOT NULL,
             ACTIONEDTIMESTAMP   TIMESTAMP    NOT NULL WITH DEFAULT
           ) END-EXEC.

      * One row per mid-term adjustment (endorsement) of a policy,
      * written by GETAAVG's 3750-ENDORSE-POLICY - the before and
      * after premium plus flattened before/after images of the
      * CUSTHIST takes on contact changes.  The attribute image is
      * fixed-position per policy type:
      *   M: MAKE(10) MODEL(10) REGISTRATION(7) ENGINECC(4)
      *      NCDYEARS(2) NCDPCT(4, two implied decimals)
      *   E: TERMYEARS(2) WITHPROFITS(1)
      *   H: PROPERTYTYPE(10) BEDROOMS(2)
      *   C: TRADEDESC(20)
           ) END-EXEC.

      * Claims registered against a policy - one row per claim, keyed
      * by the identity-generated CLAIMNUMBER.  Registered only by
      * the LGCLMNT module - CALLed by the LGCLMREG call-centre intake
      * batch, LINKed from the LGTESTC3 claims screen, which also
      * lists a policy's claims through it; counted alongside the
      * policy by GETAAVG's 3600-INQUIRE-POLICY; listed per policy
      * type by LGCLMRPT so a loss figure can sit next to the premium
      * totals LGPORTR reports.  Intake registers everything 'O';
      * the LGCLMSET settlement run moves the claim on from there:
      *   CLAIMSTATUS 'O' open (notified, not yet assessed)
      *               'A' assessed - an outstanding reserve is set
      *               'P' paid - part payment(s) made, still open
      *               'C' closed - final payment made or closed off
      *               'D' declined - repudiated, nothing payable
      * RESERVE is the outstanding reserve still expected to be paid
      * and PAIDTODATE the sum of the payments made, both maintained
      * by LGCLMSET alongside its CLAIMPAY rows.  Rows registered
      * before settlement existed read as zero defaults.
           EXEC SQL DECLARE CLAIM TABLE
           ( CLAIMNUMBER         INTEGER      NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             CLAIMVALUE          DECIMAL(9,2) NOT NULL,
             CLAIMSTATUS         CHAR(1)      NOT NULL,
             CLAIMDESC           CHAR(30)     NOT NULL WITH DEFAULT,
             REGISTEREDTIMESTAMP TIMESTAMP    NOT NULL,
             RESERVE             DECIMAL(9,2) NOT NULL WITH DEFAULT,
             PAIDTODATE          DECIMAL(9,2) NOT NULL WITH DEFAULT
           ) END-EXEC.

      * One row per settlement transaction LGCLMSET applied to a
      * claim - the PAYHIST of the claims side, so a claim's
      * RESERVE and PAIDTODATE can always be decomposed into the
      * movements that built them.  TRANTYPE is the feed's
      * transaction type ('R' reserve set, 'P' part payment, 'F'
      * final payment, 'C' close with no payment, 'D' decline);
      * AMOUNT is the reserve set or the payment made (zero for a
      * close or decline).  RESERVEAFTER/PAIDAFTER are the claim's
      * figures once the transaction was applied.  PAYMENTREF is the
      * claims handler's unique transaction reference - checked here
      * before anything is applied, the same rerun protection
      * LGPPOST takes on PAYHIST.RECEIPTREF.
           EXEC SQL DECLARE CLAIMPAY TABLE
           ( CLAIMNUMBER         INTEGER      NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             TRANTYPE            CHAR(1)      NOT NULL,
             AMOUNT              DECIMAL(9,2) NOT NULL,
             RESERVEAFTER        DECIMAL(9,2) NOT NULL,
             PAIDAFTER           DECIMAL(9,2) NOT NULL,
             TRANDATE            CHAR(10)     NOT NULL,
             PAYMENTREF          CHAR(12)     NOT NULL,
             POSTEDTIMESTAMP     TIMESTAMP    NOT NULL
           ) END-EXEC.

      * Fraud-indicator score of every claim, one row per claim,
      * written by the LGCLMFRD scoring run the first time it sees
      * the claim, so a claim is only ever scored once.  SCORE is the
      * sum of the weights of the indicators found; REASONS holds one
      * byte per indicator, blank when it did not fire:
      *   1 'I' loss within the early-claim window of ISSUEDATE
      *   2 'A' address changed on CUSTHIST close to the loss
      *   3 'E' mid-term endorsement on POLENDORSE just before it
      *   4 'M' several claims on the customer or the registration
      *   5 'R' the policy in arrears on LGARREAR's basis
      *   FRAUDSTATUS 'N' under the threshold - settles normally
      *               'H' held on the investigation worklist
      *               'C' cleared by the investigator - settles
      *               'F' fraud confirmed - stays held, to decline
      * LGCLMSET will not reserve or pay a claim that is 'H' or 'F',
      * nor an open claim not yet scored.
           EXEC SQL DECLARE CLAIMFRAUD TABLE
           ( CLAIMNUMBER         INTEGER      NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             SCORE               SMALLINT     NOT NULL,
             REASONS             CHAR(5)      NOT NULL,
             FRAUDSTATUS         CHAR(1)      NOT NULL,
             SCOREDTIMESTAMP     TIMESTAMP    NOT NULL,
             INVESTIGATOR        CHAR(8)      NOT NULL WITH DEFAULT,
             DECIDEDTIMESTAMP    TIMESTAMP    NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Before/after history of every customer contact-detail change
      * timestamp.  This is the restore point when a feed clobbers
      * the book, and the answer to "what was this customer's
      * address in March".  Written by LGCUPDT and by GETAAVG's
      * merge; reported by LGCHIST.  A right-to-erasure run (LGSAR)
      * blanks every image of the customer's rows and adds one row,
      * source 'E', with both images blank to record the erasure.
      * OLDCOMMSPREF/NEWCOMMSPREF carry the delivery preference when
      * the LGCUPDT feed sets it; blank on rows from other sources.
           EXEC SQL DECLARE CUSTHIST TABLE
           ( CUSTOMERNUMBER      INTEGER      NOT NULL,
             OLDHOUSENAME        CHAR(20)     NOT NULL,
             NEWPHONEHOME        CHAR(10)     NOT NULL,
             NEWEMAILADDRESS     CHAR(30)     NOT NULL,
             CHANGESOURCE        CHAR(1)      NOT NULL,
             CHANGEDTIMESTAMP    TIMESTAMP    NOT NULL,
             OLDCOMMSPREF        CHAR(1)      NOT NULL WITH DEFAULT,
             NEWCOMMSPREF        CHAR(1)      NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Instalment schedule of a policy paying monthly rather than
      * the whole annual premium in one demand - one row per
      * instalment, written by LGINSTAL when the policy is added
      * (GETAAVG), renewed (LGRENEW) or endorsed (GETAAVG).  A policy
      * with no rows here pays annually.  INSTALMENTS/CHARGEPCT are
      * the plan the schedule was built on, repeated on every row so
      * a renewal can rebuild the same plan.  AMOUNT is what is
      * demanded on DUEDATE, credit charge included; CREDITCHARGE is
      * the charge part of it.  The first instalment takes any odd
      * pence of the split.
      *   STATUS 'D' due - not yet demanded
      *          'B' billed - demanded by LGBILL on DEMANDDATE
      * COLLECTIONDATE is the day LGBILL asked the bank to take the
      * instalment - DUEDATE, or the end of the BACS lead time when
      * it was demanded later than that.  An instalment is only in
      * arrears once it has passed; blank on rows billed before it
      * was kept, whose collection date is taken as DUEDATE.
           EXEC SQL DECLARE INSTALMENT TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             INSTALMENTNUM       SMALLINT     NOT NULL,
             INSTALMENTS         SMALLINT     NOT NULL,
             CHARGEPCT           DECIMAL(4,2) NOT NULL,
             DUEDATE             CHAR(10)     NOT NULL,
             AMOUNT              DECIMAL(9,2) NOT NULL,
             CREDITCHARGE        DECIMAL(9,2) NOT NULL,
             STATUS              CHAR(1)      NOT NULL,
             DEMANDDATE          CHAR(10)     NOT NULL WITH DEFAULT,
             CREATEDTIMESTAMP    TIMESTAMP    NOT NULL,
             COLLECTIONDATE      CHAR(10)     NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Insurance Premium Tax ledger - one row every time the
      * premium tax is charged on is written or changed: 'N' new
      * policy (GETAAVG add), 'R' renewal (LGRENEW), 'E' mid-term
      * endorsement (GETAAVG, the pro-rata additional or return
      * premium) and 'C' cancellation (GETAAVG, the pro-rata return
      * premium).  Returns carry negative TAXABLEPREMIUM/IPTAMOUNT.
      * LGIPTRT sums a quarter's rows by policy type for the IPT
      * return.  IPTRATE is the rate the tax was charged at (zero
      * for an exempt type).
           EXEC SQL DECLARE IPTLEDGER TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             EVENTTYPE           CHAR(1)      NOT NULL,
             EVENTDATE           CHAR(10)     NOT NULL,
             TAXABLEPREMIUM      DECIMAL(11,2) NOT NULL,
             IPTRATE             DECIMAL(4,2) NOT NULL,
             IPTAMOUNT           DECIMAL(9,2) NOT NULL,
             CREATEDTIMESTAMP    TIMESTAMP    NOT NULL
           ) END-EXEC.

      * Broker commission ledger - one row per broker per monthly
      * LGBRKST statement run.  OPENINGBALANCE is the broker's
      * previous CLOSINGBALANCE (zero for a first statement);
      * COMMISSION is the month's commission earned and CLAWBACK the
      * unearned commission clawed back on the month's mid-term
      * deletions.  Opening balance plus commission less clawback is
      * what the broker is owed: when positive it is PAID on the BACS
      * file ('B') or cheque register ('C') and the closing balance
      * is zero; when nil or negative nothing is paid (PAYMETHOD
      * 'N') and the debit balance is carried into next month's
      * OPENINGBALANCE, to be recovered from future commission.
      * PAYMETHOD 'H' marks a payment held (broker not on GENABRKR,
      * no usable pay indicator or bank details) - the credit is
      * carried forward too.  STATEMENTMONTH (YYYY-MM) makes the run
      * safe to repeat: a broker already on the ledger for the month
      * is not paid again.  House account broker zero has no ledger.
           EXEC SQL DECLARE BRKLEDGER TABLE
           ( BROKERID            INTEGER      NOT NULL,
             STATEMENTMONTH      CHAR(7)      NOT NULL,
             OPENINGBALANCE      DECIMAL(11,2) NOT NULL,
             COMMISSION          DECIMAL(11,2) NOT NULL,
             CLAWBACK            DECIMAL(11,2) NOT NULL,
             PAID                DECIMAL(11,2) NOT NULL,
             CLOSINGBALANCE      DECIMAL(11,2) NOT NULL,
             PAYMETHOD           CHAR(1)      NOT NULL,
             CREATEDTIMESTAMP    TIMESTAMP    NOT NULL
           ) END-EXEC.

      * Reversionary bonus declared on a with-profits endowment - one
      * row per policy per bonus year, written by the annual LGBONUS
      * declaration.  BONUSBASE is what the year's BONUSRATE (percent)
      * was applied to: SUMASSURED plus every bonus already declared
      * (compound reversionary), so BONUSAMOUNT, once declared, is
      * guaranteed and is added to the sum assured at maturity.
      * POLICYNUMBER plus BONUSYEAR makes the declaration safe to
      * repeat: a policy already holding the year's bonus is skipped.
           EXEC SQL DECLARE ENDOWBONUS TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             BONUSYEAR           CHAR(4)      NOT NULL,
             BONUSRATE           DECIMAL(4,2) NOT NULL,
             BONUSBASE           DECIMAL(11,2) NOT NULL,
             BONUSAMOUNT         DECIMAL(9,2) NOT NULL,
             DECLAREDTIMESTAMP   TIMESTAMP    NOT NULL
           ) END-EXEC.

      * One row per endowment matured by LGMATUR - the maturity date
      * (ISSUEDATE plus TERMYEARS), the sum assured, the reversionary
      * bonuses added to it and the maturity value paid on that
      * night's BACSOUT - written alongside the POLICY.STATUS move to
      * 'M', so a maturity is a recorded event the same way POLCANCEL
      * records a cancellation.
           EXEC SQL DECLARE POLMATURE TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             MATURITYDATE        CHAR(10)     NOT NULL,
             SUMASSURED          DECIMAL(9,2) NOT NULL,
             BONUSTOTAL          DECIMAL(11,2) NOT NULL,
             MATURITYVALUE       DECIMAL(11,2) NOT NULL,
             MATUREDTIMESTAMP    TIMESTAMP    NOT NULL
           ) END-EXEC.

      * Unearned premium reserve valuation - one row per policy in
      * force at a month-end VALUATIONDATE, written by the LGUPR
      * period-end run.  PREMIUM is the written premium from the
      * subtype premium column (net of IPT); TERMDAYS is the current
      * policy year (EXPIRYDATE less one year, or ISSUEDATE if
      * later, to EXPIRYDATE) and DAYSEARNED the part of it run by
      * the close of the valuation date.  EARNED is PREMIUM pro rata
      * to DAYSEARNED and UNEARNED the rest.  The rows are kept, so a
      * valuation already held is reprinted from here as it was
      * first struck, and each one is the base the next month's
      * movement is measured from.  ISSUEMONTH is YYYY-MM of
      * ISSUEDATE, for the actuaries' analysis by issue month.
           EXEC SQL DECLARE UPRDETAIL TABLE
           ( VALUATIONDATE       CHAR(10)     NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             ISSUEMONTH          CHAR(7)      NOT NULL,
             EXPIRYDATE          CHAR(10)     NOT NULL,
             TERMDAYS            INTEGER      NOT NULL,
             DAYSEARNED          INTEGER      NOT NULL,
             PREMIUM             DECIMAL(9,2) NOT NULL,
             EARNED              DECIMAL(9,2) NOT NULL,
             UNEARNED            DECIMAL(9,2) NOT NULL,
             VALUEDTIMESTAMP     TIMESTAMP    NOT NULL
           ) END-EXEC.

      * Sanctions/PEP compliance review worklist - one row per possible
      * match of a customer against a GENASANC watchlist entry,
      * written by the LGSANCHK screening module when a customer is
      * taken on (SOURCE 'B' batch onboarding, 'O' online add) or
      * when LGSNSCRN rescreens the book against a newly loaded list
      * ('R').  LISTREF is the list's own reference for the entry, so
      * a match already reviewed is not raised again by the next
      * list; LISTTYPE 'S' sanctions, 'P' PEP, or 'U' when the list
      * could not be read and the customer is held unscreened.
      * MATCHREASONS holds one byte per agreeing detail besides the
      * surname - 'F' first name, 'D' date of birth, 'P' postcode.
      * STATUS: 'P' pending review, 'C' cleared (not the listed
      * person), 'M' match confirmed.  REVIEWER, DECIDEDTIMESTAMP and
      * DECISIONNOTE keep who decided, when and why, applied by
      * LGSNSCRN from the compliance team's decision feed.  GETAAVG
      * will not issue a policy to a customer with any row at 'P' or
      * 'M'.
           EXEC SQL DECLARE SANCREVIEW TABLE
           ( REVIEWNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             LISTTYPE            CHAR(1)      NOT NULL,
             LISTREF             CHAR(20)     NOT NULL,
             LISTNAME            CHAR(50)     NOT NULL,
             MATCHREASONS        CHAR(3)      NOT NULL,
             SOURCE              CHAR(1)      NOT NULL,
             STATUS              CHAR(1)      NOT NULL,
             RAISEDTIMESTAMP     TIMESTAMP    NOT NULL,
             REVIEWER            CHAR(8)      NOT NULL WITH DEFAULT,
             DECIDEDTIMESTAMP    TIMESTAMP    NOT NULL WITH DEFAULT,
             DECISIONNOTE        CHAR(30)     NOT NULL WITH DEFAULT
           ) END-EXEC.

      * Broker portfolio transfer trail - one row per policy moved by
      * LGBRKXFR when an agency's book is sold or the agency stops
      * trading: which broker the policy left, which it went to
      * (zero is the house account), the BROKERSREFERENCE before and
      * after, and the EFFECTIVEDATE of the transfer.  COMMISSION is
      * the policy's commission at LGBRKST's type rate; it is split
      * at the effective date into OUTGOINGSHARE, earned by the
      * broker the policy left, and INCOMINGSHARE, the commission on
      * the unexpired DAYSUNEXPIRED (clamped to a year) that belongs
      * to the broker it went to.
           EXEC SQL DECLARE BRKTRANSFER TABLE
           ( POLICYNUMBER        INTEGER      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             POLICYTYPE          CHAR(1)      NOT NULL,
             FROMBROKERID        INTEGER      NOT NULL,
             TOBROKERID          INTEGER      NOT NULL,
             OLDBROKERSREF       CHAR(10)     NOT NULL,
             NEWBROKERSREF       CHAR(10)     NOT NULL,
             EFFECTIVEDATE       CHAR(10)     NOT NULL,
             PREMIUM             DECIMAL(9,2) NOT NULL,
             COMMISSION          DECIMAL(9,2) NOT NULL,
             DAYSUNEXPIRED       INTEGER      NOT NULL,
             OUTGOINGSHARE       DECIMAL(9,2) NOT NULL,
             INCOMINGSHARE       DECIMAL(9,2) NOT NULL,
             TRANSFERREDTIMESTAMP TIMESTAMP   NOT NULL
           ) END-EXEC.

      * Business-event log - one row per event published to the
      * GENAPP.BUSINESS.EVENTS MQ queue for the downstream systems
      * (claims platform, broker portal, warehouse), written by the
      * LGEVPUB module in the same unit of work as the change and
      * its MQPUT, so the log, the queue and the book agree:
      *   EVENTTYPE 'PA' policy added       'PE' policy endorsed
      *             'PC' policy cancelled   'PD' policy deleted
      *             'CM' customers merged   'CC' contact changed
      * POLICYNUMBER is zero on a customer event; RELATEDNUMBER is
      * the merged-away customer on a 'CM' event, zero otherwise.
      *   EVENTSTATUS 'P' published
      *               'H' held - the queue could not be reached, so
      *                   MESSAGE keeps the event (copybook LGEVTREC
      *                   layout) until LGEVRTRY puts it and marks
      *                   the row 'P'
      *               'E' erased - a held event of a customer LGSAR
      *                   has since erased; MESSAGE is blanked and
      *                   the event is never retried, as it would
      *                   carry the erased details downstream
      * MESSAGE is blank once the event is published - the queue has
      * it, and the contact details a 'CC' event carries are not kept
      * here longer than the outage.  MQREASON is the last MQ reason
      * code a held event failed on, RETRIES how often LGEVRTRY has
      * tried it.  LGEVRECN checks each day's rows against
      * POLICYAUDIT, POLENDORSE, POLCANCEL, CUSTMERGE, CUSTHIST and
      * the POLICY rows issued that day.
           EXEC SQL DECLARE EVENTLOG TABLE
           ( EVENTTYPE           CHAR(2)      NOT NULL,
             CUSTOMERNUMBER      INTEGER      NOT NULL,
             POLICYNUMBER        INTEGER      NOT NULL,
             RELATEDNUMBER       INTEGER      NOT NULL,
             SOURCEPROGRAM       CHAR(8)      NOT NULL,
             EVENTTIMESTAMP      TIMESTAMP    NOT NULL,
             EVENTSTATUS         CHAR(1)      NOT NULL,
             MQREASON            INTEGER      NOT NULL WITH DEFAULT,
             RETRIES             INTEGER      NOT NULL WITH DEFAULT,
             PUBLISHEDTIMESTAMP  TIMESTAMP    NOT NULL WITH DEFAULT,
             MESSAGE             CHAR(300)    NOT NULL WITH DEFAULT
           ) END-EXEC.
