      * POLICY.PAYMENT against its premium from the type-specific    *
      * columns (the same MOTOR/COMMERCIAL.PREMIUM,                  *
      * ENDOWMENT.SUMASSURED, HOUSE.VALUE picks GETAAVG's 3650       *
      * paragraph does) plus the Insurance Premium Tax on it (held   *
      * on POLICY, and demanded with the premium by LGBILL) and,     *
      * where the payments fall short, ages the shortfall into       *
      * buckets by days on risk (days since                          *
      * ISSUEDATE - the date the cover, and so the debt, started):   *
      *   bucket 1 = 0-30 days   bucket 2 = 31-60 days               *
      *   bucket 3 = 61-90 days  bucket 4 = over 90 days             *
      * customer, contact details joined from CUSTOMER the same way  *
      * LGRENEW's notice records join them - a single pass ordered   *
      * by customer number, so a customer's policies aggregate into  *
      * one letter, not one letter per policy.  Each letter goes by  *
      * post, e-mail or SMS on the customer's COMMSPREF, routed by   *
      * the shared LGNOTIFY module (e-mail and SMS on NOTIFOUT, an   *
      * e-mail-and-post customer gets both), and is logged on        *
      * CORRLOG as item type 'D' with the channel it went by.        *
      * A policy on a monthly instalment plan is not aged as one     *
      * annual debt.  What it owes is the sum of its instalments     *
      * LGBILL has demanded whose collection date has passed         *
      * (INSTALMENT rows, AMOUNT including any credit charge) - an   *
      * instalment not yet collected is not yet missed; payments     *
      * clear the oldest instalments first, so the shortfall sits on *
      * the latest instalments, unpaid or returned, and each missed  *
      * instalment is listed and bucketed on its own by days past    *
      * its collection date.                                         *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-FIRST-RECORD     PIC X(01)  VALUE 'Y'.
             88 IS-FIRST-RECORD             VALUE 'Y'.
          05 WS-EOF-INS-CSR      PIC X(01)  VALUE ' '.
             88 END-OF-INS-CSR              VALUE 'Y'.

      *================================================================*
      * Dunning-letter extract record - the delinquent customer's      *
          05 WS-GRD-DELINQUENT   PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-ARREARS      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CUSTOMERS    PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-NOTIFIED     PIC 9(07)  VALUE ZEROES.

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-NO-SUBTYPE-COUNT PIC 9(09) VALUE ZEROES.
          05 WS-PLAN-POLICIES    PIC 9(09) VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-PAYMENT-INT      PIC S9(09) COMP-5.
          05 WS-AGE-DAYS         PIC S9(09) COMP-5.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-POLICY-IPT       PIC S9(07)V99 COMP-3.
          05 WS-SHORTFALL        PIC S9(09)V99 COMP-3.
          05 WS-PAID-AMOUNT      PIC S9(09)V99 COMP-3.

      * Instalment-plan policies - rows on the plan, total due to
      * date, and each due instalment as it comes off INS-CURSOR.
       01 WS-INSTAL-WORK.
          05 WS-PLAN-ROWS        PIC S9(09) COMP-5.
          05 WS-PLAN-DUE         PIC S9(09)V99 COMP-3.
          05 WS-UNALLOCATED      PIC S9(09)V99 COMP-3.
          05 WS-INS-DUEDATE      PIC X(10).
          05 WS-INS-AMOUNT       PIC S9(07)V99 COMP-3.
          05 WS-INS-OVERDUE-DAYS PIC S9(09) COMP-5.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
             10 FILLER           PIC X(12)  VALUE '   SHORTFALL'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'AGED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'DUE DATE'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLNUM         PIC 9(09).
             10 RL-SHORTFALL      PIC -ZZZZZZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-BUCKET         PIC X(12).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-DUEDATE        PIC X(10).
          05 WS-BUCKET-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'TOTAL FOR '.
             10 RL-BT-BUCKET      PIC X(12).
             10 FILLER           PIC X(03)  VALUE ' - '.
             10 RL-BT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(10)  VALUE ' ITEMS    '.
             10 FILLER           PIC X(10)  VALUE 'SHORTFALL '.
             10 RL-BT-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-TITLE-LINE.
      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

      * Delivery routing - each letter goes by post, e-mail or SMS on
      * the customer's preference, e-mail and SMS on NOTIFOUT.
       COPY LGNTFCA.

       PROCEDURE DIVISION.
       0001-MAIN.

                    POL.CUSTOMERNUMBER,
                    POL.POLICYTYPE,
                    POL.PAYMENT,
                    POL.IPTAMOUNT,
                    DAYS(CURRENT DATE) - DAYS(DATE(POL.ISSUEDATE)),
                    CUST.FIRSTNAME,
                    CUST.LASTNAME,
                   :WS-CUSTOMER-NUMBER,
                   :DB2-POLICYTYPE,
                   :WS-PAYMENT-INT,
                   :WS-POLICY-IPT,
                   :WS-AGE-DAYS,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME,
           MOVE 'N' TO WS-FIRST-RECORD
           MOVE WS-CUSTOMER-NUMBER TO WS-PREV-CUST-NUMBER

           PERFORM 2050-CHECK-PLAN

           IF WS-PLAN-ROWS > 0
              PERFORM 2300-AGE-INSTALMENTS
           ELSE
              PERFORM 2100-GET-POLICY-PREMIUM
              IF WS-STATUS-CODE = '00'
      *          The customer owes the tax as well as the premium.
                 ADD WS-POLICY-IPT TO WS-POLICY-PREMIUM
                 COMPUTE WS-SHORTFALL =
                    WS-POLICY-PREMIUM - WS-PAYMENT-INT
                 IF WS-SHORTFALL > 0
                    MOVE WS-PAYMENT-INT TO WS-PAID-AMOUNT
                    MOVE SPACES         TO RL-DUEDATE
                    PERFORM 2200-AGE-AND-REPORT
                    ADD 1 TO WS-GRD-DELINQUENT
                    ADD 1 TO WS-CUST-DELINQUENT
                 END-IF
              END-IF
           END-IF

       2000-EXIT.
           EXIT.

      *================================================================*
      * Is the policy on an instalment plan - any INSTALMENT rows at   *
      * all, even if none has fallen due yet - and if so what its      *
      * instalments demanded and past their collection date add up to. *
      *================================================================*
       2050-CHECK-PLAN.

           MOVE '00' TO WS-STATUS-CODE

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN STATUS = 'B'
                                        AND DATE(CASE
                                            WHEN COLLECTIONDATE = ' '
                                            THEN DUEDATE
                                            ELSE COLLECTIONDATE END)
                                            < CURRENT DATE
                                       THEN AMOUNT ELSE 0 END), 0)
                INTO :WS-PLAN-ROWS,
                     :WS-PLAN-DUE
                FROM INSTALMENT
               WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON INSTALMENT COUNT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2050-EXIT
           .
       2050-EXIT.
           EXIT.

      *================================================================*
      * The policy's premium from its type-specific column - the same  *
      * columns GETAAVG's 3650-GET-POLICY-PREMIUM reads.  A missing    *
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           MOVE DB2-POLICYTYPE     TO RL-POLTYPE
           MOVE WS-POLICY-PREMIUM  TO RL-PREMIUM
           MOVE WS-PAID-AMOUNT     TO RL-PAID
           MOVE WS-SHORTFALL       TO RL-SHORTFALL
           MOVE WS-BUCKET-NAME(WS-BUCKET-IDX) TO RL-BUCKET


           ADD 1            TO WS-BKT-COUNT(WS-BUCKET-IDX)
           ADD WS-SHORTFALL TO WS-BKT-VALUE(WS-BUCKET-IDX)
           ADD WS-SHORTFALL TO WS-GRD-ARREARS
           ADD WS-SHORTFALL TO WS-CUST-ARREARS

           PERFORM 2200-EXIT
       2200-EXIT.
           EXIT.

      *================================================================*
      * Instalment-plan policy.  The shortfall is the instalments      *
      * collected to date less everything paid; it is laid against     *
      * those instalments latest first (payments having cleared the    *
      * oldest) until it is used up, one report line and one bucket    *
      * entry per missed instalment aged on days past its collection   *
      * date.  The policy still counts once as delinquent and once on  *
      * the letter.                                                    *
      *================================================================*
       2300-AGE-INSTALMENTS.

           ADD 1 TO WS-PLAN-POLICIES

           COMPUTE WS-UNALLOCATED = WS-PLAN-DUE - WS-PAYMENT-INT

           IF WS-UNALLOCATED > 0
              PERFORM 2320-LIST-MISSED
           END-IF

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

       2320-LIST-MISSED.

           EXEC SQL
             DECLARE INS-CURSOR CURSOR FOR
             SELECT DUEDATE,
                    AMOUNT,
                    DAYS(CURRENT DATE)
                  - DAYS(DATE(CASE WHEN COLLECTIONDATE = ' '
                                   THEN DUEDATE
                                   ELSE COLLECTIONDATE END))
               FROM INSTALMENT
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND STATUS = 'B'
                AND DATE(CASE WHEN COLLECTIONDATE = ' '
                              THEN DUEDATE
                              ELSE COLLECTIONDATE END) < CURRENT DATE
                AND AMOUNT > 0
              ORDER BY DUEDATE DESC
           END-EXEC

           EXEC SQL OPEN INS-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN INS-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO WS-EOF-INS-CSR
           PERFORM 2350-FETCH-INSTALMENT

           PERFORM 2400-AGE-ONE-INSTALMENT
              UNTIL END-OF-INS-CSR
                 OR WS-UNALLOCATED NOT > 0

           EXEC SQL CLOSE INS-CURSOR END-EXEC

           ADD 1 TO WS-GRD-DELINQUENT
           ADD 1 TO WS-CUST-DELINQUENT

           PERFORM 2320-EXIT
           .
       2320-EXIT.
           EXIT.

       2350-FETCH-INSTALMENT.

           EXEC SQL
             FETCH INS-CURSOR
              INTO :WS-INS-DUEDATE,
                   :WS-INS-AMOUNT,
                   :WS-INS-OVERDUE-DAYS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-INS-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH INS-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

       2400-AGE-ONE-INSTALMENT.

           IF WS-UNALLOCATED < WS-INS-AMOUNT
              MOVE WS-UNALLOCATED TO WS-SHORTFALL
           ELSE
              MOVE WS-INS-AMOUNT  TO WS-SHORTFALL
           END-IF
           SUBTRACT WS-SHORTFALL FROM WS-UNALLOCATED

           MOVE WS-INS-OVERDUE-DAYS TO WS-AGE-DAYS
           MOVE WS-INS-AMOUNT       TO WS-POLICY-PREMIUM
           COMPUTE WS-PAID-AMOUNT = WS-INS-AMOUNT - WS-SHORTFALL
           MOVE WS-INS-DUEDATE      TO RL-DUEDATE

           PERFORM 2200-AGE-AND-REPORT

           PERFORM 2350-FETCH-INSTALMENT
           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

      *================================================================*
      * Customer control break - one dunning-letter record per         *
      * customer who ended the pass delinquent.                        *
              MOVE WS-H-PHONE-HOME     TO DUN-PHONE-HOME
              MOVE WS-H-EMAIL          TO DUN-EMAIL-ADDRESS

              PERFORM 2510-ROUTE-LETTER

              IF NTF-PRINT-ITEM
                 WRITE DUN-REC FROM WS-DUN-REC
                 IF NOT DUNOUT-OK
                    DISPLAY 'INVALID FILE STATUS ON DUNNING WRITE:'
                             FS-DUNOUT
                    MOVE '03' TO WS-STATUS-CODE
                    PERFORM 9000-END-PARA
                 END-IF
              ELSE
                 ADD 1 TO WS-GRD-NOTIFIED
              END-IF

              PERFORM 2550-LOG-CORRESPONDENCE

              ADD 1 TO WS-GRD-CUSTOMERS
           END-IF

       2500-EXIT.
           EXIT.

      *================================================================*
      * How this letter goes out - LGNOTIFY writes an e-mail or SMS    *
      * customer's letter to NOTIFOUT itself, and says whether it is   *
      * to be printed too.  A routing failure always comes back as     *
      * post, so the letter is never lost.                             *
      *================================================================*
       2510-ROUTE-LETTER.

           MOVE 'R'                 TO NTF-REQUEST
           MOVE WS-PREV-CUST-NUMBER TO NTF-CUSTOMER-NUM
           MOVE ZEROES              TO NTF-POLICY-NUM
           MOVE 'D'                 TO NTF-ITEM-TYPE
           MOVE 'LGARREAR'          TO NTF-PROGRAM
           MOVE DUN-ARREARS-TOTAL   TO NTF-AMOUNT
           MOVE SPACES              TO NTF-ITEM-DATE
           MOVE WS-DUN-REC          TO NTF-ITEM-IMAGE
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           IF NTF-STATUS NOT = '00'
              DISPLAY 'LETTER ROUTED BY POST, CUSTOMER:'
                       WS-PREV-CUST-NUMBER ' NOTIFY STATUS:' NTF-STATUS
           END-IF

           PERFORM 2510-EXIT
           .
       2510-EXIT.
           EXIT.

      *================================================================*
      * Record that this customer's dunning letter went out, and by    *
      * which channel - customer-level, so policy number zero.  A      *
      * failed log insert is reported but never fails the letter.      *
      *================================================================*
       2550-LOG-CORRESPONDENCE.

           EXEC SQL
             INSERT INTO CORRLOG
                       ( CUSTOMERNUMBER,
                         POLICYNUMBER,
                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP,
                         CHANNEL )
                VALUES ( :WS-PREV-CUST-NUMBER,
                         0,
                         'D',
                         'LGARREAR',
                         :NTF-RUN-DATE,
                         CURRENT TIMESTAMP,
                         :NTF-CHANNEL )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING - CORRESPONDENCE LOG INSERT FAILED:'
                      SQLCODE
           END-IF

           PERFORM 2550-EXIT
           .
       2550-EXIT.
           EXIT.

       2600-START-CUSTOMER.

           INITIALIZE WS-CUSTOMER-TOTALS
           DISPLAY 'POLICIES READ:' WS-POLICIES-READ
           DISPLAY 'DELINQUENT POLICIES:' WS-GRD-DELINQUENT
           DISPLAY 'DELINQUENT CUSTOMERS:' WS-GRD-CUSTOMERS
           DISPLAY 'LETTERS BY E-MAIL/SMS ONLY:' WS-GRD-NOTIFIED
           DISPLAY 'POLICIES WITH NO SUBTYPE ROW:' WS-NO-SUBTYPE-COUNT
           DISPLAY 'INSTALMENT PLAN POLICIES:' WS-PLAN-POLICIES

           EXEC SQL CLOSE ARREAR-CURSOR END-EXEC

           CLOSE DUNNING-FILE
           CLOSE REPORT-FILE

           MOVE 'C' TO NTF-REQUEST
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
