      * block from CUSTOMER, one line per policy with type, policy   *
      * number, issue/expiry dates and the premium from the type-    *
      * specific columns (the same joins GETAAVG's 3600/3650         *
      * paragraphs use), the Insurance Premium Tax charged on it and *
      * the total payable, and per-customer totals of each.          *
      *                                                                *
      * Runs in one of two modes:                                    *
      *  - driver mode: CUSTIN (OPTIONAL, like GETPAVG's CHKPTIN)    *
      *    can regenerate a single statement on demand;              *
      *  - full-book mode: CUSTIN absent or empty, every customer    *
      *    on file gets a statement.                                  *
      * In full-book mode each statement goes by post, e-mail or SMS *
      * on the customer's COMMSPREF, routed by the shared LGNOTIFY   *
      * module - an e-mail or SMS customer gets a statement-ready    *
      * message on NOTIFOUT instead of a printed page, an e-mail-    *
      * and-post customer gets both.  A driver-mode statement is     *
      * always printed - it is a reprint the service team asked for, *
      * or the postal copy of a statement message the gateway could  *
      * not deliver (LGNTFRTN).                                      *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************

       01 WS-COUNTS.
          05 WS-STATEMENTS-DONE  PIC 9(09) VALUE ZEROES.
          05 WS-STATEMENTS-NOTIFIED
                                 PIC 9(09) VALUE ZEROES.
          05 WS-POLICIES-PRINTED PIC 9(09) VALUE ZEROES.
          05 WS-CUST-NOT-FOUND   PIC 9(09) VALUE ZEROES.
          05 WS-POLICIES-PRINTED-THIS-CUST
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-CUST-TOTAL       PIC S9(09)V99 COMP-3.
          05 WS-POLICY-IPT       PIC S9(07)V99 COMP-3.
          05 WS-POLICY-PAYABLE   PIC S9(07)V99 COMP-3.
          05 WS-CUST-IPT-TOTAL   PIC S9(09)V99 COMP-3.
          05 WS-CUST-PAYABLE     PIC S9(09)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
             10 FILLER           PIC X(12)  VALUE 'EXPIRES'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE '       PREMIUM'.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE '           IPT'.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE '         TOTAL'.
          05 WS-POL-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POL-TYPE       PIC X(01).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POL-PREMIUM    PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POL-IPT        PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POL-PAYABLE    PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POL-NOTE       PIC X(24).
          05 WS-CUST-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(20)  VALUE
                'TOTAL PREMIUM      -'.
             10 RL-CUST-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-CUST-IPT-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(20)  VALUE
                'TOTAL IPT          -'.
             10 RL-CUST-IPT       PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-CUST-PAYABLE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(20)  VALUE
                'TOTAL PAYABLE      -'.
             10 RL-CUST-PAYABLE   PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-NO-POLICY-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(30)  VALUE
      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

      * Delivery routing - each full-book statement goes by post,
      * e-mail or SMS on the customer's preference.
       COPY LGNTFCA.

       PROCEDURE DIVISION.
       0001-MAIN.


           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE
           MOVE SPACES TO NTF-RUN-DATE

           OPEN OUTPUT REPORT-FILE


           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3050-ROUTE-STATEMENT
                 IF NTF-PRINT-ITEM
                    PERFORM 3100-PRINT-STATEMENT
                 ELSE
                    ADD 1 TO WS-STATEMENTS-NOTIFIED
                    PERFORM 3500-LOG-CORRESPONDENCE
                 END-IF
              WHEN 100
                 DISPLAY 'CUSTOMER NOT ON FILE:' WS-CUSTOMER-NUMBER
                 MOVE WS-CUSTOMER-NUMBER TO RL-NF-CUSNUM
       3000-EXIT.
           EXIT.

      *================================================================*
      * How this statement goes out.  Full-book mode asks LGNOTIFY,    *
      * which writes an e-mail or SMS customer's statement message to  *
      * NOTIFOUT itself and says whether to print the page too (a      *
      * routing failure always comes back as post).  Driver mode       *
      * always prints, logged under today's date.                      *
      *================================================================*
       3050-ROUTE-STATEMENT.

           IF DRIVER-MODE
              MOVE 'P' TO NTF-CHANNEL
              IF NTF-RUN-DATE = SPACES
                 EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                     INTO :NTF-RUN-DATE
                     FROM SYSIBM.SYSDUMMY1
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'SQL ERROR READING RUN DATE, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                    PERFORM 9000-END-PARA
                 END-IF
              END-IF
           ELSE
              MOVE 'R'                TO NTF-REQUEST
              MOVE WS-CUSTOMER-NUMBER TO NTF-CUSTOMER-NUM
              MOVE ZEROES             TO NTF-POLICY-NUM
              MOVE 'S'                TO NTF-ITEM-TYPE
              MOVE 'LGSTMT'           TO NTF-PROGRAM
              MOVE ZEROES             TO NTF-AMOUNT
              MOVE SPACES             TO NTF-ITEM-DATE
                                         NTF-ITEM-IMAGE
              CALL NTF-MODULE USING WS-NOTIFY-PARMS
              IF NTF-STATUS NOT = '00'
                 DISPLAY 'STATEMENT ROUTED BY POST, CUSTOMER:'
                          WS-CUSTOMER-NUMBER ' NOTIFY STATUS:'
                          NTF-STATUS
              END-IF
           END-IF

           PERFORM 3050-EXIT
           .
       3050-EXIT.
           EXIT.

       3100-PRINT-STATEMENT.

           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           WRITE RPT-LINE FROM WS-POL-HEADING-LINE

           MOVE ZEROES TO WS-CUST-TOTAL
                          WS-CUST-IPT-TOTAL
                          WS-CUST-PAYABLE

           EXEC SQL
             DECLARE STPOL-CURSOR CURSOR FOR
             SELECT POLICYNUMBER, POLICYTYPE, ISSUEDATE, EXPIRYDATE,
                    IPTAMOUNT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY POLICYNUMBER

           MOVE WS-CUST-TOTAL TO RL-CUST-TOTAL
           WRITE RPT-LINE FROM WS-CUST-TOTAL-LINE
           MOVE WS-CUST-IPT-TOTAL TO RL-CUST-IPT
           WRITE RPT-LINE FROM WS-CUST-IPT-LINE
           MOVE WS-CUST-PAYABLE TO RL-CUST-PAYABLE
           WRITE RPT-LINE FROM WS-CUST-PAYABLE-LINE

           ADD 1 TO WS-STATEMENTS-DONE
           PERFORM 3500-LOG-CORRESPONDENCE
              INTO :WS-POLICY-NUM-INT,
                   :DB2-POLICYTYPE,
                   :DB2-ISSUEDATE,
                   :DB2-EXPIRYDATE,
                   :WS-POLICY-IPT
           END-EXEC

           EVALUATE SQLCODE
      * One policy line - premium from the type-specific column, the   *
      * same columns GETAAVG's 3650-GET-POLICY-PREMIUM reads.  A       *
      * missing subtype row prints as zero with a note rather than     *
      * dropping the policy off the customer's statement.  The IPT is  *
      * the figure held on POLICY; the total payable is the two added. *
      *================================================================*
       3300-PRINT-ONE-POLICY.

           MOVE DB2-ISSUEDATE     TO RL-ISSUEDATE
           MOVE DB2-EXPIRYDATE    TO RL-EXPIRYDATE
           MOVE WS-POLICY-PREMIUM TO RL-POL-PREMIUM
           MOVE WS-POLICY-IPT     TO RL-POL-IPT
           COMPUTE WS-POLICY-PAYABLE = WS-POLICY-PREMIUM + WS-POLICY-IPT
           MOVE WS-POLICY-PAYABLE TO RL-POL-PAYABLE

           WRITE RPT-LINE FROM WS-POL-DETAIL-LINE

           ADD WS-POLICY-PREMIUM TO WS-CUST-TOTAL
           ADD WS-POLICY-IPT     TO WS-CUST-IPT-TOTAL
           ADD WS-POLICY-PAYABLE TO WS-CUST-PAYABLE
           ADD 1 TO WS-POLICIES-PRINTED
           ADD 1 TO WS-POLICIES-PRINTED-THIS-CUST

      *================================================================*
      * Record that this customer's statement went on this run's      *
      * output - the correspondence log the service team answers      *
      * "did we send it" from - with the channel it went by.  A       *
      * failed log insert is reported but never fails the statement  *
      * itself, the usual audit stance.                               *
      *================================================================*
       3500-LOG-CORRESPONDENCE.

                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP,
                         CHANNEL )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         0,
                         'S',
                         'LGSTMT',
                         :NTF-RUN-DATE,
                         CURRENT TIMESTAMP,
                         :NTF-CHANNEL )
           END-EXEC

           IF SQLCODE NOT = 0

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'STATEMENTS PRODUCED:' WS-STATEMENTS-DONE
           DISPLAY 'STATEMENTS BY E-MAIL/SMS ONLY:'
                    WS-STATEMENTS-NOTIFIED
           DISPLAY 'POLICY LINES PRINTED:' WS-POLICIES-PRINTED
           DISPLAY 'CUSTOMERS NOT ON FILE:' WS-CUST-NOT-FOUND

           CLOSE CUSTIN-FILE
           CLOSE REPORT-FILE

           MOVE 'C' TO NTF-REQUEST
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-PRINTED
             TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN
                 = WS-STATEMENTS-DONE + WS-STATEMENTS-NOTIFIED
           MOVE WS-CUST-NOT-FOUND
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
