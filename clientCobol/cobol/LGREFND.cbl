      * produced for IN-OVERPAID-FLAG = 'Y' requests, joins the      *
      * customer's name from DB2, and produces:                      *
      *                                                                *
      *  - BACSOUT, the bank-payment refund file in our BACS layout, *
      *    paid to the account on the customer's live direct-debit   *
      *    mandate (GENAMAND); with no live mandate the destination  *
      *    sort code/account are left zero for the treasury system   *
      *    to enrich before transmission;                            *
      *  - a printed refund register with count, value and hash      *
      *    (customer number sum) control totals;                     *
      *  - GLOUT, one general-ledger extract record per refund plus  *
      *    the run's refund totals as the trailer, for the LGGLJNL   *
      *    nightly journal;                                          *
      *  - for a customer who takes correspondence by e-mail or SMS  *
      *    (COMMSPREF, routed by the shared LGNOTIFY module), a      *
      *    refund advice on NOTIFOUT carrying the payment record.    *
      *    A post customer's refund goes out as it always has, on    *
      *    the BACS payment alone.                                   *
      *                                                                *
      * The register must reconcile to the run's TOTALS trailer      *
      * before the payment file is released: the detail records      *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLOUT.

      * Direct-debit mandate master - read by customer number.
           SELECT MANDATE-FILE ASSIGN TO GENAMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-CUSTOMER-NUM
               FILE STATUS IS FS-MANDATE.

       DATA DIVISION.
       FILE SECTION.
       FD  AVGIN-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       FD  MANDATE-FILE.
       COPY LGMNDREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
             88 BACS-OK                     VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.
          05 FS-MANDATE          PIC X(02)  VALUE SPACES.
             88 MANDATE-OK                  VALUE '00'.
             88 MANDATE-NOTFND              VALUE '23'.

       01 WS-SWITCHES.
          05 WS-EOF-AVGIN        PIC X(01)  VALUE ' '.
             88 END-OF-AVGIN               VALUE 'Y'.
          05 WS-TRAILER-SEEN     PIC X(01)  VALUE 'N'.
             88 TRAILER-SEEN                VALUE 'Y'.
          05 WS-MANDATE-SW       PIC X(01)  VALUE 'N'.
             88 LIVE-MANDATE                VALUE 'Y'.

      * GETPAVG's detail record shape (first 29 bytes of OUT-REC).
       01 WS-AVG-REC.

      *================================================================*
      * One BACS payment record per refund.  Sort code and account    *
      * come from the live mandate, or are zeros for the treasury     *
      * enrichment where the customer has none.                       *
      *================================================================*
       01 WS-BACS-REC.
          05 BAC-DEST-SORT-CODE  PIC 9(06).
             10 BAC-REF-CUST-NUM PIC 9(10).
          05 FILLER              PIC X(37).

      *================================================================*
      * The refund advice the e-mail/SMS gateway words its message    *
      * from - what was paid, when and to which account.  Built here  *
      * rather than passing the BACS record on: the advice travels on *
      * NOTIFY.OUTBOUND and, if it bounces, to the print vendor on    *
      * POSTOUT, so it carries the account masked to its last four    *
      * digits and no sort code - or no account at all when the       *
      * refund went out for treasury to enrich.                       *
      *================================================================*
       01 WS-ADVICE-IMAGE.
          05 ADV-REFERENCE       PIC X(17).
          05 ADV-AMOUNT          PIC 9(09)V99.
          05 ADV-PAYMENT-DATE    PIC X(10).
          05 ADV-ACCOUNT-MASKED.
             10 ADV-ACCOUNT-STARS PIC X(04).
             10 ADV-ACCOUNT-LAST4 PIC 9(04).
          05 FILLER              PIC X(134) VALUE SPACES.

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-DETAIL-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-REFUND-VALUE     PIC 9(11) VALUE ZEROES.
          05 WS-HASH-TOTAL       PIC 9(15) VALUE ZEROES.
          05 WS-NAME-NOT-FOUND   PIC 9(09) VALUE ZEROES.
          05 WS-REFUND-NOTIFIED  PIC 9(09) VALUE ZEROES.
          05 WS-NO-MANDATE       PIC 9(09) VALUE ZEROES.

       01 WS-WORK.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.

           COPY LGPOLICY.

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

      * Delivery routing - an e-mail or SMS customer is sent a refund
      * advice on NOTIFOUT.
       COPY LGNTFCA.

       PROCEDURE DIVISION.
       0001-MAIN.

              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT GL-FILE

           IF NOT GLOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLOUT:' FS-GLOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN INPUT MANDATE-FILE

           IF NOT MANDATE-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENAMAND:'
                       FS-MANDATE
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD

           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE


           COMPUTE WS-REFUND-AMOUNT = AVG-PREMIUM * -1

           PERFORM 2120-GET-MANDATE

           IF LIVE-MANDATE
              MOVE MD-SORT-CODE   TO BAC-DEST-SORT-CODE
              MOVE MD-ACCOUNT-NUM TO BAC-DEST-ACCOUNT
           ELSE
              MOVE ZEROES TO BAC-DEST-SORT-CODE
              MOVE ZEROES TO BAC-DEST-ACCOUNT
           END-IF
           COMPUTE BAC-AMOUNT-PENCE = WS-REFUND-AMOUNT * 100
           MOVE AVG-CUST-NUMBER TO BAC-REF-CUST-NUM

           ADD WS-REFUND-AMOUNT  TO WS-REFUND-VALUE
           ADD AVG-CUST-NUMBER   TO WS-HASH-TOTAL

           PERFORM 2150-ROUTE-ADVICE

           PERFORM 2200-LOG-CORRESPONDENCE

           PERFORM 2900-WRITE-GL-DETAIL

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * The customer's mandate off GENAMAND - the refund goes back to  *
      * the account the premium was collected from.  Anything but a    *
      * live one (none on file, cancelled by us or by the payer's      *
      * bank) leaves the payment for treasury to enrich, and is        *
      * counted for the register.  Any other read error stops the run. *
      *================================================================*
       2120-GET-MANDATE.

           MOVE 'N'             TO WS-MANDATE-SW
           MOVE AVG-CUST-NUMBER TO MD-CUSTOMER-NUM

           READ MANDATE-FILE

           EVALUATE TRUE
              WHEN MANDATE-OK AND MD-LIVE
                 MOVE 'Y' TO WS-MANDATE-SW
              WHEN MANDATE-OK
              WHEN MANDATE-NOTFND
                 ADD 1 TO WS-NO-MANDATE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND READ:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2120-EXIT
           .
       2120-EXIT.
           EXIT.

      *================================================================*
      * The payment is on the BACS file whatever the channel - this    *
      * only decides whether the customer is also told by e-mail or    *
      * SMS.  LGNOTIFY writes the advice to NOTIFOUT itself; there is  *
      * no printed advice to suppress.  The BACS record itself never   *
      * goes - the advice image carries the amount, the payment date   *
      * and the last four digits of the account only.                  *
      *================================================================*
       2150-ROUTE-ADVICE.

           MOVE BAC-REFERENCE      TO ADV-REFERENCE
           MOVE WS-REFUND-AMOUNT   TO ADV-AMOUNT
           MOVE GLW-RUN-DATE       TO ADV-PAYMENT-DATE
           IF LIVE-MANDATE
              MOVE '****'         TO ADV-ACCOUNT-STARS
              MOVE MD-ACCOUNT-NUM TO ADV-ACCOUNT-LAST4
           ELSE
              MOVE SPACES         TO ADV-ACCOUNT-MASKED
           END-IF

           MOVE 'R'                TO NTF-REQUEST
           MOVE WS-CUSTOMER-NUMBER TO NTF-CUSTOMER-NUM
           MOVE ZEROES             TO NTF-POLICY-NUM
           MOVE 'F'                TO NTF-ITEM-TYPE
           MOVE 'LGREFND'          TO NTF-PROGRAM
           MOVE WS-REFUND-AMOUNT   TO NTF-AMOUNT
           MOVE SPACES             TO NTF-ITEM-DATE
           MOVE WS-ADVICE-IMAGE    TO NTF-ITEM-IMAGE
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           IF NTF-STATUS NOT = '00'
              DISPLAY 'REFUND ADVICE NOT SENT, CUSTOMER:'
                       WS-CUSTOMER-NUMBER ' NOTIFY STATUS:' NTF-STATUS
           END-IF

           IF NOT NTF-BY-POST
              ADD 1 TO WS-REFUND-NOTIFIED
           END-IF

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * Record that this customer's refund payment went on this       *
      * run's BACS file - the correspondence log the service team     *
      * answers "did we send it" from - with the channel the advice   *
      * went by.  Customer-level, so the policy number is zero.  A    *
      * failed log insert is reported but never fails the refund.     *
      *================================================================*
       2200-LOG-CORRESPONDENCE.

                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP,
                         CHANNEL )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         0,
                         'F',
                         'LGREFND',
                         :NTF-RUN-DATE,
                         CURRENT TIMESTAMP,
                         :NTF-CHANNEL )
           END-EXEC

           IF SQLCODE NOT = 0
       2200-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per refund - event RF,       *
      * premium handed back.  The request id says which product's      *
      * premium it was; the refund is customer-level, so the           *
      * reference is the customer number.  A GLOUT write failure stops *
      * the run.                                                       *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGREFND'         TO GLX-SOURCE
           MOVE 'RF'              TO GLX-EVENT
           MOVE AVG-CUST-NUMBER   TO GLX-REFERENCE
           MOVE WS-REFUND-AMOUNT  TO GLX-AMOUNT
           MOVE GLW-RUN-DATE      TO GLX-RUN-DATE

           EVALUATE AVG-REQUEST-ID
              WHEN '0AVMOT'
                 MOVE 'M'    TO GLX-POLICY-TYPE
              WHEN '0AVEND'
                 MOVE 'E'    TO GLX-POLICY-TYPE
              WHEN '0AVHOU'
                 MOVE 'H'    TO GLX-POLICY-TYPE
              WHEN '0AVCOM'
                 MOVE 'C'    TO GLX-POLICY-TYPE
              WHEN OTHER
                 MOVE SPACES TO GLX-POLICY-TYPE
           END-EVALUATE

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT WRITE:' FS-GLOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * Control totals, then the reconciliation that gates the         *
      * release: the trailer must be present and its written-count     *
           MOVE WS-HASH-TOTAL TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'NO LIVE MANDATE       - ' TO RL-TOT-TITLE
           MOVE WS-NO-MANDATE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           EVALUATE TRUE
              WHEN NOT TRAILER-SEEN
                 MOVE 'DO NOT RELEASE - NO TOTALS TRAILER ON EXTRACT'
       5000-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailer - the run's own refund count and value, which    *
      * LGGLJNL proves the RF detail records against.                  *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'          TO GLT-RECORD-ID
           MOVE 'LGREFND'         TO GLT-SOURCE
           MOVE 'RF'              TO GLT-EVENT
           MOVE WS-REFUND-COUNT   TO GLT-COUNT
           MOVE WS-REFUND-VALUE   TO GLT-VALUE
           MOVE GLW-RUN-DATE      TO GLT-RUN-DATE

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT TRAILER WRITE:'
                       FS-GLOUT
           END-IF

           PERFORM 4950-EXIT
           .
       4950-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
           DISPLAY 'REFUNDS EXTRACTED:' WS-REFUND-COUNT
           DISPLAY 'REFUND VALUE:' WS-REFUND-VALUE
           DISPLAY 'NAMES NOT ON FILE:' WS-NAME-NOT-FOUND
           DISPLAY 'ADVICES BY E-MAIL/SMS:' WS-REFUND-NOTIFIED
           DISPLAY 'NO LIVE MANDATE:' WS-NO-MANDATE

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           CLOSE AVGIN-FILE
           CLOSE BACS-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE
           CLOSE MANDATE-FILE

           MOVE 'C' TO NTF-REQUEST
           CALL NTF-MODULE USING WS-NOTIFY-PARMS

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ TO RLOG-RECORDS-READ
