      * deletions (POLICYAUDIT rows), pro-rated commission on the     *
      * unexpired term, with a clawback section on the control-total  *
      * summary page so finance can tie the figure out.               *
      * Every commission earned and every clawback is also written to *
      * GLOUT as a general-ledger extract record, with the month's    *
      * commission and clawback totals as trailers, for the LGGLJNL   *
      * journal run.                                                   *
      * Each broker's statement then settles against the BRKLEDGER    *
      * commission ledger: last month's carried balance plus this     *
      * month's net commission is paid on BACSOUT ('B' brokers) or    *
      * the CHQOUT cheque register ('C' brokers) per the GENABRKR pay *
      * indicator, and a broker whose clawbacks exceed what is owed   *
      * is paid nothing and carries the debit balance forward to be   *
      * recovered from later commission.  Payments are journalled to  *
      * GLOUT too (event BP).  The run is once a month: when the      *
      * ledger already holds rows for the month it refuses to start   *
      * (return code 8), since a repeat would journal the month's     *
      * commission and clawbacks to the GL a second time.             *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLOUT.

           SELECT BACS-FILE ASSIGN TO BACSOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BACS.

           SELECT CHEQUE-FILE ASSIGN TO CHQOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CHQOUT.

      * Broker master - supplies the name/address block printed at
      * the top of each broker's statement page.
           SELECT BROKER-FILE ASSIGN TO GENABRKR
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

      ******************************************************************
      *          BACS PAYMENT FILE                                     *
      * One commission payment record per broker paid by BACS.        *
      ******************************************************************
       FD  BACS-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACS-REC.
       01 BACS-REC               PIC X(100).

      ******************************************************************
      *          CHEQUE REGISTER                                       *
      * One line per broker paid by cheque, for treasury to print and *
      * sign the cheques from.                                         *
      ******************************************************************
       FD  CHEQUE-FILE
           RECORDING MODE IS F.
       01 CHQ-LINE               PIC X(133).

       FD  BROKER-FILE.
       COPY LGBRKREC.

       01 FS-FILE-STATUS.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.
          05 FS-BACS             PIC X(02)  VALUE SPACES.
             88 BACS-OK                     VALUE '00'.
          05 FS-CHQOUT           PIC X(02)  VALUE SPACES.
             88 CHQOUT-OK                   VALUE '00'.
          05 FS-BROKER           PIC X(02)  VALUE SPACES.
             88 BROKER-OK                   VALUE '00'.
             88 BROKER-NOTFND               VALUE '23'.
          05 WS-BROKER-FILE-STATE PIC X(01) VALUE ' '.
             88 BROKER-FILE-OPEN            VALUE 'O'.
             88 BROKER-FILE-FAILED          VALUE 'F'.
          05 WS-BROKER-FOUND     PIC X(01)  VALUE 'N'.
             88 BROKER-ON-MASTER            VALUE 'Y'.

      * Commission rates by policy type - shared with LGBRKXFR.
       COPY LGCOMRT.

       01 WS-PREV-BROKERID       PIC S9(09) COMP-5 VALUE ZEROES.

          05 WS-BRK-POLICY-COUNT PIC 9(07)  VALUE ZEROES.
          05 WS-BRK-PREMIUM      PIC S9(09)V99 COMP-3 VALUE ZEROES.
          05 WS-BRK-COMMISSION   PIC S9(09)V99 COMP-3 VALUE ZEROES.
          05 WS-BRK-CLAWBACK     PIC S9(09)V99 COMP-3 VALUE ZEROES.

      *================================================================*
      * Commission ledger settlement for the broker whose statement   *
      * is closing - the BRKLEDGER row being built.  Balances are     *
      * what the company owes the broker; negative is a debit the     *
      * broker owes back.  PAYMETHOD 'B' BACS, 'C' cheque, 'H' held,  *
      * 'N' nothing due.                                               *
      *================================================================*
       01 WS-LEDGER-WORK.
          05 WS-STATEMENT-MONTH.
             10 WS-SM-YYYY       PIC 9(04).
             10 FILLER           PIC X(01)  VALUE '-'.
             10 WS-SM-MM         PIC 9(02).
          05 WS-LDG-COUNT        PIC S9(09) COMP-5.
          05 WS-LDG-MONTH-COUNT  PIC S9(09) COMP-5.
          05 WS-LDG-OPENING      PIC S9(09)V99 COMP-3.
          05 WS-LDG-COMMISSION   PIC S9(09)V99 COMP-3.
          05 WS-LDG-OWED         PIC S9(09)V99 COMP-3.
          05 WS-LDG-PAID         PIC S9(09)V99 COMP-3.
          05 WS-LDG-CLOSING      PIC S9(09)V99 COMP-3.
          05 WS-LDG-PAYMETHOD    PIC X(01).
             88 LDG-PAID-BY-BACS            VALUE 'B'.
             88 LDG-PAID-BY-CHEQUE          VALUE 'C'.
             88 LDG-PAYMENT-HELD            VALUE 'H'.
             88 LDG-NOTHING-DUE             VALUE 'N'.

      * What the run paid, held and carried, for the control-total
      * page - BACS count and value must agree with BACSOUT, cheque
      * count and value with the CHQOUT register total.
       01 WS-PAYMENT-TOTALS.
          05 WS-PAY-BACS-COUNT   PIC 9(07)  VALUE ZEROES.
          05 WS-PAY-BACS-VALUE   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-PAY-CHQ-COUNT    PIC 9(07)  VALUE ZEROES.
          05 WS-PAY-CHQ-VALUE    PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-PAY-HELD-COUNT   PIC 9(07)  VALUE ZEROES.
          05 WS-PAY-HELD-VALUE   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-PAY-DEBIT-COUNT  PIC 9(07)  VALUE ZEROES.
          05 WS-PAY-DEBIT-VALUE  PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-PAY-SETTLED-COUNT PIC 9(07) VALUE ZEROES.

      *================================================================*
      * One BACS payment record per broker paid, in the layout         *
      * LGREFND, LGBILL and LGCLMSET write, to the bank details on the *
      * broker master.                                                 *
      *================================================================*
       01 WS-BACS-REC.
          05 BAC-DEST-SORT-CODE  PIC 9(06).
          05 BAC-DEST-ACCOUNT    PIC 9(08).
          05 BAC-AMOUNT-PENCE    PIC 9(11).
          05 BAC-CUSTOMER-NAME   PIC X(21).
          05 BAC-REFERENCE.
             10 FILLER           PIC X(07) VALUE 'COMM   '.
             10 BAC-REF-BROKERID PIC 9(10).
          05 FILLER              PIC X(37).

       01 WS-GRAND-TOTALS.
          05 WS-GRD-BROKER-COUNT PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-COMMISSION   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-NO-SUBTYPE   PIC 9(07)  VALUE ZEROES.

      * What went to the ledger - commission earned gross of the
      * clawbacks the statement nets in, the clawbacks themselves and
      * the commission paid out on BACSOUT and the cheque register.
      * Zero-value lines (no subtype row, pre-capture audit rows) are
      * not journalled, so these are kept apart from the print totals.
       01 WS-GL-TOTALS.
          05 WS-GL-CM-COUNT      PIC 9(09)  VALUE ZEROES.
          05 WS-GL-CM-VALUE      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GL-CB-COUNT      PIC 9(09)  VALUE ZEROES.
          05 WS-GL-CB-VALUE      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GL-BP-COUNT      PIC 9(09)  VALUE ZEROES.
          05 WS-GL-BP-VALUE      PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
             10 RL-GT-NO-SUBTYPE  PIC ZZZ,ZZ9.
             10 FILLER           PIC X(33)  VALUE
                ' POLICIES HAD NO SUBTYPE ROW'.
          05 WS-LEDGER-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-LG-TEXT        PIC X(40).
             10 RL-LG-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-SETTLED-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(50)  VALUE
                '** ALREADY SETTLED THIS MONTH - NOT PAID AGAIN **'.
          05 WS-PAYMENT-TOTAL-LINE.
             10 RL-PT-CC          PIC X(01)  VALUE ' '.
             10 RL-PT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-PT-TEXT        PIC X(34).
             10 RL-PT-VALUE       PIC -ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

      *================================================================*
      * Cheque register lines - one per broker paid by cheque, payee  *
      * and address off the GENABRKR master.                          *
      *================================================================*
       01 WS-CHEQUE-LINES.
          05 WS-CHQ-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(48)  VALUE
                'GENAPP BROKER COMMISSION CHEQUE REGISTER FOR '.
             10 RL-CQ-MONTH       PIC X(07).
          05 WS-CHQ-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(06)  VALUE '  SEQ'.
             10 FILLER           PIC X(13)  VALUE '     BROKER'.
             10 FILLER           PIC X(31)  VALUE 'PAYEE'.
             10 FILLER           PIC X(35)  VALUE 'ADDRESS'.
             10 FILLER           PIC X(14)  VALUE '        AMOUNT'.
          05 WS-CHQ-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CQ-SEQ         PIC ZZZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CQ-BROKERID    PIC Z(9)9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CQ-NAME        PIC X(30).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CQ-HOUSENAME   PIC X(20).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CQ-HOUSENUMBER PIC X(04).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CQ-POSTCODE    PIC X(08).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CQ-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-CHQ-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-CQ-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(23)  VALUE
                ' CHEQUES TOTAL VALUE '.
             10 RL-CQ-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
             INCLUDE SQLCA

           COPY LGPOLICY.

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.


           WRITE RPT-LINE FROM WS-TITLE-LINE

           OPEN OUTPUT GL-FILE

           IF NOT GLOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLOUT:' FS-GLOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD
           MOVE GLW-TODAY-YYYY TO WS-SM-YYYY
           MOVE GLW-TODAY-MM   TO WS-SM-MM

           OPEN OUTPUT BACS-FILE

           IF NOT BACS-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN BACSOUT:' FS-BACS
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT CHEQUE-FILE

           IF NOT CHQOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN CHQOUT:' FS-CHQOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE WS-STATEMENT-MONTH TO RL-CQ-MONTH
           WRITE CHQ-LINE FROM WS-CHQ-TITLE-LINE
           WRITE CHQ-LINE FROM WS-CHQ-HEADING-LINE

      *    The statement pages carry the broker's name and address
      *    from the GENABRKR master - an unavailable master prints
      *    bare broker numbers with a joblog warning rather than
              SET BROKER-FILE-FAILED TO TRUE
           END-IF

           PERFORM 1100-CHECK-MONTH-SETTLED
           PERFORM 1200-OPEN-CURSOR
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * Once a month only.  Rows already on BRKLEDGER for the month    *
      * mean an earlier run has settled it and journalled its CM and   *
      * CB entries to GLOUT - running again would post them twice, so  *
      * the run stops (08) before anything is written.  The outputs    *
      * are already open, so they close empty and GLOUT carries zero   *
      * trailers, which LGGLJNL journals as nothing.                   *
      *================================================================*
       1100-CHECK-MONTH-SETTLED.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LDG-MONTH-COUNT
               FROM BRKLEDGER
              WHERE STATEMENTMONTH = :WS-STATEMENT-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON BRKLEDGER MONTH CHECK, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-LDG-MONTH-COUNT > 0
              DISPLAY 'COMMISSION ALREADY SETTLED FOR MONTH:'
                       WS-STATEMENT-MONTH
              DISPLAY 'BRKLEDGER ROWS FOR THE MONTH:'
                       WS-LDG-MONTH-COUNT
              DISPLAY 'RUN REFUSED - A RERUN WOULD POST THE MONTH''S '
                      'COMMISSION TO THE GL TWICE'
              MOVE '08' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

      *================================================================*
      * Every in-force policy ordered by BROKERID so a single pass     *
      * with a one-level control break produces one statement page     *
           ADD WS-POLICY-PREMIUM TO WS-GRD-PREMIUM
           ADD WS-COMMISSION     TO WS-GRD-COMMISSION

           IF WS-COMMISSION > 0
              MOVE 'CM'              TO GLX-EVENT
              MOVE DB2-POLICYTYPE    TO GLX-POLICY-TYPE
              MOVE WS-POLICY-NUM-INT TO GLX-REFERENCE
              MOVE WS-COMMISSION     TO GLX-AMOUNT
              PERFORM 2900-WRITE-GL-DETAIL
              ADD 1                  TO WS-GL-CM-COUNT
              ADD WS-COMMISSION      TO WS-GL-CM-VALUE
           END-IF

           PERFORM 2200-EXIT
           .
       2200-EXIT.

           WRITE RPT-LINE FROM WS-BROKER-TOTAL-LINE

      *    The house account (broker zero) earns nothing to pay out.
           IF WS-PREV-BROKERID NOT = 0
              PERFORM 2800-SETTLE-BROKER
           END-IF

           INITIALIZE WS-BROKER-TOTALS

           PERFORM 2500-EXIT
           MOVE WS-BROKERID-INT TO RL-BROKERID
           WRITE RPT-LINE FROM WS-BROKER-HEAD-LINE

           MOVE 'N' TO WS-BROKER-FOUND

           IF BROKER-FILE-OPEN
              PERFORM 2650-PRINT-BROKER-BLOCK
           END-IF

              EVALUATE TRUE
                 WHEN BROKER-OK
                    SET BROKER-ON-MASTER TO TRUE
                    MOVE BK-NAME        TO RL-BK-NAME
                    WRITE RPT-LINE FROM WS-BROKER-NAME-LINE
                    MOVE BK-HOUSENAME   TO RL-BK-HOUSENAME

           SUBTRACT WS-CLW-AMOUNT FROM WS-BRK-COMMISSION
           SUBTRACT WS-CLW-AMOUNT FROM WS-GRD-COMMISSION
           ADD WS-CLW-AMOUNT  TO WS-BRK-CLAWBACK
           ADD 1              TO WS-CLW-COUNT
           ADD WS-CLW-AMOUNT  TO WS-CLW-VALUE

           IF WS-CLW-AMOUNT > 0
              MOVE 'CB'              TO GLX-EVENT
              MOVE WS-CLW-TYPE       TO GLX-POLICY-TYPE
              MOVE WS-CLW-POLICY-NUM TO GLX-REFERENCE
              MOVE WS-CLW-AMOUNT     TO GLX-AMOUNT
              PERFORM 2900-WRITE-GL-DETAIL
              ADD 1                  TO WS-GL-CB-COUNT
              ADD WS-CLW-AMOUNT      TO WS-GL-CB-VALUE
           END-IF

           PERFORM 2770-EXIT
           .
       2770-EXIT.
           EXIT.

      *================================================================*
      * Settle the closing broker against the BRKLEDGER commission    *
      * ledger.  1100 has already refused a month with ledger rows,   *
      * so a broker found on the ledger here is a guard that should   *
      * not fire - it is still not paid again, and the statement page *
      * says so.                                                      *
      *================================================================*
       2800-SETTLE-BROKER.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-LDG-COUNT
               FROM BRKLEDGER
              WHERE BROKERID       = :WS-PREV-BROKERID
                AND STATEMENTMONTH = :WS-STATEMENT-MONTH
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON BRKLEDGER CHECK, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-LDG-COUNT > 0
              WRITE RPT-LINE FROM WS-SETTLED-LINE
              ADD 1 TO WS-PAY-SETTLED-COUNT
           ELSE
              PERFORM 2810-GET-OPENING-BALANCE
              PERFORM 2820-DECIDE-PAYMENT
              PERFORM 2830-WRITE-LEDGER
              EVALUATE TRUE
                 WHEN LDG-PAID-BY-BACS
                    PERFORM 2840-WRITE-BACS-PAYMENT
                 WHEN LDG-PAID-BY-CHEQUE
                    PERFORM 2850-WRITE-CHEQUE-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 2870-PRINT-SETTLEMENT
           END-IF

           PERFORM 2800-EXIT
           .
       2800-EXIT.
           EXIT.

      *================================================================*
      * The balance brought forward is the closing balance of the     *
      * broker's latest earlier ledger row - none (a first statement) *
      * brings forward zero.                                           *
      *================================================================*
       2810-GET-OPENING-BALANCE.

           EXEC SQL
             SELECT LDG.CLOSINGBALANCE
               INTO :WS-LDG-OPENING
               FROM BRKLEDGER LDG
              WHERE LDG.BROKERID = :WS-PREV-BROKERID
                AND LDG.STATEMENTMONTH =
                    (SELECT MAX(PRV.STATEMENTMONTH)
                       FROM BRKLEDGER PRV
                      WHERE PRV.BROKERID = :WS-PREV-BROKERID
                        AND PRV.STATEMENTMONTH < :WS-STATEMENT-MONTH)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE ZEROES TO WS-LDG-OPENING
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON BRKLEDGER BALANCE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2810-EXIT
           .
       2810-EXIT.
           EXIT.

      *================================================================*
      * Brought-forward balance plus the month's net commission is     *
      * what the broker is owed.  Positive is paid the way the         *
      * GENABRKR pay indicator says, clearing the balance; nil or      *
      * negative pays nothing and the debit carries forward to be      *
      * recovered from later commission.  A broker missing from the    *
      * master, with no usable pay indicator or (for BACS) no bank     *
      * details is held - what is owed carries forward and the joblog  *
      * names the broker so the master is fixed before next month.     *
      *================================================================*
       2820-DECIDE-PAYMENT.

           COMPUTE WS-LDG-COMMISSION =
              WS-BRK-COMMISSION + WS-BRK-CLAWBACK
           COMPUTE WS-LDG-OWED = WS-LDG-OPENING + WS-BRK-COMMISSION
           MOVE ZEROES      TO WS-LDG-PAID
           MOVE WS-LDG-OWED TO WS-LDG-CLOSING

           EVALUATE TRUE
              WHEN WS-LDG-OWED NOT > 0
                 SET LDG-NOTHING-DUE TO TRUE
              WHEN NOT BROKER-ON-MASTER
                 SET LDG-PAYMENT-HELD TO TRUE
              WHEN BK-PAY-BY-BACS
               AND BK-SORT-CODE IS NUMERIC
               AND BK-ACCOUNT-NUM IS NUMERIC
               AND BK-SORT-CODE > 0
               AND BK-ACCOUNT-NUM > 0
                 SET LDG-PAID-BY-BACS TO TRUE
              WHEN BK-PAY-BY-CHEQUE
                 SET LDG-PAID-BY-CHEQUE TO TRUE
              WHEN OTHER
                 SET LDG-PAYMENT-HELD TO TRUE
           END-EVALUATE

           EVALUATE TRUE
              WHEN LDG-PAID-BY-BACS
              WHEN LDG-PAID-BY-CHEQUE
                 MOVE WS-LDG-OWED TO WS-LDG-PAID
                 MOVE ZEROES      TO WS-LDG-CLOSING
              WHEN LDG-PAYMENT-HELD
                 MOVE WS-PREV-BROKERID TO WS-BROKERID-DISP
                 DISPLAY 'COMMISSION PAYMENT HELD, BROKER:'
                          WS-BROKERID-DISP
                 ADD 1           TO WS-PAY-HELD-COUNT
                 ADD WS-LDG-OWED TO WS-PAY-HELD-VALUE
              WHEN OTHER
                 IF WS-LDG-OWED < 0
                    ADD 1           TO WS-PAY-DEBIT-COUNT
                    ADD WS-LDG-OWED TO WS-PAY-DEBIT-VALUE
                 END-IF
           END-EVALUATE

           PERFORM 2820-EXIT
           .
       2820-EXIT.
           EXIT.

       2830-WRITE-LEDGER.

           EXEC SQL
             INSERT INTO BRKLEDGER
                       ( BROKERID,
                         STATEMENTMONTH,
                         OPENINGBALANCE,
                         COMMISSION,
                         CLAWBACK,
                         PAID,
                         CLOSINGBALANCE,
                         PAYMETHOD,
                         CREATEDTIMESTAMP )
                VALUES ( :WS-PREV-BROKERID,
                         :WS-STATEMENT-MONTH,
                         :WS-LDG-OPENING,
                         :WS-LDG-COMMISSION,
                         :WS-BRK-CLAWBACK,
                         :WS-LDG-PAID,
                         :WS-LDG-CLOSING,
                         :WS-LDG-PAYMETHOD,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON BRKLEDGER INSERT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2830-EXIT
           .
       2830-EXIT.
           EXIT.

      *================================================================*
      * One BACS payment to the bank details on the broker master,    *
      * in the account name held there (the broker's name if none).   *
      * A BACS write failure stops the run - the file would no longer *
      * agree with the ledger.                                         *
      *================================================================*
       2840-WRITE-BACS-PAYMENT.

           MOVE BK-SORT-CODE   TO BAC-DEST-SORT-CODE
           MOVE BK-ACCOUNT-NUM TO BAC-DEST-ACCOUNT
           IF BK-ACCOUNT-NAME NOT = SPACES
              MOVE BK-ACCOUNT-NAME TO BAC-CUSTOMER-NAME
           ELSE
              MOVE BK-NAME         TO BAC-CUSTOMER-NAME
           END-IF
           COMPUTE BAC-AMOUNT-PENCE = WS-LDG-PAID * 100
           MOVE WS-PREV-BROKERID TO BAC-REF-BROKERID

           WRITE BACS-REC FROM WS-BACS-REC

           IF NOT BACS-OK
              DISPLAY 'INVALID FILE STATUS ON BACS WRITE:' FS-BACS
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1           TO WS-PAY-BACS-COUNT
           ADD WS-LDG-PAID TO WS-PAY-BACS-VALUE

           PERFORM 2860-JOURNAL-PAYMENT

           PERFORM 2840-EXIT
           .
       2840-EXIT.
           EXIT.

      *================================================================*
      * One cheque register line, payable to the broker at the master *
      * address.  A register write failure stops the run, the same as *
      * a BACS write failure.                                          *
      *================================================================*
       2850-WRITE-CHEQUE-LINE.

           ADD 1           TO WS-PAY-CHQ-COUNT
           ADD WS-LDG-PAID TO WS-PAY-CHQ-VALUE

           MOVE WS-PAY-CHQ-COUNT TO RL-CQ-SEQ
           MOVE WS-PREV-BROKERID TO RL-CQ-BROKERID
           MOVE BK-NAME          TO RL-CQ-NAME
           MOVE BK-HOUSENAME     TO RL-CQ-HOUSENAME
           MOVE BK-HOUSENUMBER   TO RL-CQ-HOUSENUMBER
           MOVE BK-POSTCODE      TO RL-CQ-POSTCODE
           MOVE WS-LDG-PAID      TO RL-CQ-AMOUNT

           WRITE CHQ-LINE FROM WS-CHQ-DETAIL-LINE

           IF NOT CHQOUT-OK
              DISPLAY 'INVALID FILE STATUS ON CHQOUT WRITE:' FS-CHQOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2860-JOURNAL-PAYMENT

           PERFORM 2850-EXIT
           .
       2850-EXIT.
           EXIT.

      * Commission paid out clears commission payable against the
      * bank - event BP, referenced by broker number, no policy type.
       2860-JOURNAL-PAYMENT.

           MOVE 'BP'             TO GLX-EVENT
           MOVE SPACE            TO GLX-POLICY-TYPE
           MOVE WS-PREV-BROKERID TO GLX-REFERENCE
           MOVE WS-LDG-PAID      TO GLX-AMOUNT
           PERFORM 2900-WRITE-GL-DETAIL
           ADD 1                 TO WS-GL-BP-COUNT
           ADD WS-LDG-PAID       TO WS-GL-BP-VALUE

           PERFORM 2860-EXIT
           .
       2860-EXIT.
           EXIT.

      * The ledger movement at the foot of the statement page - what
      * was brought forward, the month's net commission, what was
      * paid (or why not) and the balance carried forward.
       2870-PRINT-SETTLEMENT.

           MOVE 'BALANCE BROUGHT FORWARD'  TO RL-LG-TEXT
           MOVE WS-LDG-OPENING             TO RL-LG-AMOUNT
           WRITE RPT-LINE FROM WS-LEDGER-LINE

           MOVE 'COMMISSION LESS CLAWBACKS THIS MONTH'
                                           TO RL-LG-TEXT
           MOVE WS-BRK-COMMISSION          TO RL-LG-AMOUNT
           WRITE RPT-LINE FROM WS-LEDGER-LINE

           EVALUATE TRUE
              WHEN LDG-PAID-BY-BACS
                 MOVE 'PAID BY BACS'       TO RL-LG-TEXT
              WHEN LDG-PAID-BY-CHEQUE
                 MOVE 'PAID BY CHEQUE'     TO RL-LG-TEXT
              WHEN LDG-PAYMENT-HELD
                 MOVE 'PAYMENT HELD - PAY DETAILS MISSING'
                                           TO RL-LG-TEXT
              WHEN OTHER
                 MOVE 'NOTHING DUE THIS MONTH' TO RL-LG-TEXT
           END-EVALUATE
           MOVE WS-LDG-PAID                TO RL-LG-AMOUNT
           WRITE RPT-LINE FROM WS-LEDGER-LINE

           MOVE 'BALANCE CARRIED FORWARD'  TO RL-LG-TEXT
           MOVE WS-LDG-CLOSING             TO RL-LG-AMOUNT
           WRITE RPT-LINE FROM WS-LEDGER-LINE

           PERFORM 2870-EXIT
           .
       2870-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record - the caller sets the event  *
      * (CM commission earned, CB clawed back, BP commission paid),    *
      * policy type, reference and amount.  A GLOUT write failure      *
      * stops the run.                                                 *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGBRKST'         TO GLX-SOURCE
           MOVE GLW-RUN-DATE      TO GLX-RUN-DATE

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

       3000-WRITE-GRAND-TOTAL.

           WRITE RPT-LINE FROM WS-GRAND-TITLE-LINE
              WRITE RPT-LINE FROM WS-CLAWBACK-MISS-LINE
           END-IF

      *    Commission settlement - BACS and cheque figures tie out to
      *    BACSOUT and the CHQOUT register, held and debit balances
      *    are what the ledger carries into next month.
           MOVE '0'                TO RL-PT-CC
           MOVE WS-PAY-BACS-COUNT  TO RL-PT-COUNT
           MOVE 'BROKERS PAID BY BACS'
                                   TO RL-PT-TEXT
           MOVE WS-PAY-BACS-VALUE  TO RL-PT-VALUE
           WRITE RPT-LINE FROM WS-PAYMENT-TOTAL-LINE

           MOVE ' '                TO RL-PT-CC
           MOVE WS-PAY-CHQ-COUNT   TO RL-PT-COUNT
           MOVE 'BROKERS PAID BY CHEQUE'
                                   TO RL-PT-TEXT
           MOVE WS-PAY-CHQ-VALUE   TO RL-PT-VALUE
           WRITE RPT-LINE FROM WS-PAYMENT-TOTAL-LINE

           MOVE WS-PAY-HELD-COUNT  TO RL-PT-COUNT
           MOVE 'BROKER PAYMENTS HELD'
                                   TO RL-PT-TEXT
           MOVE WS-PAY-HELD-VALUE  TO RL-PT-VALUE
           WRITE RPT-LINE FROM WS-PAYMENT-TOTAL-LINE

           MOVE WS-PAY-DEBIT-COUNT TO RL-PT-COUNT
           MOVE 'DEBIT BALANCES CARRIED FORWARD'
                                   TO RL-PT-TEXT
           MOVE WS-PAY-DEBIT-VALUE TO RL-PT-VALUE
           WRITE RPT-LINE FROM WS-PAYMENT-TOTAL-LINE

           MOVE WS-PAY-SETTLED-COUNT TO RL-PT-COUNT
           MOVE 'ALREADY SETTLED THIS MONTH'
                                   TO RL-PT-TEXT
           MOVE ZEROES             TO RL-PT-VALUE
           WRITE RPT-LINE FROM WS-PAYMENT-TOTAL-LINE

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailers - commission, clawback and payment counts and   *
      * values, which LGGLJNL proves the CM, CB and BP detail records  *
      * against.                                                       *
      *================================================================*
       4950-WRITE-GL-TRAILERS.

           MOVE 'TOTALS'          TO GLT-RECORD-ID
           MOVE 'LGBRKST'         TO GLT-SOURCE
           MOVE GLW-RUN-DATE      TO GLT-RUN-DATE

           MOVE 'CM'              TO GLT-EVENT
           MOVE WS-GL-CM-COUNT    TO GLT-COUNT
           MOVE WS-GL-CM-VALUE    TO GLT-VALUE
           PERFORM 4960-WRITE-ONE-GL-TRAILER

           MOVE 'CB'              TO GLT-EVENT
           MOVE WS-GL-CB-COUNT    TO GLT-COUNT
           MOVE WS-GL-CB-VALUE    TO GLT-VALUE
           PERFORM 4960-WRITE-ONE-GL-TRAILER

           MOVE 'BP'              TO GLT-EVENT
           MOVE WS-GL-BP-COUNT    TO GLT-COUNT
           MOVE WS-GL-BP-VALUE    TO GLT-VALUE
           PERFORM 4960-WRITE-ONE-GL-TRAILER

           PERFORM 4950-EXIT
           .
       4950-EXIT.
           EXIT.

       4960-WRITE-ONE-GL-TRAILER.

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT TRAILER WRITE:'
                       FS-GLOUT
           END-IF

           PERFORM 4960-EXIT
           .
       4960-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
           DISPLAY 'BROKERS REPORTED:' WS-GRD-BROKER-COUNT
           DISPLAY 'POLICIES REPORTED:' WS-GRD-POLICY-COUNT
           DISPLAY 'POLICIES WITH NO SUBTYPE ROW:' WS-GRD-NO-SUBTYPE
           DISPLAY 'BROKERS PAID BY BACS:' WS-PAY-BACS-COUNT
           DISPLAY 'BROKERS PAID BY CHEQUE:' WS-PAY-CHQ-COUNT
           DISPLAY 'BROKER PAYMENTS HELD:' WS-PAY-HELD-COUNT

           EXEC SQL CLOSE BROKER-CURSOR END-EXEC

              CLOSE BROKER-FILE
           END-IF

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILERS
           END-IF

           IF CHQOUT-OK
              MOVE WS-PAY-CHQ-COUNT TO RL-CQ-COUNT
              MOVE WS-PAY-CHQ-VALUE TO RL-CQ-VALUE
              WRITE CHQ-LINE FROM WS-CHQ-TOTAL-LINE
           END-IF

           CLOSE REPORT-FILE
           CLOSE GL-FILE
           CLOSE BACS-FILE
           CLOSE CHEQUE-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-GRD-POLICY-COUNT
