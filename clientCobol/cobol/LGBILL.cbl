      * LGRENEW drives (expiry within the next 30 days) that has not *
      * already been demanded this cycle, prices the demand from the *
      * type-specific premium column (the same picks GETAAVG's 3650  *
      * paragraph does) plus the Insurance Premium Tax held on       *
      * POLICY, and produces:                                        *
      *                                                              *
      *  - BACSOUT, the direct-debit collection file in the same    *
      *    fixed BACS layout convention LGREFND established, the     *
      *    bank details taken from the customer's live mandate on    *
      *    the GENAMAND master (LGMNDREC) and the collection date    *
      *    set to the day of the month the customer chose;           *
      *  - one BILLING row per demand, so LGPPOST's receipts have a  *
      *    recorded figure to match against;                         *
      *  - a printed collection register with count, value and hash  *
      *    (customer number sum) control totals;                     *
      *  - GLOUT, one general-ledger extract record per demand plus  *
      *    the run's demand totals as the trailer, for the LGGLJNL   *
      *    nightly journal - the premium (BD) and the IPT collected  *
      *    on it for the tax authority (BT) as separate events.      *
      *                                                              *
      * A policy on a monthly instalment plan (INSTALMENT rows,      *
      * written by LGINSTAL) is never demanded the whole premium.    *
      * Instead an instalment pass demands each instalment falling   *
      * due within the next 10 days, exactly as an annual demand -   *
      * BACS record, BILLING row, register line and GL record - and  *
      * marks it billed ('B') so it is demanded once only.  An       *
      * instalment is collected on its due date, not the mandate's   *
      * collection day - or three days out, the BACS lead time, if   *
      * it is demanded later than that - and the date is kept on the *
      * row for LGARREAR to age it from.  The                        *
      * instalments are listed under their own heading and counted  *
      * into the demand totals, with an "of which" line.  The IPT in *
      * an instalment is its share of the taxed premium - the amount *
      * less its credit charge, at the policy's IPT rate.            *
      *                                                              *
      * A second pass re-presents the debits LGARUDD queued on       *
      * DDRETURN (returned 'refer to payer' on their first           *
      * presentation): each goes back on BACSOUT for the amount      *
      * returned under the same PREMIUM reference and its DDRETURN   *
      * row moves to 'P'.  A re-presentation is not a new demand -   *
      * no BILLING row and no GL record; the debt was put back on    *
      * the customer when LGARUDD reversed the receipt.  It is       *
      * listed and totalled separately on the register, so BACSOUT   *
      * agrees with demands plus re-presentations.                   *
      *                                                              *
      * A policy whose customer has no live mandate is not sent to  *
      * the bank with a zero account: it is listed on the register  *
      * as having no live direct-debit mandate, no BILLING row is    *
      * written, and it is reported again each night until a        *
      * mandate is lodged through LGMDMNT.  A queued re-presentation *
      * with no live mandate is held on DDRETURN the same way.       *
      *                                                              *
      * A policy whose demand cannot be produced (missing subtype    *
      * row, DB2 error) is reported and skipped so one bad policy    *
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
       FD  BACS-FILE
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
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-EOF-REP-CSR      PIC X(01)  VALUE ' '.
             88 END-OF-REP-CSR              VALUE 'Y'.
          05 WS-EOF-INS-CSR      PIC X(01)  VALUE ' '.
             88 END-OF-INS-CSR              VALUE 'Y'.
          05 WS-DEMAND-KIND      PIC X(01)  VALUE ' '.
             88 INSTALMENT-DEMAND           VALUE 'I'.

      *================================================================*
      * One BACS collection record per demand, the same fixed layout   *
      * convention as LGREFND's refund payments - sort code, account   *
      * and account name from the customer's mandate, the reference    *
      * carrying the policy number the receipt should come back        *
      * quoting, and the ISO date the debit is to be collected on.     *
      *================================================================*
       01 WS-BACS-REC.
          05 BAC-DEST-SORT-CODE  PIC 9(06).
          05 BAC-REFERENCE.
             10 FILLER           PIC X(07) VALUE 'PREMIUM'.
             10 BAC-REF-POL-NUM  PIC 9(09).
          05 BAC-COLLECTION-DATE PIC X(10).
          05 FILLER              PIC X(28).

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-DEMANDS-SKIPPED  PIC 9(09) VALUE ZEROES.
          05 WS-DEMAND-VALUE     PIC 9(11)V99 VALUE ZEROES.
          05 WS-HASH-TOTAL       PIC 9(15) VALUE ZEROES.
          05 WS-REPRESENTED      PIC 9(09) VALUE ZEROES.
          05 WS-REPRESENT-VALUE  PIC 9(11)V99 VALUE ZEROES.
          05 WS-REPRESENT-SKIPPED PIC 9(09) VALUE ZEROES.
          05 WS-NO-MANDATE       PIC 9(09) VALUE ZEROES.
          05 WS-INSTALMENTS-DEMANDED PIC 9(09) VALUE ZEROES.
          05 WS-INSTALMENT-VALUE PIC 9(11)V99 VALUE ZEROES.
          05 WS-NET-VALUE        PIC 9(11)V99 VALUE ZEROES.
          05 WS-IPT-DEMANDS      PIC 9(09) VALUE ZEROES.
          05 WS-IPT-VALUE        PIC 9(11)V99 VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-RETURN-AMOUNT    PIC S9(07)V99 COMP-3.
          05 WS-RETURN-REF       PIC X(12).
          05 WS-CUSTOMER-NAME    PIC X(21).
          05 WS-CUST-NUM-ZONED   PIC 9(10).
          05 WS-INSTALMENT-DUE   PIC X(10).
          05 WS-INSTALMENT-COLL  PIC X(10).
          05 WS-INSTALMENT-AMOUNT PIC S9(07)V99 COMP-3.
          05 WS-INSTALMENT-CHARGE PIC S9(07)V99 COMP-3.
          05 WS-IPT-RATE         PIC S9(02)V99 COMP-3.
      * WS-POLICY-PREMIUM is the whole demand, IPT included;
      * WS-DEMAND-IPT the tax part of it.
          05 WS-DEMAND-IPT       PIC S9(07)V99 COMP-3.
          05 WS-DEMAND-NET       PIC S9(07)V99 COMP-3.

      * The date a demand is collected on - the mandate's collection
      * day this month if that is still at least three days off (the
      * BACS lead time), otherwise the same day next month.  An
      * instalment's is its own (WS-INSTALMENT-COLL).
       01 WS-COLLECTION-DATE.
          05 WS-COLL-YYYY        PIC 9(04).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-COLL-MM          PIC 9(02).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-COLL-DD          PIC 9(02).
       01 WS-LEAD-DAY            PIC 9(02).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(21)  VALUE 'NAME'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '     PREMIUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '         IPT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '      DEMAND'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-NAME           PIC X(21).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-PREMIUM        PIC -ZZZZZZZ9.99 BLANK WHEN ZERO.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-IPT            PIC -ZZZZZZZ9.99 BLANK WHEN ZERO.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-DEMAND         PIC -ZZZZZZZ9.99.
          05 WS-INSTALMENT-TITLE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(44)  VALUE
                'INSTALMENTS FALLING DUE'.
          05 WS-REPRESENT-TITLE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(44)  VALUE
                'RE-PRESENTED AFTER RETURN (REFER TO PAYER)'.
          05 WS-SKIP-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-SK-POLNUM      PIC 9(09).

           COPY LGPOLICY.

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

           PERFORM 2000-PROCESS-DEMAND
              UNTIL END-OF-CSR

           WRITE RPT-LINE FROM WS-INSTALMENT-TITLE
           PERFORM 1400-OPEN-INS-CURSOR
           PERFORM 1700-FETCH-INSTALMENT

           PERFORM 3500-DEMAND-INSTALMENT
              UNTIL END-OF-INS-CSR

           WRITE RPT-LINE FROM WS-REPRESENT-TITLE
           PERFORM 1300-OPEN-REP-CURSOR
           PERFORM 1600-FETCH-RETURN

           PERFORM 3000-REPRESENT-RETURN
              UNTIL END-OF-REP-CSR

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
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

      * within 30 days - half the 60-day notice window LGRENEW uses,   *
      * so the notice always lands before the money is asked for)      *
      * that has no demand recorded this cycle, with the customer's    *
      * name joined on for the BACS record.  The first NOT EXISTS      *
      * keeps a nightly schedule from demanding the same policy every  *
      * night of its window; the second leaves a policy on an          *
      * instalment plan to the instalment pass.                        *
      *================================================================*
       1200-OPEN-CURSOR.

             SELECT POL.POLICYNUMBER,
                    POL.CUSTOMERNUMBER,
                    POL.POLICYTYPE,
                    POL.IPTAMOUNT,
                    CUST.FIRSTNAME,
                    CUST.LASTNAME
               FROM POLICY POL
                       WHERE BIL.POLICYNUMBER = POL.POLICYNUMBER
                         AND DATE(BIL.DEMANDDATE)
                             > CURRENT DATE - 60 DAYS )
                AND NOT EXISTS
                    ( SELECT 1 FROM INSTALMENT INS
                       WHERE INS.POLICYNUMBER = POL.POLICYNUMBER )
              ORDER BY POL.CUSTOMERNUMBER, POL.POLICYNUMBER
           END-EXEC

       1200-EXIT.
           EXIT.

      *================================================================*
      * Every returned debit LGARUDD queued for re-presentation, with  *
      * the customer's name joined on for the BACS record.             *
      *================================================================*
       1300-OPEN-REP-CURSOR.

           EXEC SQL
             DECLARE REP-CURSOR CURSOR FOR
             SELECT DDR.POLICYNUMBER,
                    DDR.CUSTOMERNUMBER,
                    DDR.AMOUNT,
                    DDR.RETURNREF,
                    CUST.FIRSTNAME,
                    CUST.LASTNAME
               FROM DDRETURN DDR
              INNER JOIN CUSTOMER CUST
                 ON CUST.CUSTOMERNUMBER = DDR.CUSTOMERNUMBER
              WHERE DDR.ACTION = 'R'
                AND DDR.STATUS = 'Q'
              ORDER BY DDR.CUSTOMERNUMBER, DDR.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN REP-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN REP-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1300-EXIT
           .
       1300-EXIT.
           EXIT.

      *================================================================*
      * Every instalment not yet demanded that falls due within the    *
      * next 10 days on a policy still in force, with the customer's   *
      * name joined on for the BACS record.  Each is collected on its  *
      * due date; one demanded less than three days (the BACS lead     *
      * time) before it - a plan written or a mandate set up late, or  *
      * an overdue instalment picked up now - is collected three days  *
      * from today instead.  An instalment a return premium has        *
      * reduced to nil is not sent to the bank.                        *
      *================================================================*
       1400-OPEN-INS-CURSOR.

           EXEC SQL
             DECLARE INS-CURSOR CURSOR FOR
             SELECT INS.POLICYNUMBER,
                    INS.CUSTOMERNUMBER,
                    INS.POLICYTYPE,
                    INS.DUEDATE,
                    INS.AMOUNT,
                    INS.CREDITCHARGE,
                    POL.IPTRATE,
                    CUST.FIRSTNAME,
                    CUST.LASTNAME
               FROM INSTALMENT INS
              INNER JOIN POLICY POL
                 ON POL.POLICYNUMBER = INS.POLICYNUMBER
              INNER JOIN CUSTOMER CUST
                 ON CUST.CUSTOMERNUMBER = INS.CUSTOMERNUMBER
              WHERE INS.STATUS = 'D'
                AND INS.AMOUNT > 0
                AND POL.STATUS = 'I'
                AND DATE(INS.DUEDATE) <= CURRENT DATE + 10 DAYS
              ORDER BY INS.CUSTOMERNUMBER, INS.POLICYNUMBER,
                       INS.DUEDATE
           END-EXEC

           EXEC SQL OPEN INS-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN INS-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1400-EXIT
           .
       1400-EXIT.
           EXIT.

       1500-FETCH-POLICY.

           EXEC SQL
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :DB2-POLICYTYPE,
                   :WS-DEMAND-IPT,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME
           END-EXEC
       1500-EXIT.
           EXIT.

       1600-FETCH-RETURN.

           EXEC SQL
             FETCH REP-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :WS-RETURN-AMOUNT,
                   :WS-RETURN-REF,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-REP-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH REP-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1600-EXIT
           .
       1600-EXIT.
           EXIT.

       1700-FETCH-INSTALMENT.

           EXEC SQL
             FETCH INS-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :DB2-POLICYTYPE,
                   :WS-INSTALMENT-DUE,
                   :WS-INSTALMENT-AMOUNT,
                   :WS-INSTALMENT-CHARGE,
                   :WS-IPT-RATE,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME
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

           PERFORM 1700-EXIT
           .
       1700-EXIT.
           EXIT.

      *================================================================*
      * One policy's collection demand - price it (premium plus the    *
      * IPT on it), write the BACS record, record the demand in        *
      * BILLING, print the register line.                              *
      * No live mandate (04) is reported as such; any other failure    *
      * reports the policy as skipped.  Either way the run moves on.   *
      *================================================================*
       2000-PROCESS-DEMAND.


           PERFORM 2100-GET-POLICY-PREMIUM

           IF WS-STATUS-CODE = '00'
              ADD WS-DEMAND-IPT TO WS-POLICY-PREMIUM
              PERFORM 2150-GET-MANDATE
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-WRITE-BACS-DEMAND
           END-IF
              PERFORM 2300-RECORD-DEMAND
           END-IF

           PERFORM 2400-REPORT-SKIPPED

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
       2100-EXIT.
           EXIT.

      *================================================================*
      * The customer's mandate off GENAMAND.  Anything but a live one  *
      * - none on file, cancelled by us or by the payer's bank - is    *
      * status 04: the caller reports it and sends nothing to the      *
      * bank.  A read error other than not-found is a skip (90).       *
      *================================================================*
       2150-GET-MANDATE.

           MOVE WS-CUSTOMER-NUMBER TO WS-CUST-NUM-ZONED
           MOVE WS-CUST-NUM-ZONED  TO MD-CUSTOMER-NUM

           READ MANDATE-FILE

           EVALUATE TRUE
              WHEN MANDATE-OK AND MD-LIVE
                 CONTINUE
              WHEN MANDATE-OK
              WHEN MANDATE-NOTFND
                 DISPLAY 'NO LIVE MANDATE FOR CUSTOMER:'
                          WS-CUST-NUM-ZONED
                 MOVE '04' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND READ:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * One BACS record against the mandate just read.  The name the   *
      * bank sees is the mandate's account name; the customer's own    *
      * name (kept for the register) stands in where none was given.   *
      *================================================================*
       2200-WRITE-BACS-DEMAND.

           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING DB2-FIRSTNAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  DB2-LASTNAME  DELIMITED BY '  '
                  INTO WS-CUSTOMER-NAME
           END-STRING

           IF MD-ACCOUNT-NAME = SPACES
              MOVE WS-CUSTOMER-NAME TO BAC-CUSTOMER-NAME
           ELSE
              MOVE MD-ACCOUNT-NAME  TO BAC-CUSTOMER-NAME
           END-IF

           MOVE MD-SORT-CODE   TO BAC-DEST-SORT-CODE
           MOVE MD-ACCOUNT-NUM TO BAC-DEST-ACCOUNT
           COMPUTE BAC-AMOUNT-PENCE = WS-POLICY-PREMIUM * 100
           MOVE WS-POLICY-NUM-INT TO BAC-REF-POL-NUM

           PERFORM 2250-SET-COLLECTION-DATE
           MOVE WS-COLLECTION-DATE TO BAC-COLLECTION-DATE

           WRITE BACS-REC FROM WS-BACS-REC

           IF NOT BACS-OK
       2200-EXIT.
           EXIT.

      *================================================================*
      * Collection date from the mandate's collection day.  This month *
      * if the day is still three or more days away, otherwise next    *
      * month (rolling the year after December).  A day outside 01-28  *
      * - a record keyed before LGMDMNT checked it - is collected on   *
      * the 1st of next month.  An instalment has its own collection   *
      * date, set by 3550-SET-INSTALMENT-COLL.                         *
      *================================================================*
       2250-SET-COLLECTION-DATE.

           IF INSTALMENT-DEMAND
              MOVE WS-INSTALMENT-COLL TO WS-COLLECTION-DATE
           ELSE
              MOVE GLW-TODAY-YYYY TO WS-COLL-YYYY
              MOVE GLW-TODAY-MM   TO WS-COLL-MM
              COMPUTE WS-LEAD-DAY = GLW-TODAY-DD + 3

              IF MD-COLLECTION-DAY < 1 OR MD-COLLECTION-DAY > 28
                 MOVE 1 TO WS-COLL-DD
                 MOVE ZERO TO WS-LEAD-DAY
              ELSE
                 MOVE MD-COLLECTION-DAY TO WS-COLL-DD
              END-IF

              IF WS-LEAD-DAY = ZERO OR MD-COLLECTION-DAY < WS-LEAD-DAY
                 IF WS-COLL-MM = 12
                    MOVE 1 TO WS-COLL-MM
                    ADD 1 TO WS-COLL-YYYY
                 ELSE
                    ADD 1 TO WS-COLL-MM
                 END-IF
              END-IF
           END-IF

           PERFORM 2250-EXIT
           .
       2250-EXIT.
           EXIT.

      *================================================================*
      * Record what was demanded so the posting side has a figure to   *
      * match receipts against.  The register line is only printed     *
              DISPLAY 'SQL ERROR ON BILLING INSERT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
           ELSE
              COMPUTE WS-DEMAND-NET = WS-POLICY-PREMIUM - WS-DEMAND-IPT
              MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
              MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
              MOVE WS-CUSTOMER-NAME   TO RL-NAME
              MOVE WS-DEMAND-NET      TO RL-PREMIUM
              MOVE WS-DEMAND-IPT      TO RL-IPT
              MOVE WS-POLICY-PREMIUM  TO RL-DEMAND
              WRITE RPT-LINE FROM WS-DETAIL-LINE

              ADD 1                  TO WS-DEMANDS-WRITTEN
              ADD WS-POLICY-PREMIUM  TO WS-DEMAND-VALUE
              ADD WS-DEMAND-NET      TO WS-NET-VALUE
              ADD WS-CUSTOMER-NUMBER TO WS-HASH-TOTAL

              PERFORM 2900-WRITE-GL-DETAIL
           END-IF

           PERFORM 2300-EXIT
       2300-EXIT.
           EXIT.

      *================================================================*
      * A demand (annual or instalment) that did not go out is listed  *
      * on the register - no live mandate (04) as such, anything else  *
      * as skipped - and the worst status carried for the run.         *
      *================================================================*
       2400-REPORT-SKIPPED.

           EVALUATE WS-STATUS-CODE
              WHEN '00'
                 CONTINUE
              WHEN '04'
                 MOVE WS-POLICY-NUM-INT TO RL-SK-POLNUM
                 MOVE 'NO LIVE DIRECT-DEBIT MANDATE' TO RL-SK-TEXT
                 WRITE RPT-LINE FROM WS-SKIP-LINE
                 ADD 1 TO WS-NO-MANDATE
              WHEN OTHER
                 MOVE WS-POLICY-NUM-INT TO RL-SK-POLNUM
                 MOVE 'DEMAND SKIPPED - SEE JOBLOG' TO RL-SK-TEXT
                 WRITE RPT-LINE FROM WS-SKIP-LINE
                 ADD 1 TO WS-DEMANDS-SKIPPED
           END-EVALUATE

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per recorded demand - event  *
      * BD, premium demanded from the customer, net of IPT - and, when *
      * the demand carries tax, a second record, event BT, for the IPT *
      * owed on to the tax authority.  A GLOUT write failure stops the *
      * run: the journal would no longer agree with the demands it is  *
      * proved against.                                                *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGBILL'          TO GLX-SOURCE
           MOVE 'BD'              TO GLX-EVENT
           MOVE DB2-POLICYTYPE    TO GLX-POLICY-TYPE
           MOVE WS-POLICY-NUM-INT TO GLX-REFERENCE
           MOVE WS-DEMAND-NET     TO GLX-AMOUNT
           MOVE GLW-RUN-DATE      TO GLX-RUN-DATE

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT WRITE:' FS-GLOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-DEMAND-IPT > 0
              MOVE 'BT'          TO GLX-EVENT
              MOVE WS-DEMAND-IPT TO GLX-AMOUNT

              WRITE GL-REC FROM GL-EXTRACT-REC

              IF NOT GLOUT-OK
                 DISPLAY 'INVALID FILE STATUS ON GLOUT WRITE:'
                          FS-GLOUT
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF

              ADD 1             TO WS-IPT-DEMANDS
              ADD WS-DEMAND-IPT TO WS-IPT-VALUE
           END-IF

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * Re-present one returned debit.  The DDRETURN row is moved to   *
      * 'P' first, keyed on the return reference and its 'Q' status,   *
      * so a debit is never put on BACSOUT twice; then the BACS record *
      * goes out for the amount returned under the same PREMIUM        *
      * reference.  A row that cannot be moved on is skipped and left  *
      * queued for the next run; so is one whose customer no longer    *
      * has a live mandate (04), which is reported as such.            *
      *================================================================*
       3000-REPRESENT-RETURN.

           MOVE '00' TO WS-STATUS-CODE

           PERFORM 2150-GET-MANDATE

           IF WS-STATUS-CODE = '00'
              EXEC SQL
                UPDATE DDRETURN
                   SET STATUS            = 'P',
                       ACTIONEDTIMESTAMP = CURRENT TIMESTAMP
                 WHERE RETURNREF = :WS-RETURN-REF
                   AND STATUS    = 'Q'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON DDRETURN UPDATE, SQLCODE:'
                          SQLCODE ' RETURN:' WS-RETURN-REF
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           IF WS-STATUS-CODE NOT = '00'
              MOVE WS-POLICY-NUM-INT TO RL-SK-POLNUM
              IF WS-STATUS-CODE = '04'
                 MOVE 'RE-PRESENTATION HELD - NO LIVE MANDATE'
                   TO RL-SK-TEXT
                 ADD 1 TO WS-NO-MANDATE
              ELSE
                 MOVE 'RE-PRESENTATION SKIPPED - SEE JOBLOG'
                   TO RL-SK-TEXT
                 ADD 1 TO WS-REPRESENT-SKIPPED
              END-IF
              WRITE RPT-LINE FROM WS-SKIP-LINE
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           ELSE
              MOVE WS-RETURN-AMOUNT TO WS-POLICY-PREMIUM
              PERFORM 2200-WRITE-BACS-DEMAND

              MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
              MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
              MOVE WS-CUSTOMER-NAME   TO RL-NAME
              MOVE ZEROES             TO RL-PREMIUM
                                         RL-IPT
              MOVE WS-POLICY-PREMIUM  TO RL-DEMAND
              WRITE RPT-LINE FROM WS-DETAIL-LINE

              ADD 1                  TO WS-REPRESENTED
              ADD WS-POLICY-PREMIUM  TO WS-REPRESENT-VALUE
              ADD WS-CUSTOMER-NUMBER TO WS-HASH-TOTAL
           END-IF

           PERFORM 1600-FETCH-RETURN
           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

      *================================================================*
      * One instalment falling due.  The INSTALMENT row is moved to    *
      * 'B' first, keyed on its due date and 'D' status, so it is      *
      * never demanded twice; then it is demanded like any other       *
      * premium - BACS record against the mandate, BILLING row,        *
      * register line and GL record.  No live mandate (04) or a row    *
      * that cannot be moved on leaves the instalment due for the      *
      * next run.                                                      *
      *================================================================*
       3500-DEMAND-INSTALMENT.

           MOVE '00' TO WS-STATUS-CODE

           PERFORM 2150-GET-MANDATE

           IF WS-STATUS-CODE = '00'
              PERFORM 3550-SET-INSTALMENT-COLL
           END-IF

           IF WS-STATUS-CODE = '00'
              EXEC SQL
                UPDATE INSTALMENT
                   SET STATUS         = 'B',
                       DEMANDDATE     = CHAR(CURRENT DATE, ISO),
                       COLLECTIONDATE = :WS-INSTALMENT-COLL
                 WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                   AND DUEDATE      = :WS-INSTALMENT-DUE
                   AND STATUS       = 'D'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON INSTALMENT UPDATE, SQLCODE:'
                          SQLCODE ' POLICY:' WS-POLICY-NUM-INT
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           IF WS-STATUS-CODE = '00'
              MOVE WS-INSTALMENT-AMOUNT TO WS-POLICY-PREMIUM
              COMPUTE WS-DEMAND-IPT ROUNDED =
                 (WS-INSTALMENT-AMOUNT - WS-INSTALMENT-CHARGE)
                    * WS-IPT-RATE / (100 + WS-IPT-RATE)
              SET INSTALMENT-DEMAND TO TRUE
              PERFORM 2200-WRITE-BACS-DEMAND
              MOVE SPACE TO WS-DEMAND-KIND
              PERFORM 2300-RECORD-DEMAND
           END-IF

           IF WS-STATUS-CODE = '00'
              ADD 1                 TO WS-INSTALMENTS-DEMANDED
              ADD WS-POLICY-PREMIUM TO WS-INSTALMENT-VALUE
           END-IF

           PERFORM 2400-REPORT-SKIPPED

           PERFORM 1700-FETCH-INSTALMENT
           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

      *================================================================*
      * The day an instalment is collected - its due date, or three   *
      * days from today when the due date is nearer than the BACS      *
      * lead time.  A DB2 error leaves the instalment due (90).        *
      *================================================================*
       3550-SET-INSTALMENT-COLL.

           EXEC SQL
             SELECT CASE WHEN DATE(:WS-INSTALMENT-DUE)
                              >= CURRENT DATE + 3 DAYS
                         THEN :WS-INSTALMENT-DUE
                         ELSE CHAR(CURRENT DATE + 3 DAYS, ISO)
                    END
               INTO :WS-INSTALMENT-COLL
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON COLLECTION DATE, SQLCODE:'
                       SQLCODE ' POLICY:' WS-POLICY-NUM-INT
              MOVE '90' TO WS-STATUS-CODE
           END-IF

           PERFORM 3550-EXIT
           .
       3550-EXIT.
           EXIT.

       5000-WRITE-TOTALS.

           MOVE 'DEMANDS THIS RUN      - ' TO RL-TOT-TITLE
           MOVE WS-DEMAND-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'PREMIUM NET OF IPT    - ' TO RL-TOT-TITLE
           MOVE WS-NET-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'IPT DEMANDED          - ' TO RL-TOT-TITLE
           MOVE WS-IPT-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'OF WHICH INSTALMENTS  - ' TO RL-TOT-TITLE
           MOVE WS-INSTALMENTS-DEMANDED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'INSTALMENT VALUE      - ' TO RL-TOT-TITLE
           MOVE WS-INSTALMENT-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RE-PRESENTATIONS      - ' TO RL-TOT-TITLE
           MOVE WS-REPRESENTED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RE-PRESENT VALUE      - ' TO RL-TOT-TITLE
           MOVE WS-REPRESENT-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CUSTOMER NUMBER HASH  - ' TO RL-TOT-TITLE
           MOVE WS-HASH-TOTAL TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-DEMANDS-SKIPPED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RE-PRESENTS SKIPPED   - ' TO RL-TOT-TITLE
           MOVE WS-REPRESENT-SKIPPED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'NO LIVE MANDATE       - ' TO RL-TOT-TITLE
           MOVE WS-NO-MANDATE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailers - the run's own demand count and net premium   *
      * value, which LGGLJNL proves the BD detail records against,     *
      * then the count and value of the IPT it demanded for BT.        *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'           TO GLT-RECORD-ID
           MOVE 'LGBILL'           TO GLT-SOURCE
           MOVE 'BD'               TO GLT-EVENT
           MOVE WS-DEMANDS-WRITTEN TO GLT-COUNT
           MOVE WS-NET-VALUE       TO GLT-VALUE
           MOVE GLW-RUN-DATE       TO GLT-RUN-DATE

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT TRAILER WRITE:'
                       FS-GLOUT
           END-IF

           MOVE 'BT'               TO GLT-EVENT
           MOVE WS-IPT-DEMANDS     TO GLT-COUNT
           MOVE WS-IPT-VALUE       TO GLT-VALUE

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
           DISPLAY 'DEMANDS WRITTEN:' WS-DEMANDS-WRITTEN
           DISPLAY 'DEMANDS SKIPPED:' WS-DEMANDS-SKIPPED
           DISPLAY 'DEMAND VALUE:' WS-DEMAND-VALUE
           DISPLAY 'IPT DEMANDED:' WS-IPT-VALUE
           DISPLAY 'OF WHICH INSTALMENTS:' WS-INSTALMENTS-DEMANDED
           DISPLAY 'RE-PRESENTATIONS:' WS-REPRESENTED
           DISPLAY 'RE-PRESENT VALUE:' WS-REPRESENT-VALUE
           DISPLAY 'NO LIVE MANDATE:' WS-NO-MANDATE

           EXEC SQL CLOSE BILL-CURSOR END-EXEC
           EXEC SQL CLOSE INS-CURSOR END-EXEC
           EXEC SQL CLOSE REP-CURSOR END-EXEC

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           CLOSE BACS-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE
           CLOSE MANDATE-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
