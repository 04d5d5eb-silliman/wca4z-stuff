      * is checked against PAYHIST before anything is applied, so a   *
      * rerun after a mid-file abend diverts the already-applied      *
      * receipts to suspense instead of double-crediting PAYMENT.     *
      * Every posted receipt is also written to GLOUT as a general-   *
      * ledger extract record, with the run's posted totals as the    *
      * trailer, for the LGGLJNL nightly journal.                     *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SUSPENSE.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           DATA RECORD IS SUS-REC.
       01 SUS-REC                PIC X(60).

      ******************************************************************
      *          GENERAL-LEDGER EXTRACT                                *
      * One LGGLXREC record per posted receipt, then the trailer.      *
      ******************************************************************
       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
             88 OUT-OK                      VALUE '00'.
          05 FS-SUSPENSE         PIC X(02)  VALUE SPACES.
             88 SUS-OK                      VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-OWNER-CUST-NUM   PIC S9(09) COMP-5.
          05 WS-POLICY-TYPE      PIC X(01).
          05 WS-AMOUNT-INT       PIC S9(09) COMP-5.
          05 WS-PAYMENT-DATE     PIC X(10).
          05 WS-RECEIPT-REF      PIC X(12).

           COPY LGPOLICY.

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT GL-FILE

           IF NOT GLOUT-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLOUT:' FS-GLOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD

           PERFORM 1100-EXIT
           .
       1100-EXIT.
       2100-MATCH-POLICY.

           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE
               INTO :WS-OWNER-CUST-NUM, :WS-POLICY-TYPE
               FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC
                    ELSE
                       ADD 1         TO WS-RECORDS-POSTED
                       ADD IN-AMOUNT TO WS-POSTED-VALUE
                       PERFORM 2900-WRITE-GL-DETAIL
                    END-IF
                 END-IF
              WHEN OTHER
       2300-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per posted receipt - event   *
      * RC, cash received against the policy's premium debt.  A GLOUT *
      * write failure stops the run: the journal would no longer agree *
      * with the receipts it is proved against.                        *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGPPOST'         TO GLX-SOURCE
           MOVE 'RC'              TO GLX-EVENT
           MOVE WS-POLICY-TYPE    TO GLX-POLICY-TYPE
           MOVE IN-POLICY-NUM     TO GLX-REFERENCE
           MOVE IN-AMOUNT         TO GLX-AMOUNT
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

      *================================================================*
      * Divert a receipt that could not be applied to the suspense     *
      * file with a reason code instead of aborting the run:           *
       4900-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailer - the run's own posted count and value, which    *
      * LGGLJNL proves the RC detail records against.                  *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'          TO GLT-RECORD-ID
           MOVE 'LGPPOST'         TO GLT-SOURCE
           MOVE 'RC'              TO GLT-EVENT
           MOVE WS-RECORDS-POSTED TO GLT-COUNT
           MOVE WS-POSTED-VALUE   TO GLT-VALUE
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

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE OUT01-FILE
           CLOSE SUSPENSE-FILE
           CLOSE GL-FILE
           PERFORM 8000-EXIT
           .
       8000-EXIT.
              PERFORM 4900-WRITE-TRAILER
           END-IF

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
