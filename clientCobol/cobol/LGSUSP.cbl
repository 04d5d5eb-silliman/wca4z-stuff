      * off.  The movement report (brought forward / new / re-applied *
      * / written off / review / carried forward, with value totals)  *
      * is what finance reconciles unapplied cash against.            *
      * New, re-applied and written-off items are also written to     *
      * GLOUT as general-ledger extract records, with the matching    *
      * movement totals as trailers, for the LGGLJNL nightly journal. *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSIN-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
             88 REVIEW-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-SUSIN        PIC X(01)  VALUE ' '.
          05 WS-PAYMENT-DATE     PIC X(10).
          05 WS-RECEIPT-REF      PIC X(12).
          05 WS-DUP-COUNT        PIC S9(09) COMP-5.
          05 WS-POLICY-TYPE      PIC X(01).

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.

           COPY LGPOLICY.

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT GL-FILE
           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON OPEN GLOUT:' FS-GLOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD

           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

              IF SUS-AMOUNT-X IS NUMERIC
                 ADD SUS-AMOUNT TO WS-VAL-NEW
              END-IF
      *       Cash the bank has but no policy owns yet - into suspense
      *       on the ledger the first time the item is seen.
              MOVE 'SI'   TO GLX-EVENT
              MOVE SPACES TO GLX-POLICY-TYPE
              PERFORM 2900-WRITE-GL-DETAIL
           END-IF

           PERFORM 2100-FIND-CORRECTION
              IF SUS-AMOUNT-X IS NUMERIC
                 ADD SUS-AMOUNT TO WS-VAL-REAPPLIED
              END-IF
              PERFORM 2360-GET-POLICY-TYPE
              MOVE 'SA'           TO GLX-EVENT
              MOVE WS-POLICY-TYPE TO GLX-POLICY-TYPE
              PERFORM 2900-WRITE-GL-DETAIL
           ELSE
              PERFORM 2500-FAIL-ITEM
           END-IF
       2350-EXIT.
           EXIT.

      *================================================================*
      * Policy type of the policy the receipt was re-applied to, for   *
      * the ledger analysis.  Not found is not an error here - the     *
      * PAYMENT update has just succeeded - so any failure simply      *
      * leaves the type blank.                                         *
      *================================================================*
       2360-GET-POLICY-TYPE.

           MOVE SPACES TO WS-POLICY-TYPE

           EXEC SQL
             SELECT POLICYTYPE INTO :WS-POLICY-TYPE
               FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-POLICY-TYPE
           END-IF

           PERFORM 2360-EXIT
           .
       2360-EXIT.
           EXIT.

       2400-WRITE-OFF-ITEM.

           MOVE 'WRITTEN OFF'     TO RL-DISPOSITION
              ADD SUS-AMOUNT TO WS-VAL-WRITTEN-OFF
           END-IF

           MOVE 'SW'   TO GLX-EVENT
           MOVE SPACES TO GLX-POLICY-TYPE
           PERFORM 2900-WRITE-GL-DETAIL

           PERFORM 2400-EXIT
           .
       2400-EXIT.
       2800-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record for a suspense movement -    *
      * the caller sets the event and policy type.  The reference is   *
      * the receipt's policy number (the re-applied policy for SA);    *
      * an unparsable amount goes as zero, exactly as it is left out   *
      * of the movement value totals the trailers carry.  A GLOUT      *
      * write failure stops the run.                                   *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGSUSP'          TO GLX-SOURCE
           MOVE GLW-RUN-DATE      TO GLX-RUN-DATE

           EVALUATE TRUE
              WHEN GLX-EVENT = 'SA'
                 MOVE WS-POLICY-NUM-INT TO GLX-REFERENCE
              WHEN SUS-POLICY-NUM-X IS NUMERIC
                 MOVE SUS-POLICY-NUM    TO GLX-REFERENCE
              WHEN OTHER
                 MOVE ZEROES            TO GLX-REFERENCE
           END-EVALUATE

           IF SUS-AMOUNT-X IS NUMERIC
              MOVE SUS-AMOUNT TO GLX-AMOUNT
           ELSE
              MOVE ZEROES     TO GLX-AMOUNT
           END-IF

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
      * Movement totals - every item read is accounted for exactly    *
      * once below brought-forward/new, so finance can tie the        *
       5000-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailers - one per suspense event, carrying the same     *
      * movement count and value the report prints, which LGGLJNL     *
      * proves the detail records against.                             *
      *================================================================*
       4950-WRITE-GL-TRAILERS.

           MOVE 'TOTALS'          TO GLT-RECORD-ID
           MOVE 'LGSUSP'          TO GLT-SOURCE
           MOVE GLW-RUN-DATE      TO GLT-RUN-DATE

           MOVE 'SI'              TO GLT-EVENT
           MOVE WS-NEW-THIS-RUN   TO GLT-COUNT
           MOVE WS-VAL-NEW        TO GLT-VALUE
           PERFORM 4960-WRITE-ONE-GL-TRAILER

           MOVE 'SA'              TO GLT-EVENT
           MOVE WS-REAPPLIED      TO GLT-COUNT
           MOVE WS-VAL-REAPPLIED  TO GLT-VALUE
           PERFORM 4960-WRITE-ONE-GL-TRAILER

           MOVE 'SW'              TO GLT-EVENT
           MOVE WS-WRITTEN-OFF    TO GLT-COUNT
           MOVE WS-VAL-WRITTEN-OFF TO GLT-VALUE
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

       8000-CLOSE-FILES.

           CLOSE SUSIN-FILE
           CLOSE SUSOUT-FILE
           CLOSE REVIEW-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE
           PERFORM 8000-EXIT
           .
       8000-EXIT.
           DISPLAY 'AGED TO REVIEW:' WS-AGED-TO-REVIEW
           DISPLAY 'CARRIED FORWARD:' WS-CARRIED-FORWARD

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILERS
           END-IF

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
