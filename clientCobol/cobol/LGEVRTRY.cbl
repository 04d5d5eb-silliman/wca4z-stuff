      ******************************************************************
      *                                                                *
      * LICENSED MATERIALS - PROPERTY OF IBM                           *
      *                                                                *
      * "RESTRICTED MATERIALS OF IBM"                                  *
      *                                                                *
      * (C) COPYRIGHT IBM CORP. 2021       ALL RIGHTS RESERVED         *
      *                                                                *
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,      *
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE                   *
      * CONTRACT WITH IBM CORPORATION                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGEVRTRY.
      *****************************************************************
      * Scheduled drain of the business-event retry store - every    *
      * event LGEVPUB could not put on GENAPP.BUSINESS.EVENTS while  *
      * the queue was down sits on EVENTLOG with status 'H' and its  *
      * whole message.  Each one is re-put through LGEVPUB, oldest   *
      * first, exactly as it was built; once on the queue its row    *
      * goes to 'P' with the time it was published and the message   *
      * is blanked.  A held event of a customer since erased by      *
      * LGSAR is marked 'E' with its message blanked, so it is not   *
      * selected here and is never sent.                             *
      *                                                                *
      * The first put that fails means the queue is still down - the *
      * rest are left held, in order, for the next run rather than   *
      * put out of turn.  Every try is counted on the row's RETRIES  *
      * with the MQ reason code.                                     *
      *                                                                *
      * Report in the LGRECON style - one line per held event, then  *
      * totals - with a nonzero RETURN-CODE while anything is still  *
      * held so the scheduler surfaces an outage that has outlasted  *
      * a day.                                                       *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-QUEUE-STATE      PIC X(01)  VALUE ' '.
             88 QUEUE-STILL-DOWN            VALUE 'D'.

       01 WS-COUNTS.
          05 WS-HELD-COUNT       PIC 9(07)  VALUE ZEROES.
          05 WS-REPUT-COUNT      PIC 9(07)  VALUE ZEROES.
          05 WS-STILL-HELD-COUNT PIC 9(07)  VALUE ZEROES.

      * One held EVENTLOG row - the key it is updated by, and the
      * message LGEVPUB re-puts.
       01 WS-HELD-EVENT.
          05 WS-EVENT-TYPE       PIC X(02).
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-EVENT-TIMESTAMP  PIC X(26).
          05 WS-MQ-REASON-INT    PIC S9(09) COMP-5.
          05 WS-EVENT-MESSAGE    PIC X(300).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP HELD BUSINESS EVENT RETRY'.
          05 WS-SECTION-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-SECTION-TITLE  PIC X(50).
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(06)  VALUE 'EVENT '.
             10 RL-EVENT-TYPE     PIC X(02).
             10 FILLER           PIC X(10)  VALUE ' CUSTOMER '.
             10 RL-CUSTNUM        PIC 9(10).
             10 FILLER           PIC X(08)  VALUE ' POLICY '.
             10 RL-POLNUM         PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-EVENT-TS       PIC X(26).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-DETAIL-TEXT    PIC X(50).
          05 WS-CATEGORY-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'TOTAL FOR '.
             10 RL-CAT-TITLE      PIC X(30).
             10 FILLER           PIC X(03)  VALUE ' - '.
             10 RL-CAT-COUNT      PIC ZZZ,ZZ9.
             10 FILLER           PIC X(07)  VALUE ' EVENTS'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

      * Parameter block for the shared LGEVPUB publishing module.
       COPY LGEVTCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGEVRTRY'

           MOVE 'LGEVRTRY' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 2000-RETRY-HELD-EVENTS

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-COUNTS
                      WS-STATUS-CODE

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN OUTPUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           WRITE RPT-LINE FROM WS-TITLE-LINE
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * Held events oldest first, so downstream sees each customer's   *
      * and policy's changes in the order they were made.  The cursor  *
      * is read-only (DB2 will not update through an ordered cursor) - *
      * each row is updated by its key once its put has been tried.    *
      *================================================================*
       2000-RETRY-HELD-EVENTS.

           MOVE 'EVENTS HELD WHILE THE QUEUE WAS UNAVAILABLE'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE HELD-CURSOR CURSOR FOR
             SELECT EVENTTYPE,
                    CUSTOMERNUMBER,
                    POLICYNUMBER,
                    CHAR(EVENTTIMESTAMP),
                    MESSAGE
               FROM EVENTLOG
              WHERE EVENTSTATUS = 'H'
              ORDER BY EVENTTIMESTAMP
           END-EXEC

           EXEC SQL OPEN HELD-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN HELD-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           PERFORM 2100-FETCH-HELD-EVENT
              UNTIL END-OF-CSR

           EXEC SQL CLOSE HELD-CURSOR END-EXEC

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-HELD-EVENT.

           EXEC SQL
             FETCH HELD-CURSOR
              INTO :WS-EVENT-TYPE,
                   :WS-CUSTOMER-NUMBER,
                   :WS-POLICY-NUM-INT,
                   :WS-EVENT-TIMESTAMP,
                   :WS-EVENT-MESSAGE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-HELD-COUNT
                 MOVE WS-EVENT-TYPE      TO RL-EVENT-TYPE
                 MOVE WS-CUSTOMER-NUMBER TO RL-CUSTNUM
                 MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
                 MOVE WS-EVENT-TIMESTAMP TO RL-EVENT-TS
                 IF QUEUE-STILL-DOWN
                    MOVE 'STILL HELD - QUEUE UNAVAILABLE'
                      TO RL-DETAIL-TEXT
                    ADD 1 TO WS-STILL-HELD-COUNT
                 ELSE
                    PERFORM 2200-REPUT-EVENT
                 END-IF
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH HELD-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Re-put one held event as it was built.  On the queue, the row  *
      * is published and its message no longer kept; otherwise the     *
      * try and its reason are counted and the run stops putting.      *
      *================================================================*
       2200-REPUT-EVENT.

           SET EVP-REPUT-HELD-EVENT TO TRUE
           MOVE SPACE            TO EVP-CICS-FLAG
           MOVE WS-EVENT-MESSAGE TO EVP-MESSAGE
           CALL EVP-MODULE USING WS-EVENT-PARMS

           IF EVP-STATUS = '00'
              EXEC SQL
                UPDATE EVENTLOG
                   SET EVENTSTATUS        = 'P',
                       MQREASON           = 0,
                       RETRIES            = RETRIES + 1,
                       PUBLISHEDTIMESTAMP = CURRENT TIMESTAMP,
                       MESSAGE            = ' '
                 WHERE EVENTTYPE      = :WS-EVENT-TYPE
                   AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                   AND POLICYNUMBER   = :WS-POLICY-NUM-INT
                   AND EVENTTIMESTAMP = TIMESTAMP(:WS-EVENT-TIMESTAMP)
                   AND EVENTSTATUS    = 'H'
              END-EXEC
              MOVE 'REPUBLISHED' TO RL-DETAIL-TEXT
              ADD 1 TO WS-REPUT-COUNT
           ELSE
              MOVE EVP-MQ-REASON TO WS-MQ-REASON-INT
              EXEC SQL
                UPDATE EVENTLOG
                   SET MQREASON = :WS-MQ-REASON-INT,
                       RETRIES  = RETRIES + 1
                 WHERE EVENTTYPE      = :WS-EVENT-TYPE
                   AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                   AND POLICYNUMBER   = :WS-POLICY-NUM-INT
                   AND EVENTTIMESTAMP = TIMESTAMP(:WS-EVENT-TIMESTAMP)
                   AND EVENTSTATUS    = 'H'
              END-EXEC
              DISPLAY 'EVENT QUEUE STILL UNAVAILABLE, MQ REASON:'
                      EVP-MQ-REASON
              MOVE 'STILL HELD - QUEUE UNAVAILABLE'
                TO RL-DETAIL-TEXT
              SET QUEUE-STILL-DOWN TO TRUE
              ADD 1 TO WS-STILL-HELD-COUNT
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON UPDATE EVENTLOG, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       5000-WRITE-TOTALS.

           MOVE 'EVENTS HELD AT START OF RUN   ' TO RL-CAT-TITLE
           MOVE WS-HELD-COUNT TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'EVENTS REPUBLISHED            ' TO RL-CAT-TITLE
           MOVE WS-REPUT-COUNT TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'EVENTS STILL HELD             ' TO RL-CAT-TITLE
           MOVE WS-STILL-HELD-COUNT TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'EVENTS HELD AT START:' WS-HELD-COUNT
           DISPLAY 'EVENTS REPUBLISHED:' WS-REPUT-COUNT
           DISPLAY 'EVENTS STILL HELD:' WS-STILL-HELD-COUNT

           CLOSE REPORT-FILE

      *    Anything still held is a nonzero RETURN-CODE so the
      *    scheduler flags the outage - a DB2/file failure status
      *    code still takes precedence over it.
           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM

           IF WS-WORST-STATUS-NUM = 0 AND WS-STILL-HELD-COUNT > 0
              MOVE 4 TO WS-WORST-STATUS-NUM
           END-IF

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-HELD-COUNT
             TO RLOG-RECORDS-READ
           MOVE WS-REPUT-COUNT
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-STILL-HELD-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-NUM
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
