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
       PROGRAM-ID. LGEVRECN.
      *****************************************************************
      * Daily reconciliation of the business events published to the *
      * downstream systems (EVENTLOG, written by LGEVPUB) against    *
      * the changes the audit tables say were made that day:         *
      *                                                                *
      *  - a change with no event - a POLICY row issued that day     *
      *    ('PA'), a POLENDORSE ('PE'), POLCANCEL ('PC') or          *
      *    POLICYAUDIT ('PD') row, a CUSTMERGE row ('CM'), or a      *
      *    CUSTHIST row from the LGCUPDT feed or a merge ('CC') -    *
      *    downstream never heard about it;                          *
      *  - an event with no change behind it - downstream heard      *
      *    about something the system of record does not have;       *
      *  - an event still held on the retry store after LGEVRTRY    *
      *    has run - the queue is still down.                        *
      *                                                                *
      * An event pairs with its change by type and key, stamped no   *
      * more than an hour after the audit row - both are written in  *
      * the same unit of work, moments apart.  CUSTHIST rows from    *
      * the LGSAR erasure ('E') are not published and not checked.   *
      *                                                                *
      * The day is yesterday unless the optional EVRCTL card gives   *
      * one (ISO date, columns 1-10), to re-run a missed day.        *
      *                                                                *
      * Report in the LGRECON style - one detail line per exception, *
      * a count per category and a grand total - with a nonzero      *
      * RETURN-CODE when anything at all is found.                   *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVRCTL-FILE ASSIGN TO EVRCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-EVRCTL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  EVRCTL-FILE
           RECORDING MODE IS F.
       01 EVRCTL-REC             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-EVRCTL           PIC X(02)  VALUE SPACES.
             88 EVRCTL-OPEN-OK              VALUE '00' '05'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.

      *================================================================*
      * Optional EVRCTL card - the day to reconcile, as an ISO date.   *
      *================================================================*
       01 WS-CTL-CARD.
          05 CTL-RECON-DATE      PIC X(10).
          05 FILLER              PIC X(70).

       01 WS-COUNTS.
          05 WS-NO-EVENT-PA      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-EVENT-PE      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-EVENT-PC      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-EVENT-PD      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-EVENT-CM      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-EVENT-CC      PIC 9(07)  VALUE ZEROES.
          05 WS-NO-CHANGE-COUNT  PIC 9(07)  VALUE ZEROES.
          05 WS-HELD-COUNT       PIC 9(07)  VALUE ZEROES.
          05 WS-GRAND-COUNT      PIC 9(07)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-RECON-DATE       PIC X(10).
          05 WS-EVENT-TYPE       PIC X(02).
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CHANGE-TIMESTAMP PIC X(26).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP BUSINESS EVENT RECONCILIATION'.
          05 WS-DATE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(21)  VALUE
                'CHANGES AND EVENTS OF'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-RECON-DATE     PIC X(10).
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
             10 RL-TIMESTAMP      PIC X(26).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-DETAIL-TEXT    PIC X(50).
          05 WS-CATEGORY-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'TOTAL FOR '.
             10 RL-CAT-TITLE      PIC X(30).
             10 FILLER           PIC X(03)  VALUE ' - '.
             10 RL-CAT-COUNT      PIC ZZZ,ZZ9.
             10 FILLER           PIC X(11)  VALUE ' MISMATCHES'.
          05 WS-GRAND-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(28)  VALUE
                'TOTAL MISMATCHES THIS RUN - '.
             10 RL-GRD-COUNT      PIC ZZZ,ZZ9.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGEVRECN'

           MOVE 'LGEVRECN' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 2000-CHECK-CHANGE-SIDE
           PERFORM 3000-CHECK-EVENT-SIDE
           PERFORM 4000-CHECK-HELD-EVENTS

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

           PERFORM 1100-READ-CONTROL

           WRITE RPT-LINE FROM WS-TITLE-LINE
           MOVE WS-RECON-DATE TO RL-RECON-DATE
           WRITE RPT-LINE FROM WS-DATE-LINE
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The day to reconcile - yesterday unless EVRCTL carries a card. *
      * A missing (status 05) or empty control file means yesterday;   *
      * a card that is not a valid date stops the run (80) rather      *
      * than reconcile the wrong day.  DB2 does the date checking and  *
      * the arithmetic.                                                *
      *================================================================*
       1100-READ-CONTROL.

           MOVE SPACES TO WS-CTL-CARD

           OPEN INPUT EVRCTL-FILE

           IF NOT EVRCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN EVRCTL:' FS-EVRCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ EVRCTL-FILE INTO WS-CTL-CARD
           AT END
              MOVE SPACES TO WS-CTL-CARD
           END-READ

           CLOSE EVRCTL-FILE

           IF CTL-RECON-DATE = SPACES
              EXEC SQL
                SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
                  INTO :WS-RECON-DATE
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                SELECT CHAR(DATE(:CTL-RECON-DATE), ISO)
                  INTO :WS-RECON-DATE
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY 'RECONCILING CHANGES AND EVENTS OF '
                         WS-RECON-DATE
              WHEN -180
              WHEN -181
                 DISPLAY 'INVALID EVRCTL DATE:' CTL-RECON-DATE
                 MOVE '80' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON RECONCILIATION DATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

      *================================================================*
      * Direction one - changes made that day with no event logged.    *
      * One cursor across the six sources, each paired with its event  *
      * type by key and by an event stamped within the hour after the  *
      * audit row.  A new policy has no audit row of its own - it is   *
      * the POLICY row issued that day, paired on policy number alone. *
      *================================================================*
       2000-CHECK-CHANGE-SIDE.

           MOVE 'CHANGES WITH NO EVENT PUBLISHED'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE NOEVENT-CURSOR CURSOR FOR
             SELECT 'PA', POL.CUSTOMERNUMBER, POL.POLICYNUMBER,
                    POL.ISSUEDATE
               FROM POLICY POL
              WHERE POL.ISSUEDATE = :WS-RECON-DATE
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE    = 'PA'
                         AND EVT.POLICYNUMBER = POL.POLICYNUMBER )
             UNION ALL
             SELECT 'PE', END1.CUSTOMERNUMBER, END1.POLICYNUMBER,
                    CHAR(END1.ENDORSEDTIMESTAMP)
               FROM POLENDORSE END1
              WHERE DATE(END1.ENDORSEDTIMESTAMP)
                  = DATE(:WS-RECON-DATE)
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE    = 'PE'
                         AND EVT.POLICYNUMBER = END1.POLICYNUMBER
                         AND EVT.EVENTTIMESTAMP
                             BETWEEN END1.ENDORSEDTIMESTAMP
                                 AND END1.ENDORSEDTIMESTAMP
                                     + 1 HOUR )
             UNION ALL
             SELECT 'PC', CAN.CUSTOMERNUMBER, CAN.POLICYNUMBER,
                    CHAR(CAN.CANCELLEDTIMESTAMP)
               FROM POLCANCEL CAN
              WHERE DATE(CAN.CANCELLEDTIMESTAMP)
                  = DATE(:WS-RECON-DATE)
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE    = 'PC'
                         AND EVT.POLICYNUMBER = CAN.POLICYNUMBER
                         AND EVT.EVENTTIMESTAMP
                             BETWEEN CAN.CANCELLEDTIMESTAMP
                                 AND CAN.CANCELLEDTIMESTAMP
                                     + 1 HOUR )
             UNION ALL
             SELECT 'PD', AUD.CUSTOMERNUMBER, AUD.POLICYNUMBER,
                    CHAR(AUD.DELETEDTIMESTAMP)
               FROM POLICYAUDIT AUD
              WHERE DATE(AUD.DELETEDTIMESTAMP)
                  = DATE(:WS-RECON-DATE)
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE    = 'PD'
                         AND EVT.POLICYNUMBER = AUD.POLICYNUMBER
                         AND EVT.EVENTTIMESTAMP
                             BETWEEN AUD.DELETEDTIMESTAMP
                                 AND AUD.DELETEDTIMESTAMP
                                     + 1 HOUR )
             UNION ALL
             SELECT 'CM', MRG.SURVIVORNUMBER, 0,
                    CHAR(MRG.MERGEDTIMESTAMP)
               FROM CUSTMERGE MRG
              WHERE DATE(MRG.MERGEDTIMESTAMP)
                  = DATE(:WS-RECON-DATE)
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE      = 'CM'
                         AND EVT.CUSTOMERNUMBER = MRG.SURVIVORNUMBER
                         AND EVT.RELATEDNUMBER  = MRG.VICTIMNUMBER
                         AND EVT.EVENTTIMESTAMP
                             BETWEEN MRG.MERGEDTIMESTAMP
                                 AND MRG.MERGEDTIMESTAMP
                                     + 1 HOUR )
             UNION ALL
             SELECT 'CC', HIS.CUSTOMERNUMBER, 0,
                    CHAR(HIS.CHANGEDTIMESTAMP)
               FROM CUSTHIST HIS
              WHERE DATE(HIS.CHANGEDTIMESTAMP)
                  = DATE(:WS-RECON-DATE)
                AND HIS.CHANGESOURCE IN ('B', 'M')
                AND NOT EXISTS
                    ( SELECT 1 FROM EVENTLOG EVT
                       WHERE EVT.EVENTTYPE      = 'CC'
                         AND EVT.CUSTOMERNUMBER = HIS.CUSTOMERNUMBER
                         AND EVT.EVENTTIMESTAMP
                             BETWEEN HIS.CHANGEDTIMESTAMP
                                 AND HIS.CHANGEDTIMESTAMP
                                     + 1 HOUR )
              ORDER BY 1, 2, 3
           END-EXEC

           EXEC SQL OPEN NOEVENT-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN NOEVENT-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           PERFORM 2100-FETCH-NO-EVENT
              UNTIL END-OF-CSR

           EXEC SQL CLOSE NOEVENT-CURSOR END-EXEC

           MOVE 'POLICIES ADDED, NO EVENT      ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-PA TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'POLICIES ENDORSED, NO EVENT   ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-PE TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'POLICIES CANCELLED, NO EVENT  ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-PC TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'POLICIES DELETED, NO EVENT    ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-PD TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'CUSTOMERS MERGED, NO EVENT    ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-CM TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           MOVE 'CONTACTS CHANGED, NO EVENT    ' TO RL-CAT-TITLE
           MOVE WS-NO-EVENT-CC TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-FETCH-NO-EVENT.

           EXEC SQL
             FETCH NOEVENT-CURSOR
              INTO :WS-EVENT-TYPE,
                   :WS-CUSTOMER-NUMBER,
                   :WS-POLICY-NUM-INT,
                   :WS-CHANGE-TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-EVENT-TYPE       TO RL-EVENT-TYPE
                 MOVE WS-CUSTOMER-NUMBER  TO RL-CUSTNUM
                 MOVE WS-POLICY-NUM-INT   TO RL-POLNUM
                 MOVE WS-CHANGE-TIMESTAMP TO RL-TIMESTAMP
                 MOVE 'CHANGE RECORDED, NO EVENT PUBLISHED'
                   TO RL-DETAIL-TEXT
                 EVALUATE WS-EVENT-TYPE
                    WHEN 'PA'
                       ADD 1 TO WS-NO-EVENT-PA
                    WHEN 'PE'
                       ADD 1 TO WS-NO-EVENT-PE
                    WHEN 'PC'
                       ADD 1 TO WS-NO-EVENT-PC
                    WHEN 'PD'
                       ADD 1 TO WS-NO-EVENT-PD
                    WHEN 'CM'
                       ADD 1 TO WS-NO-EVENT-CM
                    WHEN OTHER
                       ADD 1 TO WS-NO-EVENT-CC
                 END-EVALUATE
                 ADD 1 TO WS-GRAND-COUNT
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH NOEVENT-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Direction two - events logged that day with no change behind   *
      * them: no audit row of the event's type and key in the hour     *
      * before it, or a type the reconciliation does not know.  An     *
      * added policy may since have been deleted, so its POLICYAUDIT   *
      * row stands in for the POLICY row.                              *
      *================================================================*
       3000-CHECK-EVENT-SIDE.

           MOVE 'EVENTS WITH NO CHANGE RECORDED'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE NOCHANGE-CURSOR CURSOR FOR
             SELECT EVT.EVENTTYPE,
                    EVT.CUSTOMERNUMBER,
                    EVT.POLICYNUMBER,
                    CHAR(EVT.EVENTTIMESTAMP)
               FROM EVENTLOG EVT
              WHERE DATE(EVT.EVENTTIMESTAMP) = DATE(:WS-RECON-DATE)
                AND ( ( EVT.EVENTTYPE = 'PA'
                        AND NOT EXISTS
                            ( SELECT 1 FROM POLICY POL
                               WHERE POL.POLICYNUMBER
                                   = EVT.POLICYNUMBER )
                        AND NOT EXISTS
                            ( SELECT 1 FROM POLICYAUDIT AUD
                               WHERE AUD.POLICYNUMBER
                                   = EVT.POLICYNUMBER ) )
                   OR ( EVT.EVENTTYPE = 'PE'
                        AND NOT EXISTS
                            ( SELECT 1 FROM POLENDORSE END1
                               WHERE END1.POLICYNUMBER
                                   = EVT.POLICYNUMBER
                                 AND END1.ENDORSEDTIMESTAMP
                                     BETWEEN EVT.EVENTTIMESTAMP
                                             - 1 HOUR
                                         AND EVT.EVENTTIMESTAMP ) )
                   OR ( EVT.EVENTTYPE = 'PC'
                        AND NOT EXISTS
                            ( SELECT 1 FROM POLCANCEL CAN
                               WHERE CAN.POLICYNUMBER
                                   = EVT.POLICYNUMBER
                                 AND CAN.CANCELLEDTIMESTAMP
                                     BETWEEN EVT.EVENTTIMESTAMP
                                             - 1 HOUR
                                         AND EVT.EVENTTIMESTAMP ) )
                   OR ( EVT.EVENTTYPE = 'PD'
                        AND NOT EXISTS
                            ( SELECT 1 FROM POLICYAUDIT AUD
                               WHERE AUD.POLICYNUMBER
                                   = EVT.POLICYNUMBER
                                 AND AUD.DELETEDTIMESTAMP
                                     BETWEEN EVT.EVENTTIMESTAMP
                                             - 1 HOUR
                                         AND EVT.EVENTTIMESTAMP ) )
                   OR ( EVT.EVENTTYPE = 'CM'
                        AND NOT EXISTS
                            ( SELECT 1 FROM CUSTMERGE MRG
                               WHERE MRG.SURVIVORNUMBER
                                   = EVT.CUSTOMERNUMBER
                                 AND MRG.VICTIMNUMBER
                                   = EVT.RELATEDNUMBER
                                 AND MRG.MERGEDTIMESTAMP
                                     BETWEEN EVT.EVENTTIMESTAMP
                                             - 1 HOUR
                                         AND EVT.EVENTTIMESTAMP ) )
                   OR ( EVT.EVENTTYPE = 'CC'
                        AND NOT EXISTS
                            ( SELECT 1 FROM CUSTHIST HIS
                               WHERE HIS.CUSTOMERNUMBER
                                   = EVT.CUSTOMERNUMBER
                                 AND HIS.CHANGESOURCE IN ('B', 'M')
                                 AND HIS.CHANGEDTIMESTAMP
                                     BETWEEN EVT.EVENTTIMESTAMP
                                             - 1 HOUR
                                         AND EVT.EVENTTIMESTAMP ) )
                   OR EVT.EVENTTYPE NOT IN
                      ('PA', 'PE', 'PC', 'PD', 'CM', 'CC') )
              ORDER BY EVT.EVENTTIMESTAMP
           END-EXEC

           EXEC SQL OPEN NOCHANGE-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN NOCHANGE-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           PERFORM 3100-FETCH-NO-CHANGE
              UNTIL END-OF-CSR

           EXEC SQL CLOSE NOCHANGE-CURSOR END-EXEC

           MOVE 'EVENTS WITH NO CHANGE         ' TO RL-CAT-TITLE
           MOVE WS-NO-CHANGE-COUNT TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-FETCH-NO-CHANGE.

           EXEC SQL
             FETCH NOCHANGE-CURSOR
              INTO :WS-EVENT-TYPE,
                   :WS-CUSTOMER-NUMBER,
                   :WS-POLICY-NUM-INT,
                   :WS-CHANGE-TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-EVENT-TYPE       TO RL-EVENT-TYPE
                 MOVE WS-CUSTOMER-NUMBER  TO RL-CUSTNUM
                 MOVE WS-POLICY-NUM-INT   TO RL-POLNUM
                 MOVE WS-CHANGE-TIMESTAMP TO RL-TIMESTAMP
                 MOVE 'EVENT PUBLISHED, NO CHANGE RECORDED'
                   TO RL-DETAIL-TEXT
                 ADD 1 TO WS-NO-CHANGE-COUNT
                 ADD 1 TO WS-GRAND-COUNT
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH NOCHANGE-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

      *================================================================*
      * Events of any day still held on the retry store - LGEVRTRY     *
      * runs first, so anything left has not reached downstream yet.   *
      *================================================================*
       4000-CHECK-HELD-EVENTS.

           MOVE 'EVENTS STILL HELD FOR RETRY'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE HELD-CURSOR CURSOR FOR
             SELECT EVENTTYPE,
                    CUSTOMERNUMBER,
                    POLICYNUMBER,
                    CHAR(EVENTTIMESTAMP)
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
           PERFORM 4100-FETCH-HELD-EVENT
              UNTIL END-OF-CSR

           EXEC SQL CLOSE HELD-CURSOR END-EXEC

           MOVE 'EVENTS STILL HELD             ' TO RL-CAT-TITLE
           MOVE WS-HELD-COUNT TO RL-CAT-COUNT
           WRITE RPT-LINE FROM WS-CATEGORY-TOTAL-LINE

           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-FETCH-HELD-EVENT.

           EXEC SQL
             FETCH HELD-CURSOR
              INTO :WS-EVENT-TYPE,
                   :WS-CUSTOMER-NUMBER,
                   :WS-POLICY-NUM-INT,
                   :WS-CHANGE-TIMESTAMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-EVENT-TYPE       TO RL-EVENT-TYPE
                 MOVE WS-CUSTOMER-NUMBER  TO RL-CUSTNUM
                 MOVE WS-POLICY-NUM-INT   TO RL-POLNUM
                 MOVE WS-CHANGE-TIMESTAMP TO RL-TIMESTAMP
                 MOVE 'EVENT HELD, NOT YET ON THE QUEUE'
                   TO RL-DETAIL-TEXT
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-GRAND-COUNT
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH HELD-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 4100-EXIT
           .
       4100-EXIT.
           EXIT.

       5000-WRITE-TOTALS.

           MOVE WS-GRAND-COUNT TO RL-GRD-COUNT
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'TOTAL MISMATCHES:' WS-GRAND-COUNT

           CLOSE REPORT-FILE

      *    Anything found at all is a nonzero RETURN-CODE so the
      *    scheduler flags the run - a DB2/file failure status code
      *    still takes precedence over the mismatch indicator.
           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM

           IF WS-WORST-STATUS-NUM = 0 AND WS-GRAND-COUNT > 0
              MOVE 4 TO WS-WORST-STATUS-NUM
           END-IF

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-GRAND-COUNT
             TO RLOG-RECORDS-READ
           MOVE ZEROES TO RLOG-RECORDS-WRITTEN
           MOVE WS-GRAND-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-NUM
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
