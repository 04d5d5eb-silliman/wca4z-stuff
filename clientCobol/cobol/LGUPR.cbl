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
       PROGRAM-ID. LGUPR.
      *****************************************************************
      * Month-end unearned premium reserve.  For every policy in     *
      * force at the close of the valuation date the written premium *
      * (the subtype premium column, as LGPORTR reports it) is split *
      * into the part earned so far and the part still unearned,     *
      * pro rata to the days run in the current policy year.  One    *
      * UPRDETAIL row is kept per policy per valuation and the       *
      * report prints, from those rows:                              *
      *  - count, written, earned and unearned premium by policy     *
      *    type and issue month, with a total per type (one-level    *
      *    control break on POLICYTYPE, as LGIPTRT) and a grand      *
      *    total - the reserve finance books;                        *
      *  - the unearned premium by type at the previous valuation    *
      *    held, this one, and the movement between them.            *
      *                                                                *
      * In force at a date means issued on or before it and expiring *
      * after it, and either still live (STATUS 'I', or 'L' - lapse  *
      * is only ever after expiry) or cancelled or matured with an   *
      * effective date after it, so a valuation can be struck late.  *
      *                                                                *
      * The valuation date is the last day of the previous month, or *
      * the date on the optional UPRCTLIN control card.  A date that *
      * already has UPRDETAIL rows is not valued again - the report  *
      * is reproduced from the rows held, so a prior month prints    *
      * exactly as it was first struck.                              *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UPRCTL-FILE ASSIGN TO UPRCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-UPRCTL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *          CONTROL CARD                                          *
      * Optional - the valuation date (YYYY-MM-DD in columns 1-10)     *
      * instead of the last day of the previous month.                 *
      ******************************************************************
       FD  UPRCTL-FILE
           RECORDING MODE IS F.
       01 UPRCTL-REC             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-UPRCTL           PIC X(02)  VALUE SPACES.
             88 UPRCTL-OPEN-OK              VALUE '00' '05'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-FIRST-RECORD     PIC X(01)  VALUE 'Y'.
             88 IS-FIRST-RECORD             VALUE 'Y'.
          05 WS-VALUATION-HELD   PIC X(01)  VALUE 'N'.
             88 VALUATION-HELD              VALUE 'Y'.
          05 WS-BACKOUT-NEEDED   PIC X(01)  VALUE 'N'.
             88 BACKOUT-NEEDED              VALUE 'Y'.

       01 WS-PREV-POLICY-TYPE    PIC X(01)  VALUE SPACE.

       01 WS-CTL-CARD.
          05 CTL-VAL-DATE.
             10 CTL-YYYY         PIC X(04).
             10 CTL-DASH-1       PIC X(01).
             10 CTL-MM           PIC X(02).
             10 CTL-DASH-2       PIC X(01).
             10 CTL-DD           PIC X(02).
          05 FILLER              PIC X(70).

      *================================================================*
      * The valuation date as an ISO date (the form UPRDETAIL and the  *
      * policy dates are held in) and as a DB2 day number, so the      *
      * days run can be worked out in COBOL a policy at a time.        *
      *================================================================*
       01 WS-VAL-DATE            PIC X(10)  VALUE SPACES.
       01 WS-PREV-VAL-DATE       PIC X(10)  VALUE SPACES.
       01 WS-VAL-DAYS            PIC S9(09) COMP-5 VALUE ZEROES.
       01 WS-TODAY-DAYS          PIC S9(09) COMP-5 VALUE ZEROES.
       01 WS-HELD-COUNT          PIC S9(09) COMP-5 VALUE ZEROES.

       01 WS-TYPE-VALUES         PIC X(04)  VALUE 'MEHC'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
          05 WS-TYPE-CODE        PIC X(01)  OCCURS 4.
       01 WS-TYPE-SUB            PIC S9(04) COMP VALUE ZEROES.

       01 WS-POLICY-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-ISSUE-MONTH      PIC X(07).
          05 WS-ISSUE-DAYS       PIC S9(09) COMP-5.
          05 WS-EXPIRY-DAYS      PIC S9(09) COMP-5.
          05 WS-YEAR-BACK-DAYS   PIC S9(09) COMP-5.
          05 WS-TWO-BACK-DAYS    PIC S9(09) COMP-5.
          05 WS-START-DAYS       PIC S9(09) COMP-5.
          05 WS-END-DAYS         PIC S9(09) COMP-5.
          05 WS-TERM-DAYS        PIC S9(09) COMP-5.
          05 WS-DAYS-EARNED      PIC S9(09) COMP-5.
          05 WS-EARNED           PIC S9(07)V99 COMP-3.
          05 WS-UNEARNED         PIC S9(07)V99 COMP-3.

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09)  VALUE ZEROES.
          05 WS-POLICIES-VALUED  PIC 9(09)  VALUE ZEROES.

       01 WS-TYPE-TOTALS.
          05 WS-TYP-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-WRITTEN      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-EARNED       PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-UNEARNED     PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-GRAND-TOTALS.
          05 WS-GRD-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-WRITTEN      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-EARNED       PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-UNEARNED     PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-LINES        PIC 9(07)  VALUE ZEROES.

       01 WS-SUMMARY-WORK.
          05 WS-SUM-COUNT        PIC S9(09) COMP-5.
          05 WS-SUM-WRITTEN      PIC S9(11)V99 COMP-3.
          05 WS-SUM-EARNED       PIC S9(11)V99 COMP-3.
          05 WS-SUM-UNEARNED     PIC S9(11)V99 COMP-3.

       01 WS-MOVEMENT-WORK.
          05 WS-MV-PRIOR         PIC S9(11)V99 COMP-3.
          05 WS-MV-CURRENT       PIC S9(11)V99 COMP-3.
          05 WS-MV-TOT-PRIOR     PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-MV-TOT-CURRENT   PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP UNEARNED PREMIUM RESERVE'.
             10 FILLER           PIC X(15)  VALUE 'VALUATION DATE '.
             10 RL-VAL-DATE       PIC X(10).
          05 WS-BASIS-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-BASIS-TEXT     PIC X(60).
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(06)  VALUE 'TYPE'.
             10 FILLER           PIC X(10)  VALUE 'ISSUED'.
             10 FILLER           PIC X(07)  VALUE '  COUNT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                '   WRITTEN PREMIUM'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                '    EARNED PREMIUM'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                '  UNEARNED PREMIUM'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLTYPE        PIC X(01).
             10 FILLER           PIC X(05)  VALUE ' '.
             10 RL-ISSUE-MONTH    PIC X(07).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-COUNT          PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-WRITTEN        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-EARNED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-UNEARNED       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-TYPE-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'TOTAL TYPE '.
             10 RL-TT-TYPE        PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-TT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-TT-WRITTEN     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-EARNED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-UNEARNED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(16)  VALUE 'TOTAL ALL TYPES'.
             10 RL-GT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-GT-WRITTEN     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-EARNED      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-UNEARNED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-NO-POLICIES-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(40)  VALUE
                'NO POLICIES IN FORCE AT VALUATION DATE'.
          05 WS-MOVEMENT-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '-'.
             10 FILLER           PIC X(40)  VALUE
                'UNEARNED PREMIUM MOVEMENT SINCE'.
             10 RL-PREV-VAL-DATE  PIC X(10).
          05 WS-NO-PREVIOUS-LINE.
             10 FILLER           PIC X(01)  VALUE '-'.
             10 FILLER           PIC X(50)  VALUE
                'NO PREVIOUS VALUATION HELD - NO MOVEMENT SHOWN'.
          05 WS-MOVEMENT-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(17)  VALUE 'TYPE'.
             10 FILLER           PIC X(18)  VALUE
                '    PRIOR UNEARNED'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                '  CURRENT UNEARNED'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                '          MOVEMENT'.
          05 WS-MOVEMENT-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-MV-TYPE        PIC X(17).
             10 RL-MV-PRIOR       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-MV-CURRENT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-MV-MOVEMENT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

           COPY LGPOLICY.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGUPR'

           MOVE 'LGUPR'    TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           IF NOT VALUATION-HELD
              PERFORM 1400-OPEN-VALUE-CURSOR
              PERFORM 1500-FETCH-POLICY
              PERFORM 2000-VALUE-POLICY
                 UNTIL END-OF-CSR
              EXEC SQL CLOSE VALUE-CURSOR END-EXEC
              MOVE 'N' TO WS-BACKOUT-NEEDED
              MOVE ' ' TO WS-EOF-CSR
           END-IF

           PERFORM 3000-OPEN-SUMMARY-CURSOR
           PERFORM 3500-FETCH-SUMMARY

           PERFORM 4000-PROCESS-SUMMARY
              UNTIL END-OF-CSR

           IF IS-FIRST-RECORD
              WRITE RPT-LINE FROM WS-NO-POLICIES-LINE
           ELSE
              PERFORM 4500-WRITE-TYPE-TOTAL
           END-IF

           PERFORM 4600-WRITE-GRAND-TOTAL

           PERFORM 5000-WRITE-MOVEMENT

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-STATUS-CODE

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN OUTPUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-READ-CONTROL
           PERFORM 1150-SET-VALUATION-DATE
           PERFORM 1200-CHECK-HELD

           MOVE WS-VAL-DATE TO RL-VAL-DATE
           WRITE RPT-LINE FROM WS-TITLE-LINE
           IF VALUATION-HELD
              MOVE 'REPRODUCED FROM THE VALUATION HELD FOR THIS DATE'
                TO RL-BASIS-TEXT
           ELSE
              MOVE 'NEW VALUATION STRUCK THIS RUN' TO RL-BASIS-TEXT
           END-IF
           WRITE RPT-LINE FROM WS-BASIS-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The valuation date - the last day of the previous month,       *
      * unless UPRCTLIN carries a YYYY-MM-DD card.  A missing (status  *
      * 05) or empty control file means the default; a card that is    *
      * not in that form stops the run (80) rather than value the      *
      * book at the wrong date.                                        *
      *================================================================*
       1100-READ-CONTROL.

           MOVE SPACES TO WS-CTL-CARD

           OPEN INPUT UPRCTL-FILE

           IF NOT UPRCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN UPRCTLIN:' FS-UPRCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ UPRCTL-FILE INTO WS-CTL-CARD
           AT END
              MOVE SPACES TO WS-CTL-CARD
           NOT AT END
              IF WS-CTL-CARD NOT = SPACES
                 IF CTL-YYYY IS NUMERIC
                    AND CTL-MM IS NUMERIC
                    AND CTL-DD IS NUMERIC
                    AND CTL-DASH-1 = '-'
                    AND CTL-DASH-2 = '-'
                    CONTINUE
                 ELSE
                    DISPLAY 'INVALID UPRCTLIN CARD:' WS-CTL-CARD(1:10)
                    MOVE '80' TO WS-STATUS-CODE
                    CLOSE UPRCTL-FILE
                    PERFORM 9000-END-PARA
                 END-IF
              END-IF
           END-READ

           CLOSE UPRCTL-FILE

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

      *================================================================*
      * DB2 does the calendar work - the end of last month when there  *
      * is no card, and the check that a card date is a real date.     *
      * The valuation is at the close of the date, so a date not yet   *
      * past is refused (80) the same as a malformed one.              *
      *================================================================*
       1150-SET-VALUATION-DATE.

           IF WS-CTL-CARD = SPACES
              EXEC SQL
                SELECT CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
                  INTO :WS-VAL-DATE
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON DEFAULT VALUATION DATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           ELSE
              MOVE CTL-VAL-DATE TO WS-VAL-DATE
           END-IF

           EXEC SQL
             SELECT DAYS(DATE(:WS-VAL-DATE)),
                    DAYS(CURRENT DATE)
               INTO :WS-VAL-DAYS,
                    :WS-TODAY-DAYS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'INVALID VALUATION DATE:' WS-VAL-DATE
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-VAL-DAYS NOT < WS-TODAY-DAYS
              DISPLAY 'VALUATION DATE NOT YET PAST:' WS-VAL-DATE
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'UPR VALUATION DATE:' WS-VAL-DATE

           PERFORM 1150-EXIT
           .
       1150-EXIT.
           EXIT.

      *================================================================*
      * A valuation already held for the date is reprinted, not struck *
      * again.  The previous valuation held is the base for the        *
      * movement section.                                              *
      *================================================================*
       1200-CHECK-HELD.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HELD-COUNT
               FROM UPRDETAIL
              WHERE VALUATIONDATE = :WS-VAL-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON UPRDETAIL COUNT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-HELD-COUNT > 0
              MOVE 'Y' TO WS-VALUATION-HELD
              DISPLAY 'VALUATION ALREADY HELD - REPRODUCING REPORT'
           END-IF

           EXEC SQL
             SELECT COALESCE(MAX(VALUATIONDATE), ' ')
               INTO :WS-PREV-VAL-DATE
               FROM UPRDETAIL
              WHERE VALUATIONDATE < :WS-VAL-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON PREVIOUS VALUATION, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1200-EXIT
           .
       1200-EXIT.
           EXIT.

      *================================================================*
      * Every policy in force at the close of the valuation date, with *
      * its premium from whichever subtype table it has a row on and   *
      * the day numbers of its issue date, expiry date and the two     *
      * anniversaries before expiry - EXPIRYDATE rolls forward a year  *
      * at each renewal, so a policy renewed since the valuation date  *
      * is valued on the year before.                                  *
      *================================================================*
       1400-OPEN-VALUE-CURSOR.

           EXEC SQL
             DECLARE VALUE-CURSOR CURSOR FOR
             SELECT POL.POLICYNUMBER,
                    POL.POLICYTYPE,
                    POL.ISSUEDATE,
                    POL.EXPIRYDATE,
                    COALESCE(MOT.PREMIUM, END1.SUMASSURED,
                             HOUS.VALUE, COMM.PREMIUM, 0),
                    DAYS(DATE(POL.ISSUEDATE)),
                    DAYS(DATE(POL.EXPIRYDATE)),
                    DAYS(DATE(POL.EXPIRYDATE) - 1 YEAR),
                    DAYS(DATE(POL.EXPIRYDATE) - 2 YEARS)
               FROM POLICY POL
               LEFT JOIN MOTOR MOT
                 ON MOT.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN ENDOWMENT END1
                 ON END1.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN HOUSE HOUS
                 ON HOUS.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN COMMERCIAL COMM
                 ON COMM.POLICYNUMBER = POL.POLICYNUMBER
              WHERE DATE(POL.ISSUEDATE)  <= DATE(:WS-VAL-DATE)
                AND DATE(POL.EXPIRYDATE) >  DATE(:WS-VAL-DATE)
                AND ( POL.STATUS IN ('I', 'L')
                   OR ( POL.STATUS = 'C'
                        AND EXISTS
                          ( SELECT 1
                              FROM POLCANCEL CAN
                             WHERE CAN.POLICYNUMBER = POL.POLICYNUMBER
                               AND DATE(CAN.EFFECTIVEDATE)
                                      > DATE(:WS-VAL-DATE) ) )
                   OR ( POL.STATUS = 'M'
                        AND EXISTS
                          ( SELECT 1
                              FROM POLMATURE MAT
                             WHERE MAT.POLICYNUMBER = POL.POLICYNUMBER
                               AND DATE(MAT.MATURITYDATE)
                                      > DATE(:WS-VAL-DATE) ) ) )
              ORDER BY POL.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN VALUE-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN VALUE-CURSOR, SQLCODE:'
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
             FETCH VALUE-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :DB2-POLICYTYPE,
                   :DB2-ISSUEDATE,
                   :DB2-EXPIRYDATE,
                   :DB2-PREMIUM,
                   :WS-ISSUE-DAYS,
                   :WS-EXPIRY-DAYS,
                   :WS-YEAR-BACK-DAYS,
                   :WS-TWO-BACK-DAYS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-POLICIES-READ
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH VALUE-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Earned premium is the premium pro rata to the days of the      *
      * policy year run by the close of the valuation date (the 1/365  *
      * basis, as LGBRKST pro-rates); the policy year starts no        *
      * earlier than the issue date.  Any row that cannot be written   *
      * backs out the whole valuation, so a date is never held with    *
      * only part of the book on it.                                   *
      *================================================================*
       2000-VALUE-POLICY.

           MOVE 'Y' TO WS-BACKOUT-NEEDED

           IF WS-VAL-DAYS < WS-YEAR-BACK-DAYS
              MOVE WS-TWO-BACK-DAYS  TO WS-START-DAYS
              MOVE WS-YEAR-BACK-DAYS TO WS-END-DAYS
           ELSE
              MOVE WS-YEAR-BACK-DAYS TO WS-START-DAYS
              MOVE WS-EXPIRY-DAYS    TO WS-END-DAYS
           END-IF
           IF WS-ISSUE-DAYS > WS-START-DAYS
              MOVE WS-ISSUE-DAYS TO WS-START-DAYS
           END-IF

           COMPUTE WS-TERM-DAYS   = WS-END-DAYS - WS-START-DAYS
           COMPUTE WS-DAYS-EARNED = WS-VAL-DAYS - WS-START-DAYS + 1

           IF WS-DAYS-EARNED > WS-TERM-DAYS
              MOVE WS-TERM-DAYS TO WS-DAYS-EARNED
           END-IF

           IF WS-TERM-DAYS > 0
              COMPUTE WS-EARNED ROUNDED =
                 DB2-PREMIUM * WS-DAYS-EARNED / WS-TERM-DAYS
           ELSE
              MOVE DB2-PREMIUM TO WS-EARNED
           END-IF
           COMPUTE WS-UNEARNED = DB2-PREMIUM - WS-EARNED

           MOVE DB2-ISSUEDATE(1:7) TO WS-ISSUE-MONTH

           EXEC SQL
             INSERT INTO UPRDETAIL
                       ( VALUATIONDATE,
                         POLICYNUMBER,
                         POLICYTYPE,
                         ISSUEMONTH,
                         EXPIRYDATE,
                         TERMDAYS,
                         DAYSEARNED,
                         PREMIUM,
                         EARNED,
                         UNEARNED,
                         VALUEDTIMESTAMP )
                VALUES ( :WS-VAL-DATE,
                         :WS-POLICY-NUM-INT,
                         :DB2-POLICYTYPE,
                         :WS-ISSUE-MONTH,
                         :DB2-EXPIRYDATE,
                         :WS-TERM-DAYS,
                         :WS-DAYS-EARNED,
                         :DB2-PREMIUM,
                         :WS-EARNED,
                         :WS-UNEARNED,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON UPRDETAIL INSERT, SQLCODE:'
                       SQLCODE
              DISPLAY 'POLICY:' WS-POLICY-NUM-INT
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-POLICIES-VALUED

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Take off whatever part of this date's valuation was written    *
      * before the run failed, so the next run strikes it afresh.      *
      *================================================================*
       2900-BACK-OUT-VALUATION.

           EXEC SQL
             DELETE FROM UPRDETAIL
              WHERE VALUATIONDATE = :WS-VAL-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'SQL ERROR BACKING OUT VALUATION, SQLCODE:'
                       SQLCODE
           ELSE
              DISPLAY 'VALUATION BACKED OUT FOR:' WS-VAL-DATE
           END-IF

           MOVE 'N' TO WS-BACKOUT-NEEDED

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * The date's UPRDETAIL rows summed by policy type and issue      *
      * month, in policy-type order for the one-level control break -  *
      * the same for a valuation struck this run and one reproduced.   *
      *================================================================*
       3000-OPEN-SUMMARY-CURSOR.

           EXEC SQL
             DECLARE UPR-CURSOR CURSOR FOR
             SELECT UPR.POLICYTYPE,
                    UPR.ISSUEMONTH,
                    COUNT(*),
                    SUM(UPR.PREMIUM),
                    SUM(UPR.EARNED),
                    SUM(UPR.UNEARNED)
               FROM UPRDETAIL UPR
              WHERE UPR.VALUATIONDATE = :WS-VAL-DATE
              GROUP BY UPR.POLICYTYPE, UPR.ISSUEMONTH
              ORDER BY UPR.POLICYTYPE, UPR.ISSUEMONTH
           END-EXEC

           EXEC SQL OPEN UPR-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN UPR-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3500-FETCH-SUMMARY.

           EXEC SQL
             FETCH UPR-CURSOR
              INTO :DB2-POLICYTYPE,
                   :WS-ISSUE-MONTH,
                   :WS-SUM-COUNT,
                   :WS-SUM-WRITTEN,
                   :WS-SUM-EARNED,
                   :WS-SUM-UNEARNED
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH UPR-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

      *================================================================*
      * One-level control break on POLICYTYPE - a change of type ends  *
      * the previous type's issue-month lines with its totals.         *
      *================================================================*
       4000-PROCESS-SUMMARY.

           IF NOT IS-FIRST-RECORD
              IF DB2-POLICYTYPE NOT = WS-PREV-POLICY-TYPE
                 PERFORM 4500-WRITE-TYPE-TOTAL
              END-IF
           END-IF

           MOVE 'N' TO WS-FIRST-RECORD
           MOVE DB2-POLICYTYPE TO WS-PREV-POLICY-TYPE

           PERFORM 4200-WRITE-DETAIL

           PERFORM 3500-FETCH-SUMMARY
           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

       4200-WRITE-DETAIL.

           MOVE DB2-POLICYTYPE  TO RL-POLTYPE
           MOVE WS-ISSUE-MONTH  TO RL-ISSUE-MONTH
           MOVE WS-SUM-COUNT    TO RL-COUNT
           MOVE WS-SUM-WRITTEN  TO RL-WRITTEN
           MOVE WS-SUM-EARNED   TO RL-EARNED
           MOVE WS-SUM-UNEARNED TO RL-UNEARNED

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1               TO WS-GRD-LINES
           ADD WS-SUM-COUNT    TO WS-TYP-COUNT
           ADD WS-SUM-WRITTEN  TO WS-TYP-WRITTEN
           ADD WS-SUM-EARNED   TO WS-TYP-EARNED
           ADD WS-SUM-UNEARNED TO WS-TYP-UNEARNED
           ADD WS-SUM-COUNT    TO WS-GRD-COUNT
           ADD WS-SUM-WRITTEN  TO WS-GRD-WRITTEN
           ADD WS-SUM-EARNED   TO WS-GRD-EARNED
           ADD WS-SUM-UNEARNED TO WS-GRD-UNEARNED

           PERFORM 4200-EXIT
           .
       4200-EXIT.
           EXIT.

       4500-WRITE-TYPE-TOTAL.

           MOVE WS-PREV-POLICY-TYPE TO RL-TT-TYPE
           MOVE WS-TYP-COUNT        TO RL-TT-COUNT
           MOVE WS-TYP-WRITTEN      TO RL-TT-WRITTEN
           MOVE WS-TYP-EARNED       TO RL-TT-EARNED
           MOVE WS-TYP-UNEARNED     TO RL-TT-UNEARNED

           WRITE RPT-LINE FROM WS-TYPE-TOTAL-LINE

           INITIALIZE WS-TYPE-TOTALS

           PERFORM 4500-EXIT
           .
       4500-EXIT.
           EXIT.

       4600-WRITE-GRAND-TOTAL.

           MOVE WS-GRD-COUNT    TO RL-GT-COUNT
           MOVE WS-GRD-WRITTEN  TO RL-GT-WRITTEN
           MOVE WS-GRD-EARNED   TO RL-GT-EARNED
           MOVE WS-GRD-UNEARNED TO RL-GT-UNEARNED
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 4600-EXIT
           .
       4600-EXIT.
           EXIT.

      *================================================================*
      * Unearned premium by policy type at the previous valuation held *
      * and at this one, and the movement between them - the figure    *
      * that goes through the accounts as the change in the reserve.   *
      *================================================================*
       5000-WRITE-MOVEMENT.

           IF WS-PREV-VAL-DATE = SPACES
              WRITE RPT-LINE FROM WS-NO-PREVIOUS-LINE
           ELSE
              MOVE WS-PREV-VAL-DATE TO RL-PREV-VAL-DATE
              WRITE RPT-LINE FROM WS-MOVEMENT-TITLE-LINE
              WRITE RPT-LINE FROM WS-MOVEMENT-HEADING-LINE

              PERFORM 5100-MOVEMENT-FOR-TYPE
                 VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4

              MOVE 'TOTAL ALL TYPES'  TO RL-MV-TYPE
              MOVE WS-MV-TOT-PRIOR    TO RL-MV-PRIOR
              MOVE WS-MV-TOT-CURRENT  TO RL-MV-CURRENT
              COMPUTE RL-MV-MOVEMENT =
                 WS-MV-TOT-CURRENT - WS-MV-TOT-PRIOR
              WRITE RPT-LINE FROM WS-MOVEMENT-LINE
           END-IF

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       5100-MOVEMENT-FOR-TYPE.

           MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO DB2-POLICYTYPE

           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN VALUATIONDATE =
                                           :WS-PREV-VAL-DATE
                                      THEN UNEARNED ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN VALUATIONDATE =
                                           :WS-VAL-DATE
                                      THEN UNEARNED ELSE 0 END), 0)
               INTO :WS-MV-PRIOR,
                    :WS-MV-CURRENT
               FROM UPRDETAIL
              WHERE POLICYTYPE = :DB2-POLICYTYPE
                AND VALUATIONDATE IN (:WS-PREV-VAL-DATE, :WS-VAL-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON UPR MOVEMENT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES         TO RL-MV-TYPE
           MOVE DB2-POLICYTYPE TO RL-MV-TYPE(1:1)
           MOVE WS-MV-PRIOR    TO RL-MV-PRIOR
           MOVE WS-MV-CURRENT  TO RL-MV-CURRENT
           COMPUTE RL-MV-MOVEMENT = WS-MV-CURRENT - WS-MV-PRIOR
           WRITE RPT-LINE FROM WS-MOVEMENT-LINE

           ADD WS-MV-PRIOR   TO WS-MV-TOT-PRIOR
           ADD WS-MV-CURRENT TO WS-MV-TOT-CURRENT

           PERFORM 5100-EXIT
           .
       5100-EXIT.
           EXIT.

       9000-END-PARA.

           IF BACKOUT-NEEDED
              PERFORM 2900-BACK-OUT-VALUATION
           END-IF

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'VALUATION DATE:' WS-VAL-DATE
           DISPLAY 'POLICIES READ:' WS-POLICIES-READ
           DISPLAY 'POLICIES VALUED:' WS-POLICIES-VALUED
           DISPLAY 'WRITTEN PREMIUM:' WS-GRD-WRITTEN
           DISPLAY 'UNEARNED PREMIUM:' WS-GRD-UNEARNED

           EXEC SQL CLOSE VALUE-CURSOR END-EXEC
           EXEC SQL CLOSE UPR-CURSOR END-EXEC

           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
           MOVE WS-POLICIES-VALUED
             TO RLOG-RECORDS-WRITTEN
           MOVE ZEROES TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
