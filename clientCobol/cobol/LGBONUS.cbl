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
       PROGRAM-ID. LGBONUS.
      *****************************************************************
      * Annual with-profits bonus declaration.  The bonus year and    *
      * the reversionary bonus rate the actuaries declared for it     *
      * come in on the BONCTLIN control card.  Every in-force         *
      * with-profits endowment (ENDOWMENT.WITHPROFITS 'Y') issued by  *
      * the end of the bonus year is given the year's bonus:          *
      *                                                                *
      *   bonus = rate% of (SUMASSURED + bonuses already declared)    *
      *                                                                *
      * (compound reversionary), remembered as an ENDOWBONUS row.     *
      * Once declared a bonus is guaranteed - LGMATUR adds every      *
      * ENDOWBONUS row to the sum assured when the policy matures.    *
      * A policy already holding a bonus for the year is skipped, so  *
      * the declaration is safe to rerun after an abend.  A printed   *
      * register lists each bonus with count and value totals.        *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONCTL-FILE ASSIGN TO BONCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BONCTL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  BONCTL-FILE
           RECORDING MODE IS F.
       01 BONCTL-REC             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-BONCTL           PIC X(02)  VALUE SPACES.
             88 BONCTL-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.

      *================================================================*
      * BONCTLIN card - the bonus year (YYYY, columns 1-4) and the     *
      * declared rate as four digits with two implied decimals        *
      * (columns 6-9, 0325 for 3.25 percent).                          *
      *================================================================*
       01 WS-CTL-CARD.
          05 CTL-YEAR            PIC X(04).
          05 FILLER              PIC X(01).
          05 CTL-RATE            PIC 9(02)V99.
          05 CTL-RATE-X REDEFINES CTL-RATE
                                 PIC X(04).
          05 FILLER              PIC X(71).

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-BONUSES-DECLARED PIC 9(09) VALUE ZEROES.
          05 WS-BONUS-FAILED     PIC 9(09) VALUE ZEROES.
          05 WS-BONUS-VALUE      PIC 9(11)V99 VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-BONUS-YEAR       PIC X(04).
          05 WS-YEAR-END         PIC X(10).
          05 WS-BONUS-RATE       PIC S9(02)V99 COMP-3.
          05 WS-SUM-ASSURED      PIC S9(07)V99 COMP-3.
          05 WS-BONUS-TO-DATE    PIC S9(09)V99 COMP-3.
          05 WS-BONUS-BASE       PIC S9(09)V99 COMP-3.
          05 WS-BONUS-AMOUNT     PIC S9(07)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP WITH-PROFITS BONUS DECLARATION'.
             10 FILLER           PIC X(06)  VALUE 'YEAR '.
             10 RL-BONUS-YEAR     PIC X(04).
             10 FILLER           PIC X(08)  VALUE '  RATE '.
             10 RL-BONUS-RATE     PIC Z9.99.
             10 FILLER           PIC X(01)  VALUE '%'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'CUSTOMER NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE ' SUM ASSURED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE ' BONUS TO DATE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE ' BONUS ADDED'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLNUM         PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM         PIC 9(10).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-SUM-ASSURED    PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-BONUS-TO-DATE  PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-BONUS-AMOUNT   PIC Z,ZZZ,ZZ9.99.
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-TOT-TITLE      PIC X(24).
             10 RL-TOT-VALUE      PIC Z(12)9.99.

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

           DISPLAY 'START OF PROGRAM LGBONUS'

           MOVE 'LGBONUS' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-FETCH-POLICY

           PERFORM 2000-DECLARE-BONUS
              UNTIL END-OF-CSR

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN OUTPUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-READ-CONTROL

           MOVE WS-BONUS-YEAR TO RL-BONUS-YEAR
           MOVE WS-BONUS-RATE TO RL-BONUS-RATE
           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1200-OPEN-CURSOR
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The bonus year and rate have no default - a missing, empty or  *
      * malformed BONCTLIN card stops the run (80) rather than declare *
      * a bonus nobody decided on.                                     *
      *================================================================*
       1100-READ-CONTROL.

           OPEN INPUT BONCTL-FILE

           IF NOT BONCTL-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN BONCTLIN:' FS-BONCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO WS-CTL-CARD

           READ BONCTL-FILE INTO WS-CTL-CARD
           AT END
              CONTINUE
           END-READ

           CLOSE BONCTL-FILE

           IF CTL-YEAR IS NOT NUMERIC
              OR CTL-RATE-X IS NOT NUMERIC
              OR CTL-RATE = 0
              DISPLAY 'INVALID BONCTLIN CARD:' WS-CTL-CARD(1:9)
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE CTL-YEAR TO WS-BONUS-YEAR
           MOVE CTL-RATE TO WS-BONUS-RATE
           STRING WS-BONUS-YEAR DELIMITED BY SIZE
                  '-12-31'      DELIMITED BY SIZE
                  INTO WS-YEAR-END
           END-STRING

           DISPLAY 'BONUS DECLARATION FOR YEAR:' WS-BONUS-YEAR
                   ' RATE:' CTL-RATE-X

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

      *================================================================*
      * Every in-force with-profits endowment on the books by the end  *
      * of the bonus year and not yet holding that year's bonus, with  *
      * the bonuses declared on it so far.                             *
      *================================================================*
       1200-OPEN-CURSOR.

           EXEC SQL
             DECLARE BONUS-CURSOR CURSOR FOR
             SELECT POL.POLICYNUMBER,
                    POL.CUSTOMERNUMBER,
                    ENDW.SUMASSURED,
                    COALESCE((SELECT SUM(BON.BONUSAMOUNT)
                                FROM ENDOWBONUS BON
                               WHERE BON.POLICYNUMBER =
                                     POL.POLICYNUMBER), 0)
               FROM POLICY POL
              INNER JOIN ENDOWMENT ENDW
                 ON ENDW.POLICYNUMBER = POL.POLICYNUMBER
              WHERE POL.STATUS = 'I'
                AND POL.POLICYTYPE = 'E'
                AND ENDW.WITHPROFITS = 'Y'
                AND DATE(POL.ISSUEDATE) <= DATE(:WS-YEAR-END)
                AND NOT EXISTS
                    (SELECT 1
                       FROM ENDOWBONUS DUP
                      WHERE DUP.POLICYNUMBER = POL.POLICYNUMBER
                        AND DUP.BONUSYEAR    = :WS-BONUS-YEAR)
              ORDER BY POL.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN BONUS-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN BONUS-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1200-EXIT
           .
       1200-EXIT.
           EXIT.

       1500-FETCH-POLICY.

           EXEC SQL
             FETCH BONUS-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :WS-SUM-ASSURED,
                   :WS-BONUS-TO-DATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-POLICIES-READ
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH BONUS-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Declare the year's bonus on one policy.  A failed insert is    *
      * counted and reported but does not stop the rest of the run -   *
      * the policy is picked up again when the declaration is rerun.   *
      *================================================================*
       2000-DECLARE-BONUS.

           COMPUTE WS-BONUS-BASE =
              WS-SUM-ASSURED + WS-BONUS-TO-DATE
           COMPUTE WS-BONUS-AMOUNT ROUNDED =
              WS-BONUS-BASE * WS-BONUS-RATE / 100

           EXEC SQL
             INSERT INTO ENDOWBONUS
                       ( POLICYNUMBER,
                         BONUSYEAR,
                         BONUSRATE,
                         BONUSBASE,
                         BONUSAMOUNT,
                         DECLAREDTIMESTAMP )
                VALUES ( :WS-POLICY-NUM-INT,
                         :WS-BONUS-YEAR,
                         :WS-BONUS-RATE,
                         :WS-BONUS-BASE,
                         :WS-BONUS-AMOUNT,
                         CURRENT TIMESTAMP )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-BONUSES-DECLARED
                 ADD WS-BONUS-AMOUNT TO WS-BONUS-VALUE
                 MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
                 MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
                 MOVE WS-SUM-ASSURED     TO RL-SUM-ASSURED
                 MOVE WS-BONUS-TO-DATE   TO RL-BONUS-TO-DATE
                 MOVE WS-BONUS-AMOUNT    TO RL-BONUS-AMOUNT
                 WRITE RPT-LINE FROM WS-DETAIL-LINE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON BONUS INSERT, SQLCODE:'
                          SQLCODE
                 ADD 1 TO WS-BONUS-FAILED
                 MOVE '90' TO WS-STATUS-CODE
                 IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                    MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
                 END-IF
           END-EVALUATE

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       5000-WRITE-TOTALS.

           MOVE 'POLICIES ELIGIBLE     - ' TO RL-TOT-TITLE
           MOVE WS-POLICIES-READ TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'BONUSES DECLARED      - ' TO RL-TOT-TITLE
           MOVE WS-BONUSES-DECLARED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'BONUS INSERTS FAILED  - ' TO RL-TOT-TITLE
           MOVE WS-BONUS-FAILED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'BONUS VALUE DECLARED  - ' TO RL-TOT-TITLE
           MOVE WS-BONUS-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'POLICIES ELIGIBLE:' WS-POLICIES-READ
           DISPLAY 'BONUSES DECLARED:' WS-BONUSES-DECLARED
           DISPLAY 'BONUS INSERTS FAILED:' WS-BONUS-FAILED
           DISPLAY 'BONUS VALUE DECLARED:' WS-BONUS-VALUE

           EXEC SQL CLOSE BONUS-CURSOR END-EXEC

           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
           MOVE WS-BONUSES-DECLARED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-BONUS-FAILED
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
