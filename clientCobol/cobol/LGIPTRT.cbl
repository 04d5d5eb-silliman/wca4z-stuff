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
       PROGRAM-ID. LGIPTRT.
      *****************************************************************
      * Quarterly Insurance Premium Tax return.  Summarises the      *
      * IPTLEDGER rows dated within one calendar quarter - every     *
      * taxable event GETAAVG (new business, endorsements,           *
      * cancellations) and LGRENEW (renewals) recorded - by policy   *
      * type and event, with the taxable premium and the tax due on  *
      * it, a total per policy type (one-level control break on      *
      * POLICYTYPE, the same shape LGCLMRPT uses) and a grand total: *
      * the figures finance files with the tax authority.            *
      * Cancellation rows are negative, so the totals are net of     *
      * premium and tax returned in the quarter.                     *
      *                                                                *
      * The quarter is the one before today's, or the quarter on the *
      * optional IPTCTLIN control card when a return has to be       *
      * produced again (the same optional-card stance LGGLJNL takes  *
      * on its GLCTLIN).                                             *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IPTCTL-FILE ASSIGN TO IPTCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-IPTCTL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *          CONTROL CARD                                          *
      * Optional - the quarter to report (YYYY-Qn in columns 1-7)      *
      * instead of the one before today's.                             *
      ******************************************************************
       FD  IPTCTL-FILE
           RECORDING MODE IS F.
       01 IPTCTL-REC             PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-IPTCTL           PIC X(02)  VALUE SPACES.
             88 IPTCTL-OPEN-OK              VALUE '00' '05'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-FIRST-RECORD     PIC X(01)  VALUE 'Y'.
             88 IS-FIRST-RECORD             VALUE 'Y'.

       01 WS-PREV-POLICY-TYPE    PIC X(01)  VALUE SPACE.

       01 WS-CTL-CARD.
          05 CTL-YEAR            PIC X(04).
          05 FILLER              PIC X(02).
          05 CTL-QUARTER         PIC X(01).
          05 FILLER              PIC X(73).

      *================================================================*
      * The quarter being returned and its first and last days as ISO *
      * dates, the form IPTLEDGER.EVENTDATE is held in.  The start and *
      * end month-days of each quarter come off the table below.      *
      *================================================================*
       01 WS-QUARTER.
          05 WS-QTR-YEAR         PIC 9(04).
          05 WS-QTR-NUM          PIC 9(01).
       01 WS-QTR-START.
          05 WS-QS-YYYY          PIC 9(04).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-QS-MM            PIC 9(02).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-QS-DD            PIC 9(02).
       01 WS-QTR-END.
          05 WS-QE-YYYY          PIC 9(04).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-QE-MM            PIC 9(02).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-QE-DD            PIC 9(02).

       01 WS-QTR-VALUES.
          05 FILLER              PIC X(08)  VALUE '01010331'.
          05 FILLER              PIC X(08)  VALUE '04010630'.
          05 FILLER              PIC X(08)  VALUE '07010930'.
          05 FILLER              PIC X(08)  VALUE '10011231'.
       01 WS-QTR-TABLE REDEFINES WS-QTR-VALUES.
          05 WS-QTR-ENTRY OCCURS 4.
             10 WS-QT-START-MM   PIC 9(02).
             10 WS-QT-START-DD   PIC 9(02).
             10 WS-QT-END-MM     PIC 9(02).
             10 WS-QT-END-DD     PIC 9(02).

       01 WS-TODAY               PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY       PIC 9(04).
          05 WS-TODAY-MM         PIC 9(02).
          05 WS-TODAY-DD         PIC 9(02).

       01 WS-TYPE-TOTALS.
          05 WS-TYP-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-TAXABLE      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-IPT          PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-GRAND-TOTALS.
          05 WS-GRD-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-TAXABLE      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-IPT          PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-LINES        PIC 9(07)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-EVENT-TYPE       PIC X(01).
          05 WS-EVENT-COUNT      PIC S9(09) COMP-5.
          05 WS-TAXABLE          PIC S9(11)V99 COMP-3.
          05 WS-IPT-DUE          PIC S9(11)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP INSURANCE PREMIUM TAX RETURN'.
             10 FILLER           PIC X(08)  VALUE 'QUARTER '.
             10 RL-QTR-YEAR       PIC 9(04).
             10 FILLER           PIC X(02)  VALUE '-Q'.
             10 RL-QTR-NUM        PIC 9(01).
             10 FILLER           PIC X(03)  VALUE ' - '.
             10 RL-QTR-START      PIC X(10).
             10 FILLER           PIC X(04)  VALUE ' TO '.
             10 RL-QTR-END        PIC X(10).
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(06)  VALUE 'TYPE'.
             10 FILLER           PIC X(14)  VALUE 'EVENT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE ' EVENTS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(17)  VALUE
                ' TAXABLE PREMIUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(17)  VALUE
                '         IPT DUE'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLTYPE        PIC X(01).
             10 FILLER           PIC X(05)  VALUE ' '.
             10 RL-EVENT-DESC     PIC X(14).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-COUNT          PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-TAXABLE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-IPT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-TYPE-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(05)  VALUE SPACES.
             10 FILLER           PIC X(15)  VALUE
                'TOTAL FOR TYPE '.
             10 RL-TT-TYPE        PIC X(01).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-TT-TAXABLE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-IPT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(21)  VALUE
                'TOTAL FOR QUARTER    '.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-GT-TAXABLE     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-IPT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-NO-EVENTS-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(40)  VALUE
                'NO TAXABLE EVENTS IN THE QUARTER'.

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

           DISPLAY 'START OF PROGRAM LGIPTRT'

           MOVE 'LGIPTRT'  TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-FETCH-SUMMARY

           PERFORM 2000-PROCESS-SUMMARY
              UNTIL END-OF-CSR

           IF IS-FIRST-RECORD
              WRITE RPT-LINE FROM WS-NO-EVENTS-LINE
           ELSE
              PERFORM 2500-WRITE-TYPE-TOTAL
           END-IF

           PERFORM 3000-WRITE-GRAND-TOTAL

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
           PERFORM 1150-SET-QUARTER-DATES

           MOVE WS-QTR-YEAR  TO RL-QTR-YEAR
           MOVE WS-QTR-NUM   TO RL-QTR-NUM
           MOVE WS-QTR-START TO RL-QTR-START
           MOVE WS-QTR-END   TO RL-QTR-END
           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1200-OPEN-CURSOR
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The quarter to return - the one before today's, unless         *
      * IPTCTLIN carries a YYYY-Qn card.  A missing (status 05) or     *
      * empty control file means the previous quarter; a card that is  *
      * not a year and a quarter 1-4 stops the run (80) rather than    *
      * return the wrong quarter.                                      *
      *================================================================*
       1100-READ-CONTROL.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY TO WS-QTR-YEAR
           COMPUTE WS-QTR-NUM = (WS-TODAY-MM - 1) / 3
           IF WS-QTR-NUM = 0
              MOVE 4 TO WS-QTR-NUM
              SUBTRACT 1 FROM WS-QTR-YEAR
           END-IF

           OPEN INPUT IPTCTL-FILE

           IF NOT IPTCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN IPTCTLIN:' FS-IPTCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ IPTCTL-FILE INTO WS-CTL-CARD
           AT END
              CONTINUE
           NOT AT END
              IF WS-CTL-CARD NOT = SPACES
                 IF CTL-YEAR IS NUMERIC
                    AND CTL-QUARTER >= '1' AND CTL-QUARTER <= '4'
                    MOVE CTL-YEAR    TO WS-QTR-YEAR
                    MOVE CTL-QUARTER TO WS-QTR-NUM
                 ELSE
                    DISPLAY 'INVALID IPTCTLIN CARD:' WS-CTL-CARD(1:7)
                    MOVE '80' TO WS-STATUS-CODE
                    CLOSE IPTCTL-FILE
                    PERFORM 9000-END-PARA
                 END-IF
              END-IF
           END-READ

           CLOSE IPTCTL-FILE

           DISPLAY 'IPT RETURN FOR QUARTER:' WS-QTR-YEAR '-Q' WS-QTR-NUM

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

       1150-SET-QUARTER-DATES.

           MOVE WS-QTR-YEAR                 TO WS-QS-YYYY
                                               WS-QE-YYYY
           MOVE WS-QT-START-MM(WS-QTR-NUM)  TO WS-QS-MM
           MOVE WS-QT-START-DD(WS-QTR-NUM)  TO WS-QS-DD
           MOVE WS-QT-END-MM(WS-QTR-NUM)    TO WS-QE-MM
           MOVE WS-QT-END-DD(WS-QTR-NUM)    TO WS-QE-DD

           PERFORM 1150-EXIT
           .
       1150-EXIT.
           EXIT.

      *================================================================*
      * The quarter's ledger rows summed by policy type and event, in  *
      * policy-type order for the one-level control break.  EVENTDATE *
      * is an ISO date, so the character range is the date range.     *
      *================================================================*
       1200-OPEN-CURSOR.

           EXEC SQL
             DECLARE IPT-CURSOR CURSOR FOR
             SELECT IPT.POLICYTYPE,
                    IPT.EVENTTYPE,
                    COUNT(*),
                    SUM(IPT.TAXABLEPREMIUM),
                    SUM(IPT.IPTAMOUNT)
               FROM IPTLEDGER IPT
              WHERE IPT.EVENTDATE BETWEEN :WS-QTR-START
                                      AND :WS-QTR-END
              GROUP BY IPT.POLICYTYPE, IPT.EVENTTYPE
              ORDER BY IPT.POLICYTYPE, IPT.EVENTTYPE
           END-EXEC

           EXEC SQL OPEN IPT-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN IPT-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1200-EXIT
           .
       1200-EXIT.
           EXIT.

       1500-FETCH-SUMMARY.

           EXEC SQL
             FETCH IPT-CURSOR
              INTO :DB2-POLICYTYPE,
                   :WS-EVENT-TYPE,
                   :WS-EVENT-COUNT,
                   :WS-TAXABLE,
                   :WS-IPT-DUE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH IPT-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One-level control break on POLICYTYPE - a change of type ends  *
      * the previous type's lines with its totals.                     *
      *================================================================*
       2000-PROCESS-SUMMARY.

           IF NOT IS-FIRST-RECORD
              IF DB2-POLICYTYPE NOT = WS-PREV-POLICY-TYPE
                 PERFORM 2500-WRITE-TYPE-TOTAL
              END-IF
           END-IF

           MOVE 'N' TO WS-FIRST-RECORD
           MOVE DB2-POLICYTYPE TO WS-PREV-POLICY-TYPE

           PERFORM 2200-WRITE-DETAIL

           PERFORM 1500-FETCH-SUMMARY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2200-WRITE-DETAIL.

           EVALUATE WS-EVENT-TYPE
              WHEN 'N'
                 MOVE 'NEW BUSINESS'   TO RL-EVENT-DESC
              WHEN 'R'
                 MOVE 'RENEWALS'       TO RL-EVENT-DESC
              WHEN 'E'
                 MOVE 'ENDORSEMENTS'   TO RL-EVENT-DESC
              WHEN 'C'
                 MOVE 'CANCELLATIONS'  TO RL-EVENT-DESC
              WHEN OTHER
                 MOVE 'UNKNOWN EVENT'  TO RL-EVENT-DESC
                 DISPLAY 'UNKNOWN IPT EVENT TYPE:' WS-EVENT-TYPE
                 MOVE '04' TO WS-STATUS-CODE
                 IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                    MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
                 END-IF
           END-EVALUATE

           MOVE DB2-POLICYTYPE TO RL-POLTYPE
           MOVE WS-EVENT-COUNT TO RL-COUNT
           MOVE WS-TAXABLE     TO RL-TAXABLE
           MOVE WS-IPT-DUE     TO RL-IPT

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1              TO WS-GRD-LINES
           ADD WS-EVENT-COUNT TO WS-TYP-COUNT
           ADD WS-TAXABLE     TO WS-TYP-TAXABLE
           ADD WS-IPT-DUE     TO WS-TYP-IPT
           ADD WS-EVENT-COUNT TO WS-GRD-COUNT
           ADD WS-TAXABLE     TO WS-GRD-TAXABLE
           ADD WS-IPT-DUE     TO WS-GRD-IPT

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       2500-WRITE-TYPE-TOTAL.

           MOVE WS-PREV-POLICY-TYPE TO RL-TT-TYPE
           MOVE WS-TYP-COUNT        TO RL-TT-COUNT
           MOVE WS-TYP-TAXABLE      TO RL-TT-TAXABLE
           MOVE WS-TYP-IPT          TO RL-TT-IPT

           WRITE RPT-LINE FROM WS-TYPE-TOTAL-LINE

           INITIALIZE WS-TYPE-TOTALS

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

       3000-WRITE-GRAND-TOTAL.

           MOVE WS-GRD-COUNT   TO RL-GT-COUNT
           MOVE WS-GRD-TAXABLE TO RL-GT-TAXABLE
           MOVE WS-GRD-IPT     TO RL-GT-IPT
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'LEDGER ROWS IN QUARTER:' WS-GRD-COUNT
           DISPLAY 'TAXABLE PREMIUM:' WS-GRD-TAXABLE
           DISPLAY 'IPT DUE:' WS-GRD-IPT

           EXEC SQL CLOSE IPT-CURSOR END-EXEC

           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-GRD-COUNT
             TO RLOG-RECORDS-READ
           MOVE WS-GRD-LINES
             TO RLOG-RECORDS-WRITTEN
           MOVE ZEROES TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
