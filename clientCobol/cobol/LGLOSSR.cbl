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
       PROGRAM-ID. LGLOSSR.
      *****************************************************************
      * Loss-ratio experience by rating band.  Every policy on cover *
      * at any time in the experience period is banded exactly as    *
      * rating bands it - LGRCALC's band-only request gives the      *
      * policy type / age band / postcode band key - and its earned  *
      * premium for the period is set against the claims it had in   *
      * the period.  For each band with business the report prints:  *
      *  - policies, exposure (policy-years in the period) and       *
      *    earned premium;                                           *
      *  - claims, claim frequency (claims per policy-year), average *
      *    claim size and incurred claims;                           *
      *  - the loss ratio (incurred / earned), flagged OVER TARGET   *
      *    when it exceeds the target loss ratio,                    *
      * with a total per policy type and for the book, so the next   *
      * rate sheet LGRTLOAD loads is priced on experience.           *
      *                                                                *
      * Earned premium is the stored premium (the subtype premium    *
      * column, as LGPORTR and LGUPR read it) pro rata to the days   *
      * the policy was on cover in the period, on the 1/365 basis.   *
      * Cover runs from ISSUEDATE to the cancellation effective date *
      * (POLCANCEL), the maturity date (POLMATURE) or EXPIRYDATE.    *
      * A claim counts in the period by its CLAIMDATE.  Incurred is  *
      * paid to date plus the outstanding reserve once LGCLMSET has  *
      * assessed the claim, the notified CLAIMVALUE while it is      *
      * still open, and nothing for a declined claim, which is not   *
      * counted in the frequency either.                             *
      *                                                                *
      * The period is the twelve months to the end of the previous   *
      * month and the target loss ratio 70%, unless the optional     *
      * LRCTLIN control card says otherwise.                         *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LRCTL-FILE ASSIGN TO LRCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-LRCTL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *          CONTROL CARD                                          *
      * Optional - the experience period, first and last day           *
      * (YYYY-MM-DD in columns 1-10 and 12-21), and the target loss    *
      * ratio as a whole percentage in columns 23-25.  The period and  *
      * the target may each be left blank to take the default.         *
      ******************************************************************
       FD  LRCTL-FILE
           RECORDING MODE IS F.
       01 LRCTL-REC              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-LRCTL            PIC X(02)  VALUE SPACES.
             88 LRCTL-OPEN-OK               VALUE '00' '05'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-SLOT-FOUND       PIC X(01)  VALUE ' '.
             88 SLOT-FOUND                  VALUE 'Y'.

       01 WS-CTL-CARD.
          05 CTL-FROM-DATE       PIC X(10).
          05 FILLER              PIC X(01).
          05 CTL-TO-DATE         PIC X(10).
          05 FILLER              PIC X(01).
          05 CTL-TARGET-PCT      PIC X(03).
          05 CTL-TARGET-PCT-N REDEFINES CTL-TARGET-PCT
                                 PIC 9(03).
          05 FILLER              PIC X(55).

       01 WS-DATE-CHECK.
          05 WS-DC-YYYY          PIC X(04).
          05 WS-DC-DASH-1        PIC X(01).
          05 WS-DC-MM            PIC X(02).
          05 WS-DC-DASH-2        PIC X(01).
          05 WS-DC-DD            PIC X(02).

      *================================================================*
      * The experience period as ISO dates and as DB2 day numbers, so  *
      * each policy's days on cover in the period are worked out in    *
      * COBOL.  WS-TO-DAYS-NEXT is the day after the period ends.      *
      *================================================================*
       01 WS-PERIOD.
          05 WS-FROM-DATE        PIC X(10)  VALUE SPACES.
          05 WS-TO-DATE          PIC X(10)  VALUE SPACES.
          05 WS-FROM-DAYS        PIC S9(09) COMP-5 VALUE ZEROES.
          05 WS-TO-DAYS-NEXT     PIC S9(09) COMP-5 VALUE ZEROES.
          05 WS-TODAY-DAYS       PIC S9(09) COMP-5 VALUE ZEROES.
          05 WS-TARGET-PCT       PIC 9(03)V99 VALUE 70.

      *================================================================*
      * One accumulator slot per band key (4 types x 4 age bands x 3   *
      * postcode bands = 48), laid out in key order at start-up so     *
      * the report comes out in type / age / postcode order and the    *
      * type totals fall every twelve slots.                           *
      *================================================================*
       01 WS-TYPE-VALUES         PIC X(04)  VALUE 'MEHC'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
          05 WS-TYPE-CODE        PIC X(01)  OCCURS 4.
       01 WS-AGE-VALUES          PIC X(04)  VALUE 'ABCD'.
       01 WS-AGE-TABLE REDEFINES WS-AGE-VALUES.
          05 WS-AGE-CODE         PIC X(01)  OCCURS 4.
       01 WS-PCODE-VALUES        PIC X(03)  VALUE '123'.
       01 WS-PCODE-TABLE REDEFINES WS-PCODE-VALUES.
          05 WS-PCODE-CODE       PIC X(01)  OCCURS 3.

       01 WS-SLOT-LIMITS.
          05 WS-SLOT-MAX         PIC S9(04) COMP VALUE 48.
          05 WS-SLOT-IDX         PIC S9(04) COMP VALUE 0.
          05 WS-SLOT-HIT         PIC S9(04) COMP VALUE 0.
          05 WS-TYPE-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-AGE-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-PCODE-SUB        PIC S9(04) COMP VALUE 0.
          05 WS-BAND-SUB         PIC S9(04) COMP VALUE 0.

       01 WS-SLOT-TABLE.
          05 WS-SLOT-ENTRY OCCURS 48.
             10 WS-SLOT-BAND-KEY PIC X(03).
             10 WS-SLOT-POLICIES PIC 9(07).
             10 WS-SLOT-EXP-DAYS PIC S9(11) COMP-3.
             10 WS-SLOT-EARNED   PIC S9(11)V99 COMP-3.
             10 WS-SLOT-CLAIMS   PIC 9(07).
             10 WS-SLOT-INCURRED PIC S9(11)V99 COMP-3.

       01 WS-TYPE-TOTALS.
          05 WS-TYP-POLICIES     PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-EXP-DAYS     PIC S9(11) COMP-3 VALUE ZEROES.
          05 WS-TYP-EARNED       PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-CLAIMS       PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-INCURRED     PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-GRAND-TOTALS.
          05 WS-GRD-POLICIES     PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-EXP-DAYS     PIC S9(11) COMP-3 VALUE ZEROES.
          05 WS-GRD-EARNED       PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CLAIMS       PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-INCURRED     PIC S9(11)V99 COMP-3 VALUE ZEROES.

      *================================================================*
      * The figures for whichever line is being printed - a band, a    *
      * type total or the book total - and the ratios worked from      *
      * them, so every line is computed and flagged the same way.      *
      *================================================================*
       01 WS-LINE-WORK.
          05 WS-LN-POLICIES      PIC 9(07).
          05 WS-LN-EXP-DAYS      PIC S9(11) COMP-3.
          05 WS-LN-EARNED        PIC S9(11)V99 COMP-3.
          05 WS-LN-CLAIMS        PIC 9(07).
          05 WS-LN-INCURRED      PIC S9(11)V99 COMP-3.
          05 WS-LN-EXPOSURE      PIC S9(07)V99 COMP-3.
          05 WS-LN-FREQUENCY     PIC S9(03)V999 COMP-3.
          05 WS-LN-AVG-CLAIM     PIC S9(09)V99 COMP-3.
          05 WS-LN-LOSS-RATIO    PIC S9(05)V99 COMP-3.
          05 WS-LN-OVER          PIC X(01).
             88 LN-OVER-TARGET              VALUE 'Y'.

       01 WS-POLICY-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-ISSUE-DAYS       PIC S9(09) COMP-5.
          05 WS-COVER-END-DAYS   PIC S9(09) COMP-5.
          05 WS-START-DAYS       PIC S9(09) COMP-5.
          05 WS-END-DAYS         PIC S9(09) COMP-5.
          05 WS-DAYS-ON-COVER    PIC S9(09) COMP-5.
          05 WS-POLICY-EARNED    PIC S9(09)V99 COMP-3.
          05 WS-CLAIM-COUNT      PIC S9(09) COMP-5.
          05 WS-CLAIM-INCURRED   PIC S9(09)V99 COMP-3.
          05 WS-RATE-PROGRAM     PIC X(07) VALUE 'LGRCALC'.

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09)  VALUE ZEROES.
          05 WS-POLICIES-BANDED  PIC 9(09)  VALUE ZEROES.
          05 WS-POLICIES-UNBANDED PIC 9(09) VALUE ZEROES.
          05 WS-BANDS-PRINTED    PIC 9(09)  VALUE ZEROES.
          05 WS-BANDS-OVER       PIC 9(09)  VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP LOSS RATIO EXPERIENCE BY BAND'.
             10 FILLER           PIC X(07)  VALUE 'PERIOD '.
             10 RL-FROM-DATE      PIC X(10).
             10 FILLER           PIC X(04)  VALUE ' TO '.
             10 RL-TO-DATE        PIC X(10).
          05 WS-TARGET-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(20)  VALUE
                'TARGET LOSS RATIO  '.
             10 RL-TARGET-PCT     PIC ZZ9.99.
             10 FILLER           PIC X(01)  VALUE '%'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(06)  VALUE 'TYPE'.
             10 FILLER           PIC X(05)  VALUE 'AGE'.
             10 FILLER           PIC X(06)  VALUE 'PCODE'.
             10 FILLER           PIC X(09)  VALUE ' POLICIES'.
             10 FILLER           PIC X(12)  VALUE '   POL-YEARS'.
             10 FILLER           PIC X(18)  VALUE
                '    EARNED PREMIUM'.
             10 FILLER           PIC X(09)  VALUE '   CLAIMS'.
             10 FILLER           PIC X(09)  VALUE '     FREQ'.
             10 FILLER           PIC X(17)  VALUE
                '        AVG CLAIM'.
             10 FILLER           PIC X(18)  VALUE
                '   INCURRED CLAIMS'.
             10 FILLER           PIC X(11)  VALUE ' LOSS RATIO'.
          05 WS-DETAIL-LINE.
             10 RL-CC             PIC X(01)  VALUE ' '.
             10 RL-LABEL.
                15 RL-BK-TYPE     PIC X(01).
                15 FILLER         PIC X(05).
                15 RL-BK-AGE      PIC X(01).
                15 FILLER         PIC X(04).
                15 RL-BK-PCODE    PIC X(01).
                15 FILLER         PIC X(05).
             10 RL-POLICIES       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-EXPOSURE       PIC ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-EARNED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CLAIMS         PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-FREQUENCY      PIC ZZ9.999.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-AVG-CLAIM      PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-INCURRED       PIC -Z,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-LOSS-RATIO     PIC ZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE '%'.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-FLAG           PIC X(11).
          05 WS-NO-POLICIES-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(40)  VALUE
                'NO POLICIES ON COVER IN THE PERIOD'.
          05 WS-COUNT-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-COUNT-TITLE    PIC X(40).
             10 RL-COUNT-VALUE    PIC ZZZ,ZZZ,ZZ9.

       COPY LGRATCA.

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

           DISPLAY 'START OF PROGRAM LGLOSSR'

           MOVE 'LGLOSSR'  TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-FETCH-POLICY

           PERFORM 2000-PROCESS-POLICY
              UNTIL END-OF-CSR

           PERFORM 3000-WRITE-REPORT

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
           PERFORM 1150-SET-PERIOD

           PERFORM 1050-BUILD-BAND-SLOT
              VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL WS-TYPE-SUB > 4
                AFTER WS-AGE-SUB FROM 1 BY 1
                UNTIL WS-AGE-SUB > 4
                AFTER WS-PCODE-SUB FROM 1 BY 1
                UNTIL WS-PCODE-SUB > 3

           MOVE WS-FROM-DATE  TO RL-FROM-DATE
           MOVE WS-TO-DATE    TO RL-TO-DATE
           MOVE WS-TARGET-PCT TO RL-TARGET-PCT
           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-TARGET-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1400-OPEN-CURSOR

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1050-BUILD-BAND-SLOT.

           COMPUTE WS-SLOT-IDX = (WS-TYPE-SUB - 1) * 12
                               + (WS-AGE-SUB - 1) * 3
                               + WS-PCODE-SUB

           MOVE WS-TYPE-CODE(WS-TYPE-SUB)
             TO WS-SLOT-BAND-KEY(WS-SLOT-IDX)(1:1)
           MOVE WS-AGE-CODE(WS-AGE-SUB)
             TO WS-SLOT-BAND-KEY(WS-SLOT-IDX)(2:1)
           MOVE WS-PCODE-CODE(WS-PCODE-SUB)
             TO WS-SLOT-BAND-KEY(WS-SLOT-IDX)(3:1)
           MOVE ZEROES TO WS-SLOT-POLICIES(WS-SLOT-IDX)
                          WS-SLOT-EXP-DAYS(WS-SLOT-IDX)
                          WS-SLOT-EARNED(WS-SLOT-IDX)
                          WS-SLOT-CLAIMS(WS-SLOT-IDX)
                          WS-SLOT-INCURRED(WS-SLOT-IDX)

           PERFORM 1050-EXIT
           .
       1050-EXIT.
           EXIT.

      *================================================================*
      * The period and target - defaults unless LRCTLIN carries a      *
      * card.  A missing (status 05) or empty control file means the   *
      * defaults; a card whose dates are not YYYY-MM-DD, that gives    *
      * only one of them, or whose target is not numeric stops the run *
      * (80) rather than report on the wrong basis.                    *
      *================================================================*
       1100-READ-CONTROL.

           MOVE SPACES TO WS-CTL-CARD

           OPEN INPUT LRCTL-FILE

           IF NOT LRCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN LRCTLIN:' FS-LRCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ LRCTL-FILE INTO WS-CTL-CARD
           AT END
              MOVE SPACES TO WS-CTL-CARD
           END-READ

           CLOSE LRCTL-FILE

           IF CTL-FROM-DATE NOT = SPACES
              OR CTL-TO-DATE NOT = SPACES
              MOVE CTL-FROM-DATE TO WS-DATE-CHECK
              PERFORM 1110-CHECK-CARD-DATE
              MOVE CTL-TO-DATE TO WS-DATE-CHECK
              PERFORM 1110-CHECK-CARD-DATE
           END-IF

           IF CTL-TARGET-PCT NOT = SPACES
              IF CTL-TARGET-PCT IS NUMERIC
                 AND CTL-TARGET-PCT-N > 0
                 MOVE CTL-TARGET-PCT-N TO WS-TARGET-PCT
              ELSE
                 DISPLAY 'INVALID LRCTLIN TARGET:' CTL-TARGET-PCT
                 MOVE '80' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

       1110-CHECK-CARD-DATE.

           IF WS-DC-YYYY IS NUMERIC
              AND WS-DC-MM IS NUMERIC
              AND WS-DC-DD IS NUMERIC
              AND WS-DC-DASH-1 = '-'
              AND WS-DC-DASH-2 = '-'
              CONTINUE
           ELSE
              DISPLAY 'INVALID LRCTLIN CARD:' WS-CTL-CARD(1:25)
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1110-EXIT
           .
       1110-EXIT.
           EXIT.

      *================================================================*
      * DB2 does the calendar work - the twelve months to the end of   *
      * last month when there is no card, and the check that card      *
      * dates are real dates.  The period must run forwards and be     *
      * over - experience is only read for days already past.          *
      *================================================================*
       1150-SET-PERIOD.

           IF CTL-FROM-DATE = SPACES
              EXEC SQL
                SELECT CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS
                            - 12 MONTHS + 1 DAY, ISO),
                       CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS, ISO)
                  INTO :WS-FROM-DATE,
                       :WS-TO-DATE
                  FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON DEFAULT PERIOD, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           ELSE
              MOVE CTL-FROM-DATE TO WS-FROM-DATE
              MOVE CTL-TO-DATE   TO WS-TO-DATE
           END-IF

           EXEC SQL
             SELECT DAYS(DATE(:WS-FROM-DATE)),
                    DAYS(DATE(:WS-TO-DATE)) + 1,
                    DAYS(CURRENT DATE)
               INTO :WS-FROM-DAYS,
                    :WS-TO-DAYS-NEXT,
                    :WS-TODAY-DAYS
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'INVALID EXPERIENCE PERIOD:' WS-FROM-DATE
                      ' ' WS-TO-DATE
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF WS-FROM-DAYS NOT < WS-TO-DAYS-NEXT
              OR WS-TO-DAYS-NEXT > WS-TODAY-DAYS
              DISPLAY 'EXPERIENCE PERIOD BACKWARDS OR NOT YET OVER:'
                       WS-FROM-DATE ' ' WS-TO-DATE
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'EXPERIENCE PERIOD:' WS-FROM-DATE ' TO ' WS-TO-DATE
           DISPLAY 'TARGET LOSS RATIO:' WS-TARGET-PCT

           PERFORM 1150-EXIT
           .
       1150-EXIT.
           EXIT.

      *================================================================*
      * Every policy on cover at any time in the period, with the      *
      * risk data LGRCALC bands on (the customer's date of birth and   *
      * postcode), its premium from whichever subtype table it has a   *
      * row on, the day numbers its cover starts and ends, and the     *
      * count and incurred value of its claims dated in the period.    *
      *================================================================*
       1400-OPEN-CURSOR.

           EXEC SQL
             DECLARE LOSS-CURSOR CURSOR FOR
             SELECT POL.POLICYNUMBER,
                    POL.POLICYTYPE,
                    CUST.DATEOFBIRTH,
                    CUST.POSTCODE,
                    COALESCE(MOT.PREMIUM, END1.SUMASSURED,
                             HOUS.VALUE, COMM.PREMIUM, 0),
                    DAYS(DATE(POL.ISSUEDATE)),
                    DAYS(DATE(COALESCE(CAN.EFFECTIVEDATE,
                                       MAT.MATURITYDATE,
                                       POL.EXPIRYDATE))),
                    ( SELECT COUNT(*)
                        FROM CLAIM CLM
                       WHERE CLM.POLICYNUMBER = POL.POLICYNUMBER
                         AND CLM.CLAIMSTATUS <> 'D'
                         AND DATE(CLM.CLAIMDATE)
                             BETWEEN DATE(:WS-FROM-DATE)
                                 AND DATE(:WS-TO-DATE) ),
                    ( SELECT COALESCE(SUM(
                               CASE WHEN CLM.CLAIMSTATUS = 'O'
                                    THEN CLM.CLAIMVALUE
                                    ELSE CLM.PAIDTODATE + CLM.RESERVE
                               END), 0)
                        FROM CLAIM CLM
                       WHERE CLM.POLICYNUMBER = POL.POLICYNUMBER
                         AND CLM.CLAIMSTATUS <> 'D'
                         AND DATE(CLM.CLAIMDATE)
                             BETWEEN DATE(:WS-FROM-DATE)
                                 AND DATE(:WS-TO-DATE) )
               FROM POLICY POL
              INNER JOIN CUSTOMER CUST
                 ON CUST.CUSTOMERNUMBER = POL.CUSTOMERNUMBER
               LEFT JOIN MOTOR MOT
                 ON MOT.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN ENDOWMENT END1
                 ON END1.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN HOUSE HOUS
                 ON HOUS.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN COMMERCIAL COMM
                 ON COMM.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN POLCANCEL CAN
                 ON CAN.POLICYNUMBER = POL.POLICYNUMBER
                AND POL.STATUS = 'C'
               LEFT JOIN POLMATURE MAT
                 ON MAT.POLICYNUMBER = POL.POLICYNUMBER
                AND POL.STATUS = 'M'
              WHERE DATE(POL.ISSUEDATE) <= DATE(:WS-TO-DATE)
                AND DATE(COALESCE(CAN.EFFECTIVEDATE,
                                  MAT.MATURITYDATE,
                                  POL.EXPIRYDATE))
                      > DATE(:WS-FROM-DATE)
              ORDER BY POL.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN LOSS-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN LOSS-CURSOR, SQLCODE:'
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
             FETCH LOSS-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :DB2-POLICYTYPE,
                   :DB2-DATEOFBIRTH,
                   :DB2-POSTCODE,
                   :DB2-PREMIUM,
                   :WS-ISSUE-DAYS,
                   :WS-COVER-END-DAYS,
                   :WS-CLAIM-COUNT,
                   :WS-CLAIM-INCURRED
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-POLICIES-READ
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH LOSS-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One policy: banded by LGRCALC, earned premium for its days on  *
      * cover in the period, then added with its claims to its band.   *
      * A policy that cannot be banded is counted and left out rather  *
      * than stopping the run.                                         *
      *================================================================*
       2000-PROCESS-POLICY.

           MOVE DB2-POLICYTYPE  TO RAT-POLICY-TYPE
           MOVE ZEROES          TO RAT-CUSTOMER-AGE
           MOVE DB2-DATEOFBIRTH TO RAT-DATEOFBIRTH
           MOVE DB2-POSTCODE    TO RAT-POSTCODE
           MOVE SPACE           TO RAT-CICS-FLAG
           MOVE 'B'             TO RAT-REQUEST
           MOVE ZEROES          TO RAT-POLICY-COUNT

           CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

           MOVE ' ' TO WS-SLOT-FOUND
           IF RAT-STATUS = '00'
              PERFORM 2300-FIND-BAND-SLOT
           END-IF

           IF SLOT-FOUND
              PERFORM 2100-EARN-PREMIUM
              PERFORM 2200-ACCUMULATE-BAND
              ADD 1 TO WS-POLICIES-BANDED
           ELSE
              DISPLAY 'POLICY NOT BANDED:' WS-POLICY-NUM-INT
                      ' KEY:' RAT-BAND-KEY
              ADD 1 TO WS-POLICIES-UNBANDED
           END-IF

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Days on cover in the period - from the later of issue and the  *
      * period start to the earlier of cover end and the day after the *
      * period - and the premium earned on them (the 1/365 basis, as   *
      * LGBRKST and LGUPR pro-rate).                                   *
      *================================================================*
       2100-EARN-PREMIUM.

           MOVE WS-FROM-DAYS TO WS-START-DAYS
           IF WS-ISSUE-DAYS > WS-START-DAYS
              MOVE WS-ISSUE-DAYS TO WS-START-DAYS
           END-IF

           MOVE WS-TO-DAYS-NEXT TO WS-END-DAYS
           IF WS-COVER-END-DAYS < WS-END-DAYS
              MOVE WS-COVER-END-DAYS TO WS-END-DAYS
           END-IF

           COMPUTE WS-DAYS-ON-COVER = WS-END-DAYS - WS-START-DAYS
           IF WS-DAYS-ON-COVER < 0
              MOVE ZEROES TO WS-DAYS-ON-COVER
           END-IF

           COMPUTE WS-POLICY-EARNED ROUNDED =
              DB2-PREMIUM * WS-DAYS-ON-COVER / 365

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-ACCUMULATE-BAND.

           ADD 1                 TO WS-SLOT-POLICIES(WS-SLOT-HIT)
           ADD WS-DAYS-ON-COVER  TO WS-SLOT-EXP-DAYS(WS-SLOT-HIT)
           ADD WS-POLICY-EARNED  TO WS-SLOT-EARNED(WS-SLOT-HIT)
           ADD WS-CLAIM-COUNT    TO WS-SLOT-CLAIMS(WS-SLOT-HIT)
           ADD WS-CLAIM-INCURRED TO WS-SLOT-INCURRED(WS-SLOT-HIT)

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-FIND-BAND-SLOT.

           PERFORM 2310-TEST-SLOT
              VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-MAX
                   OR SLOT-FOUND

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

       2310-TEST-SLOT.

           IF WS-SLOT-BAND-KEY(WS-SLOT-IDX) = RAT-BAND-KEY
              SET SLOT-FOUND TO TRUE
              MOVE WS-SLOT-IDX TO WS-SLOT-HIT
           END-IF

           PERFORM 2310-EXIT
           .
       2310-EXIT.
           EXIT.

      *================================================================*
      * The bands with business in type / age / postcode order, each   *
      * type closed with its total, then the book total and counts.    *
      *================================================================*
       3000-WRITE-REPORT.

           IF WS-POLICIES-BANDED = 0
              WRITE RPT-LINE FROM WS-NO-POLICIES-LINE
           ELSE
              PERFORM 3100-WRITE-TYPE
                 VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 4
           END-IF

           MOVE WS-GRD-POLICIES TO WS-LN-POLICIES
           MOVE WS-GRD-EXP-DAYS TO WS-LN-EXP-DAYS
           MOVE WS-GRD-EARNED   TO WS-LN-EARNED
           MOVE WS-GRD-CLAIMS   TO WS-LN-CLAIMS
           MOVE WS-GRD-INCURRED TO WS-LN-INCURRED
           PERFORM 3500-COMPUTE-RATIOS
           MOVE SPACES            TO RL-LABEL
           MOVE 'TOTAL ALL TYPES' TO RL-LABEL
           MOVE '0'               TO RL-CC
           PERFORM 3600-WRITE-LINE

           MOVE 'POLICIES ON COVER IN PERIOD           - '
             TO RL-COUNT-TITLE
           MOVE WS-POLICIES-READ TO RL-COUNT-VALUE
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE 'POLICIES NOT BANDED (LEFT OUT)        - '
             TO RL-COUNT-TITLE
           MOVE WS-POLICIES-UNBANDED TO RL-COUNT-VALUE
           WRITE RPT-LINE FROM WS-COUNT-LINE
           MOVE 'BANDS OVER TARGET LOSS RATIO          - '
             TO RL-COUNT-TITLE
           MOVE WS-BANDS-OVER TO RL-COUNT-VALUE
           WRITE RPT-LINE FROM WS-COUNT-LINE

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-WRITE-TYPE.

           INITIALIZE WS-TYPE-TOTALS

           PERFORM 3200-WRITE-BAND
              VARYING WS-BAND-SUB FROM 1 BY 1
                UNTIL WS-BAND-SUB > 12

           IF WS-TYP-POLICIES > 0
              MOVE WS-TYP-POLICIES TO WS-LN-POLICIES
              MOVE WS-TYP-EXP-DAYS TO WS-LN-EXP-DAYS
              MOVE WS-TYP-EARNED   TO WS-LN-EARNED
              MOVE WS-TYP-CLAIMS   TO WS-LN-CLAIMS
              MOVE WS-TYP-INCURRED TO WS-LN-INCURRED
              PERFORM 3500-COMPUTE-RATIOS
              MOVE SPACES       TO RL-LABEL
              MOVE 'TOTAL TYPE' TO RL-LABEL
              MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO RL-LABEL(12:1)
              MOVE ' '          TO RL-CC
              PERFORM 3600-WRITE-LINE
           END-IF

           ADD WS-TYP-POLICIES TO WS-GRD-POLICIES
           ADD WS-TYP-EXP-DAYS TO WS-GRD-EXP-DAYS
           ADD WS-TYP-EARNED   TO WS-GRD-EARNED
           ADD WS-TYP-CLAIMS   TO WS-GRD-CLAIMS
           ADD WS-TYP-INCURRED TO WS-GRD-INCURRED

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-BAND.

           COMPUTE WS-SLOT-IDX = (WS-TYPE-SUB - 1) * 12 + WS-BAND-SUB

           IF WS-SLOT-POLICIES(WS-SLOT-IDX) > 0
              MOVE WS-SLOT-POLICIES(WS-SLOT-IDX) TO WS-LN-POLICIES
              MOVE WS-SLOT-EXP-DAYS(WS-SLOT-IDX) TO WS-LN-EXP-DAYS
              MOVE WS-SLOT-EARNED(WS-SLOT-IDX)   TO WS-LN-EARNED
              MOVE WS-SLOT-CLAIMS(WS-SLOT-IDX)   TO WS-LN-CLAIMS
              MOVE WS-SLOT-INCURRED(WS-SLOT-IDX) TO WS-LN-INCURRED
              PERFORM 3500-COMPUTE-RATIOS

              MOVE SPACES TO RL-LABEL
              MOVE WS-SLOT-BAND-KEY(WS-SLOT-IDX)(1:1) TO RL-BK-TYPE
              MOVE WS-SLOT-BAND-KEY(WS-SLOT-IDX)(2:1) TO RL-BK-AGE
              MOVE WS-SLOT-BAND-KEY(WS-SLOT-IDX)(3:1) TO RL-BK-PCODE
              MOVE ' ' TO RL-CC
              PERFORM 3600-WRITE-LINE

              ADD 1 TO WS-BANDS-PRINTED
              IF LN-OVER-TARGET
                 ADD 1 TO WS-BANDS-OVER
              END-IF

              ADD WS-LN-POLICIES TO WS-TYP-POLICIES
              ADD WS-LN-EXP-DAYS TO WS-TYP-EXP-DAYS
              ADD WS-LN-EARNED   TO WS-TYP-EARNED
              ADD WS-LN-CLAIMS   TO WS-TYP-CLAIMS
              ADD WS-LN-INCURRED TO WS-TYP-INCURRED
           END-IF

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

      *================================================================*
      * Exposure in policy-years, claims per policy-year, average      *
      * claim and loss ratio for the line.  Claims against no earned   *
      * premium, or a ratio too large to print, show as 99,999.99 and  *
      * are over target by definition.                                 *
      *================================================================*
       3500-COMPUTE-RATIOS.

           MOVE ZEROES TO WS-LN-EXPOSURE
                          WS-LN-FREQUENCY
                          WS-LN-AVG-CLAIM
                          WS-LN-LOSS-RATIO
           MOVE 'N'    TO WS-LN-OVER

           COMPUTE WS-LN-EXPOSURE ROUNDED = WS-LN-EXP-DAYS / 365

           IF WS-LN-EXP-DAYS > 0
              COMPUTE WS-LN-FREQUENCY ROUNDED =
                 WS-LN-CLAIMS * 365 / WS-LN-EXP-DAYS
                 ON SIZE ERROR
                    MOVE 999.999 TO WS-LN-FREQUENCY
              END-COMPUTE
           END-IF

           IF WS-LN-CLAIMS > 0
              COMPUTE WS-LN-AVG-CLAIM ROUNDED =
                 WS-LN-INCURRED / WS-LN-CLAIMS
           END-IF

           IF WS-LN-EARNED > 0
              COMPUTE WS-LN-LOSS-RATIO ROUNDED =
                 WS-LN-INCURRED * 100 / WS-LN-EARNED
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-LN-LOSS-RATIO
              END-COMPUTE
           ELSE
              IF WS-LN-INCURRED > 0
                 MOVE 99999.99 TO WS-LN-LOSS-RATIO
              END-IF
           END-IF

           IF WS-LN-LOSS-RATIO > WS-TARGET-PCT
              MOVE 'Y' TO WS-LN-OVER
           END-IF

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

       3600-WRITE-LINE.

           MOVE WS-LN-POLICIES   TO RL-POLICIES
           MOVE WS-LN-EXPOSURE   TO RL-EXPOSURE
           MOVE WS-LN-EARNED     TO RL-EARNED
           MOVE WS-LN-CLAIMS     TO RL-CLAIMS
           MOVE WS-LN-FREQUENCY  TO RL-FREQUENCY
           MOVE WS-LN-AVG-CLAIM  TO RL-AVG-CLAIM
           MOVE WS-LN-INCURRED   TO RL-INCURRED
           MOVE WS-LN-LOSS-RATIO TO RL-LOSS-RATIO
           IF LN-OVER-TARGET
              MOVE 'OVER TARGET' TO RL-FLAG
           ELSE
              MOVE SPACES        TO RL-FLAG
           END-IF

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           IF NOT RPTOUT-OK
              DISPLAY 'INVALID FILE STATUS ON WRITE RPTOUT:' FS-RPTOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3600-EXIT
           .
       3600-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'POLICIES READ:' WS-POLICIES-READ
           DISPLAY 'POLICIES BANDED:' WS-POLICIES-BANDED
           DISPLAY 'POLICIES NOT BANDED:' WS-POLICIES-UNBANDED
           DISPLAY 'BANDS OVER TARGET:' WS-BANDS-OVER

           EXEC SQL CLOSE LOSS-CURSOR END-EXEC

           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
           MOVE WS-BANDS-PRINTED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-POLICIES-UNBANDED
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
