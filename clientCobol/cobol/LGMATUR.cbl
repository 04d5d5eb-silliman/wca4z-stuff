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
       PROGRAM-ID. LGMATUR.
      *****************************************************************
      * Nightly endowment maturity run.  Every in-force endowment     *
      * whose term has run - ISSUEDATE plus ENDOWMENT.TERMYEARS on or *
      * before today - is paid out and closed:                        *
      *                                                                *
      *  - the maturity value is SUMASSURED, plus every reversionary  *
      *    bonus LGBONUS has declared on it (ENDOWBONUS) when the     *
      *    policy is with-profits;                                    *
      *  - the maturity is recorded on POLMATURE and the policy moves *
      *    from STATUS 'I' to 'M' (matured), so LGRENEW never rolls   *
      *    its expiry date and it cannot be paid twice;               *
      *  - the payment goes on BACSOUT in the same 100-byte layout    *
      *    LGREFND and LGCLMSET write (zero sort code/account for the *
      *    treasury mandate-file enrichment), referenced 'MATURE'     *
      *    plus the policy number, and on GLOUT for the LGGLJNL       *
      *    nightly journal;                                           *
      *  - a maturity letter for the print vendor goes on LETTOUT     *
      *    and is logged on CORRLOG (item 'E');                       *
      *  - a printed maturity register lists each policy with count   *
      *    and value control totals.                                  *
      *                                                                *
      * A policy whose maturity cannot be recorded is counted,        *
      * reported and left in force for the next night's run, the      *
      * same reject-and-continue stance LGLAPSE takes.  An endowment  *
      * with a TERMYEARS of zero has no fixed term and never matures. *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACS-FILE ASSIGN TO BACSOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BACS.

           SELECT LETTER-FILE ASSIGN TO LETTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-LETTER.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

           SELECT GL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  BACS-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACS-REC.
       01 BACS-REC               PIC X(100).

      ******************************************************************
      *          MATURITY-LETTER EXTRACT FILE                          *
      * One record per policy matured - handed to the print vendor,    *
      * so the layout is fixed-position and unedited the same way the  *
      * renewal-notice extract's records are.                          *
      ******************************************************************
       FD  LETTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LETTER-REC.
       01 LETTER-REC             PIC X(120).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-BACS             PIC X(02)  VALUE SPACES.
             88 BACS-OK                     VALUE '00'.
          05 FS-LETTER           PIC X(02)  VALUE SPACES.
             88 LETTER-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.

      *================================================================*
      * One BACS payment record per maturity, in the layout LGREFND    *
      * and LGCLMSET write.                                            *
      *================================================================*
       01 WS-BACS-REC.
          05 BAC-DEST-SORT-CODE  PIC 9(06).
          05 BAC-DEST-ACCOUNT    PIC 9(08).
          05 BAC-AMOUNT-PENCE    PIC 9(11).
          05 BAC-CUSTOMER-NAME   PIC X(21).
          05 BAC-REFERENCE.
             10 FILLER           PIC X(07) VALUE 'MATURE '.
             10 BAC-REF-POLICY-NUM PIC 9(09).
          05 FILLER              PIC X(38).

      *================================================================*
      * Maturity-letter extract record - the policy, the maturity      *
      * date and the make-up of the value paid, with the customer's    *
      * name and address from CUSTOMER.                                *
      *================================================================*
       01 WS-LETTER-REC.
          05 LET-POLICY-NUM      PIC 9(09).
          05 LET-CUST-NUMBER     PIC 9(10).
          05 LET-MATURITY-DATE   PIC X(10).
          05 LET-SUM-ASSURED     PIC 9(07)V99.
          05 LET-BONUS-TOTAL     PIC 9(09)V99.
          05 LET-MATURITY-VALUE  PIC 9(09)V99.
          05 LET-WITH-PROFITS    PIC X(01).
          05 LET-FIRSTNAME       PIC X(10).
          05 LET-LASTNAME        PIC X(10).
          05 LET-HOUSENAME       PIC X(20).
          05 LET-HOUSENUMBER     PIC X(04).
          05 LET-POSTCODE        PIC X(08).
          05 FILLER              PIC X(07).

      *================================================================*
      * End-of-run trailer written to LETTER-FILE after the last       *
      * letter, following the renewal-notice extract's TOTALS          *
      * convention so the print vendor can reconcile the file.         *
      *================================================================*
       01 WS-TRAILER-REC.
          05 TRL-RECORD-ID       PIC X(06) VALUE 'TOTALS'.
          05 TRL-POLICIES-READ   PIC 9(07).
          05 TRL-LETTERS-WRITTEN PIC 9(07).
          05 TRL-MATURE-FAILED   PIC 9(05).
          05 TRL-VALUE-PAID      PIC 9(11)V99.
          05 FILLER              PIC X(82).

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-POLICIES-MATURED PIC 9(09) VALUE ZEROES.
          05 WS-MATURE-FAILED    PIC 9(09) VALUE ZEROES.
          05 WS-SUM-ASSURED-TOT  PIC 9(11)V99 VALUE ZEROES.
          05 WS-BONUS-TOT        PIC 9(11)V99 VALUE ZEROES.
          05 WS-VALUE-PAID       PIC 9(11)V99 VALUE ZEROES.
          05 WS-NAME-NOT-FOUND   PIC 9(09) VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-MATURITY-DATE    PIC X(10).
          05 WS-SUM-ASSURED      PIC S9(07)V99 COMP-3.
          05 WS-BONUS-TOTAL      PIC S9(09)V99 COMP-3.
          05 WS-MATURITY-VALUE   PIC S9(09)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP ENDOWMENT MATURITY REGISTER'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'CUSTOMER NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'MATURED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(03)  VALUE 'W/P'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE ' SUM ASSURED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE '       BONUSES'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE 'MATURITY VALUE'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLNUM         PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM         PIC 9(10).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-MATURITY-DATE  PIC X(10).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-WITH-PROFITS   PIC X(01).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-SUM-ASSURED    PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-BONUS-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-MATURITY-VALUE PIC ZZZ,ZZZ,ZZ9.99.
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

      * General-ledger extract record for the LGGLJNL journal run.
           COPY LGGLXREC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGMATUR'

           MOVE 'LGMATUR' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-FETCH-POLICY

           PERFORM 2000-MATURE-POLICY
              UNTIL END-OF-CSR

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN OUTPUT BACS-FILE

           IF NOT BACS-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN BACSOUT:' FS-BACS
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT LETTER-FILE

           IF NOT LETTER-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN LETTOUT:'
                       FS-LETTER
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN RPTOUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

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

           WRITE RPT-LINE FROM WS-TITLE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1200-OPEN-CURSOR
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * Every in-force endowment that has reached the end of its term, *
      * with the customer's name and address joined on for the letter *
      * and the payment.  ISSUEDATE is CHAR(10) ISO, so DATE() makes   *
      * it a date TERMYEARS can be added to; the maturity date comes   *
      * back the same ISO shape.                                       *
      *================================================================*
       1200-OPEN-CURSOR.

           EXEC SQL
             DECLARE MATURE-CURSOR CURSOR FOR
             SELECT POL.POLICYNUMBER,
                    POL.CUSTOMERNUMBER,
                    CHAR(DATE(POL.ISSUEDATE)
                         + ENDW.TERMYEARS YEARS, ISO),
                    ENDW.SUMASSURED,
                    ENDW.WITHPROFITS,
                    CUST.FIRSTNAME,
                    CUST.LASTNAME,
                    CUST.HOUSENAME,
                    CUST.HOUSENUMBER,
                    CUST.POSTCODE
               FROM POLICY POL
              INNER JOIN ENDOWMENT ENDW
                 ON ENDW.POLICYNUMBER = POL.POLICYNUMBER
              INNER JOIN CUSTOMER CUST
                 ON CUST.CUSTOMERNUMBER = POL.CUSTOMERNUMBER
              WHERE POL.STATUS = 'I'
                AND POL.POLICYTYPE = 'E'
                AND ENDW.TERMYEARS > 0
                AND DATE(POL.ISSUEDATE) + ENDW.TERMYEARS YEARS
                    <= CURRENT DATE
              ORDER BY POL.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN MATURE-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN MATURE-CURSOR, SQLCODE:'
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
             FETCH MATURE-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :WS-MATURITY-DATE,
                   :WS-SUM-ASSURED,
                   :DB2-E-WITH-PROFITS,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME,
                   :DB2-HOUSENAME,
                   :DB2-HOUSENUMBER,
                   :DB2-POSTCODE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-POLICIES-READ
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH MATURE-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Mature one policy.  The maturity value is worked out and the   *
      * maturity recorded before anything goes on the output files -   *
      * a policy whose status move or POLMATURE row fails is left in   *
      * force, unpaid, for the next night.                             *
      *================================================================*
       2000-MATURE-POLICY.

           MOVE '00' TO WS-STATUS-CODE

           PERFORM 2100-GET-BONUSES

           COMPUTE WS-MATURITY-VALUE =
              WS-SUM-ASSURED + WS-BONUS-TOTAL

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-CLOSE-POLICY
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2300-RECORD-MATURITY
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2400-WRITE-BACS-PAYMENT
              PERFORM 2500-WRITE-LETTER
              PERFORM 2600-LOG-CORRESPONDENCE
              PERFORM 2900-WRITE-GL-DETAIL

              MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
              MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
              MOVE WS-MATURITY-DATE   TO RL-MATURITY-DATE
              MOVE DB2-E-WITH-PROFITS TO RL-WITH-PROFITS
              MOVE WS-SUM-ASSURED     TO RL-SUM-ASSURED
              MOVE WS-BONUS-TOTAL     TO RL-BONUS-TOTAL
              MOVE WS-MATURITY-VALUE  TO RL-MATURITY-VALUE
              WRITE RPT-LINE FROM WS-DETAIL-LINE

              ADD 1                  TO WS-POLICIES-MATURED
              ADD WS-SUM-ASSURED     TO WS-SUM-ASSURED-TOT
              ADD WS-BONUS-TOTAL     TO WS-BONUS-TOT
              ADD WS-MATURITY-VALUE  TO WS-VALUE-PAID
           ELSE
              ADD 1 TO WS-MATURE-FAILED
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           END-IF

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Reversionary bonuses already declared are guaranteed and are   *
      * added to the sum assured at maturity - for a with-profits      *
      * policy only.                                                   *
      *================================================================*
       2100-GET-BONUSES.

           MOVE ZEROES TO WS-BONUS-TOTAL

           IF DB2-E-WITH-PROFITS = 'Y'
              EXEC SQL
                SELECT COALESCE(SUM(BONUSAMOUNT), 0)
                  INTO :WS-BONUS-TOTAL
                  FROM ENDOWBONUS
                 WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON BONUS LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Move the policy to matured.  The update keys on STATUS 'I' as  *
      * well as the number, so a policy cancelled in between is not    *
      * paid out.                                                      *
      *================================================================*
       2200-CLOSE-POLICY.

           EXEC SQL
             UPDATE POLICY
                SET STATUS      = 'M',
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND STATUS = 'I'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'POLICY NO LONGER IN FORCE:' WS-POLICY-NUM-INT
                 MOVE '81' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON MATURITY UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * The POLMATURE row is the record of what was paid.  If it       *
      * cannot be written the status move is backed out, so the       *
      * policy is picked up again rather than closed with no record.   *
      *================================================================*
       2300-RECORD-MATURITY.

           EXEC SQL
             INSERT INTO POLMATURE
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         MATURITYDATE,
                         SUMASSURED,
                         BONUSTOTAL,
                         MATURITYVALUE,
                         MATUREDTIMESTAMP )
                VALUES ( :WS-POLICY-NUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :WS-MATURITY-DATE,
                         :WS-SUM-ASSURED,
                         :WS-BONUS-TOTAL,
                         :WS-MATURITY-VALUE,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON POLMATURE INSERT, SQLCODE:'
                       SQLCODE
              MOVE '87' TO WS-STATUS-CODE

              EXEC SQL
                UPDATE POLICY
                   SET STATUS = 'I'
                 WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                   AND STATUS = 'M'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR BACKING OUT MATURITY, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              END-IF
           END-IF

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * One BACS payment per maturity, to the policyholder by name.    *
      * A BACS write failure stops the run - the file would no longer  *
      * agree with the maturities recorded.                            *
      *================================================================*
       2400-WRITE-BACS-PAYMENT.

           MOVE SPACES TO BAC-CUSTOMER-NAME
           STRING DB2-FIRSTNAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  DB2-LASTNAME  DELIMITED BY '  '
                  INTO BAC-CUSTOMER-NAME
           END-STRING

           MOVE ZEROES TO BAC-DEST-SORT-CODE
           MOVE ZEROES TO BAC-DEST-ACCOUNT
           COMPUTE BAC-AMOUNT-PENCE = WS-MATURITY-VALUE * 100
           MOVE WS-POLICY-NUM-INT TO BAC-REF-POLICY-NUM

           WRITE BACS-REC FROM WS-BACS-REC

           IF NOT BACS-OK
              DISPLAY 'INVALID FILE STATUS ON BACS WRITE:' FS-BACS
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

       2500-WRITE-LETTER.

           MOVE WS-POLICY-NUM-INT  TO LET-POLICY-NUM
           MOVE WS-CUSTOMER-NUMBER TO LET-CUST-NUMBER
           MOVE WS-MATURITY-DATE   TO LET-MATURITY-DATE
           MOVE WS-SUM-ASSURED     TO LET-SUM-ASSURED
           MOVE WS-BONUS-TOTAL     TO LET-BONUS-TOTAL
           MOVE WS-MATURITY-VALUE  TO LET-MATURITY-VALUE
           MOVE DB2-E-WITH-PROFITS TO LET-WITH-PROFITS
           MOVE DB2-FIRSTNAME      TO LET-FIRSTNAME
           MOVE DB2-LASTNAME       TO LET-LASTNAME
           MOVE DB2-HOUSENAME      TO LET-HOUSENAME
           MOVE DB2-HOUSENUMBER    TO LET-HOUSENUMBER
           MOVE DB2-POSTCODE       TO LET-POSTCODE

           WRITE LETTER-REC FROM WS-LETTER-REC

           IF NOT LETTER-OK
              DISPLAY 'INVALID FILE STATUS ON LETTER WRITE:' FS-LETTER
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

      *================================================================*
      * Record that this policy's maturity letter went on this run's   *
      * LETTOUT - the correspondence log LGCORR answers "did we send   *
      * it" from.  A failed log insert is reported but never fails the *
      * maturity itself.                                               *
      *================================================================*
       2600-LOG-CORRESPONDENCE.

           EXEC SQL
             INSERT INTO CORRLOG
                       ( CUSTOMERNUMBER,
                         POLICYNUMBER,
                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         :WS-POLICY-NUM-INT,
                         'E',
                         'LGMATUR',
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING - CORRESPONDENCE LOG INSERT FAILED:'
                      SQLCODE
           END-IF

           PERFORM 2600-EXIT
           .
       2600-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per maturity - event MP,     *
      * referenced by policy number.  A GLOUT write failure stops the  *
      * run, the same as a BACS write failure.                         *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGMATUR'         TO GLX-SOURCE
           MOVE 'MP'              TO GLX-EVENT
           MOVE 'E'               TO GLX-POLICY-TYPE
           MOVE WS-POLICY-NUM-INT TO GLX-REFERENCE
           MOVE WS-MATURITY-VALUE TO GLX-AMOUNT
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
      * LETTOUT trailer - the run's counts and the value paid.         *
      *================================================================*
       4900-WRITE-TRAILER.

           MOVE WS-POLICIES-READ    TO TRL-POLICIES-READ
           MOVE WS-POLICIES-MATURED TO TRL-LETTERS-WRITTEN
           MOVE WS-MATURE-FAILED    TO TRL-MATURE-FAILED
           MOVE WS-VALUE-PAID       TO TRL-VALUE-PAID

           WRITE LETTER-REC FROM WS-TRAILER-REC

           IF NOT LETTER-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:'
                       FS-LETTER
           END-IF

           PERFORM 4900-EXIT
           .
       4900-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailer - the run's own maturity count and value, which  *
      * LGGLJNL proves the MP detail records against.                  *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'            TO GLT-RECORD-ID
           MOVE 'LGMATUR'           TO GLT-SOURCE
           MOVE 'MP'                TO GLT-EVENT
           MOVE WS-POLICIES-MATURED TO GLT-COUNT
           MOVE WS-VALUE-PAID       TO GLT-VALUE
           MOVE GLW-RUN-DATE        TO GLT-RUN-DATE

           WRITE GL-REC FROM GL-EXTRACT-REC

           IF NOT GLOUT-OK
              DISPLAY 'INVALID FILE STATUS ON GLOUT TRAILER WRITE:'
                       FS-GLOUT
           END-IF

           PERFORM 4950-EXIT
           .
       4950-EXIT.
           EXIT.

      *================================================================*
      * Control totals at the foot of the maturity register - the      *
      * count and value must agree with BACSOUT before it is released. *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'POLICIES AT TERM      - ' TO RL-TOT-TITLE
           MOVE WS-POLICIES-READ TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'POLICIES MATURED      - ' TO RL-TOT-TITLE
           MOVE WS-POLICIES-MATURED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MATURITIES FAILED     - ' TO RL-TOT-TITLE
           MOVE WS-MATURE-FAILED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'SUM ASSURED TOTAL     - ' TO RL-TOT-TITLE
           MOVE WS-SUM-ASSURED-TOT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'BONUSES ADDED         - ' TO RL-TOT-TITLE
           MOVE WS-BONUS-TOT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MATURITY VALUE PAID   - ' TO RL-TOT-TITLE
           MOVE WS-VALUE-PAID TO RL-TOT-VALUE
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
           DISPLAY 'POLICIES AT TERM:' WS-POLICIES-READ
           DISPLAY 'POLICIES MATURED:' WS-POLICIES-MATURED
           DISPLAY 'MATURITIES FAILED:' WS-MATURE-FAILED
           DISPLAY 'MATURITY VALUE PAID:' WS-VALUE-PAID

           EXEC SQL CLOSE MATURE-CURSOR END-EXEC

           IF LETTER-OK
              PERFORM 4900-WRITE-TRAILER
           END-IF

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           CLOSE BACS-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-POLICIES-READ
             TO RLOG-RECORDS-READ
           MOVE WS-POLICIES-MATURED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-MATURE-FAILED
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
