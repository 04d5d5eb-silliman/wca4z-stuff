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
       PROGRAM-ID. LGCLMFRD.
      *****************************************************************
      * Claims fraud-indicator scoring and investigation worklist.    *
      * Scheduled between LGCLMREG and LGCLMSET, in two passes:       *
      *                                                                *
      *  - the investigators' decision feed (claim number plus 'C'    *
      *    cleared / 'F' fraud confirmed) is applied to the held      *
      *    CLAIMFRAUD rows first, the same decision-feed shape        *
      *    LGUWDEC applies to the REFERRAL worklist, so a claim       *
      *    cleared today can be settled tonight;                      *
      *  - every claim still open ('O') and not yet scored is then    *
      *    weighed against the indicators below, and its score is    *
      *    remembered on a CLAIMFRAUD row so it is never scored      *
      *    twice.  A claim at or over WS-SCORE-THRESHOLD is held     *
      *    ('H') and printed on the investigation worklist with the  *
      *    reasons it scored; LGCLMSET will not reserve or pay it    *
      *    until an investigator clears it.                          *
      *                                                                *
      *   I - loss within the early-claim window of ISSUEDATE        *
      *   A - address change on CUSTHIST close to the loss           *
      *   E - mid-term endorsement on POLENDORSE just before it      *
      *   M - several claims on the customer, or on the vehicle      *
      *       registration for a motor policy                        *
      *   R - policy in arrears on LGARREAR's basis (instalments due *
      *       to date, or premium plus IPT, against PAYMENT)         *
      *                                                                *
      * A decision that cannot be applied goes to REJFILE with a     *
      * reason code and the claim stays held.                        *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT01-FILE ASSIGN TO INFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-INPUT01.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJECT.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *                  INPUT FILE                                    *
      * One record per investigator decision on a held claim - the     *
      * claim number off the worklist, the decision code and the       *
      * investigator's id.                                             *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(30).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per decision that could not be applied.             *
      ******************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJ-REC.
       01 REJ-REC                PIC X(30).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-EOF-CLAIM        PIC X(01)  VALUE ' '.
             88 END-OF-CLAIMS               VALUE 'Y'.

       01 WS-IN-REC.
          05 IN-CLAIM-NUM        PIC 9(09).
          05 IN-DECISION         PIC X(01).
             88 IN-DECISION-CLEAR           VALUE 'C'.
             88 IN-DECISION-VALID           VALUES 'C' 'F'.
          05 IN-INVESTIGATOR     PIC X(08).
          05 FILLER              PIC X(12).

       01 WS-REJ-REC.
          05 REJ-CLAIM-NUM       PIC 9(09).
          05 REJ-DECISION        PIC X(01).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(18).

      *================================================================*
      * Scoring rules.  Each indicator carries a weight; a claim whose *
      * weights add up to WS-SCORE-THRESHOLD or more is held.  The     *
      * windows are in days either side of the date of loss.           *
      *================================================================*
       01 WS-SCORING-RULES.
          05 WS-SCORE-THRESHOLD  PIC 9(03)  VALUE 040.
          05 WS-EARLY-DAYS       PIC S9(04) COMP VALUE +30.
          05 WS-ADDRESS-DAYS     PIC S9(04) COMP VALUE +90.
          05 WS-ENDORSE-DAYS     PIC S9(04) COMP VALUE +30.
          05 WS-HISTORY-DAYS     PIC S9(04) COMP VALUE +365.
          05 WS-HISTORY-CLAIMS   PIC S9(04) COMP VALUE +2.
          05 WS-INDICATOR-VALUES.
             10 FILLER           PIC X(15)  VALUE 'I030EARLY CLAIM'.
             10 FILLER           PIC X(15)  VALUE 'A020ADDRESS CHG'.
             10 FILLER           PIC X(15)  VALUE 'E025ENDORSED   '.
             10 FILLER           PIC X(15)  VALUE 'M020MULTI CLAIM'.
             10 FILLER           PIC X(15)  VALUE 'R025ARREARS    '.
          05 WS-INDICATOR-TABLE REDEFINES WS-INDICATOR-VALUES.
             10 WS-INDICATOR OCCURS 5 TIMES.
                15 WS-IND-CODE   PIC X(01).
                15 WS-IND-WEIGHT PIC 9(03).
                15 WS-IND-NAME   PIC X(11).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-CLEARED          PIC 9(09) VALUE ZEROES.
          05 WS-CONFIRMED        PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-CLAIMS-SCORED    PIC 9(09) VALUE ZEROES.
          05 WS-CLAIMS-HELD      PIC 9(09) VALUE ZEROES.
          05 WS-HELD-VALUE       PIC 9(11)V99 VALUE ZEROES.
          05 WS-WORKLIST-COUNT   PIC S9(09) COMP-5 VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK, the same worst-status-code
      * pattern LGCLMREG and LGCLMSET use.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-CLAIM-NUM-INT    PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-CLAIM-DATE       PIC X(10).
          05 WS-CLAIM-VALUE      PIC S9(07)V99 COMP-3.
          05 WS-DAYS-ON-RISK     PIC S9(09) COMP-5.
          05 WS-PAYMENT-INT      PIC S9(09) COMP-5.
          05 WS-POLICY-IPT       PIC S9(07)V99 COMP-3.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-AMOUNT-OWED      PIC S9(09)V99 COMP-3.
          05 WS-PLAN-ROWS        PIC S9(09) COMP-5.
          05 WS-PLAN-DUE         PIC S9(07)V99 COMP-3.
          05 WS-HIT-COUNT        PIC S9(09) COMP-5.
          05 WS-REGISTRATION     PIC X(07).
          05 WS-FRAUD-STATUS     PIC X(01).
             88 FRAUD-HELD                  VALUE 'H'.
             88 FRAUD-UNDER-THRESHOLD       VALUE 'N'.
          05 WS-SCORE            PIC S9(04) COMP.
          05 WS-IND-IDX          PIC S9(04) COMP.
          05 WS-REASON-PTR       PIC S9(04) COMP.
          05 WS-REASONS          PIC X(05).
          05 WS-REASON-FLAGS REDEFINES WS-REASONS.
             10 WS-REASON-FLAG   PIC X(01) OCCURS 5 TIMES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(45)  VALUE
                'GENAPP CLAIMS FRAUD INVESTIGATION WORKLIST'.
          05 WS-SECTION-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-SECTION-TITLE PIC X(40).
          05 WS-DECISION-HEADING.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'CLAIM NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'DECISION'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'INVESTIGATOR'.
          05 WS-DECISION-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-D-CLAIM-NUM   PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-D-DECISION    PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-D-INVESTIGATOR PIC X(08).
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'CLAIM NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'CUST NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'LOSS DATE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'CLAIM VALUE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(05)  VALUE 'SCORE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'REASONS'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CLAIM-NUM     PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-POLNUM        PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM        PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-LOSS-DATE     PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-VALUE         PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-SCORE         PIC ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-REASONS       PIC X(60).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-TOT-TITLE     PIC X(24).
             10 RL-TOT-VALUE     PIC Z(12)9.99.

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

           DISPLAY 'START OF PROGRAM LGCLMFRD'

           MOVE 'LGCLMFRD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           MOVE 'INVESTIGATOR DECISIONS APPLIED'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-DECISION-HEADING

           PERFORM 1500-READ-INPUT
           PERFORM 2000-APPLY-DECISION
              UNTIL END-OF-INP

           MOVE 'CLAIMS REFERRED FOR INVESTIGATION'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 3000-OPEN-CURSOR
           PERFORM 3050-FETCH-CLAIM
           PERFORM 3100-SCORE-CLAIM
              UNTIL END-OF-CLAIMS
           EXEC SQL CLOSE FRAUD-CURSOR END-EXEC

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE
           PERFORM 1100-OPEN-FILES

           WRITE RPT-LINE FROM WS-TITLE-LINE

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.

           OPEN INPUT INPUT01-FILE

           IF NOT INP-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN INPUT:' FS-INPUT01
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT REJECT-FILE

           IF NOT REJ-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN REJECT:' FS-REJECT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN RPTOUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ INPUT01-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT INP-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-INPUT01
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF NOT END-OF-INP
              ADD 1 TO WS-RECORDS-READ
              DISPLAY 'DECISION FOR CLAIM ' IN-CLAIM-NUM
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One investigator decision against a held claim.  Only a claim  *
      * still 'H' can be decided; the update re-tests the status so a  *
      * decision keyed twice in the feed is rejected the second time.  *
      *================================================================*
       2000-APPLY-DECISION.

           MOVE '00' TO WS-STATUS-CODE

           IF NOT IN-DECISION-VALID
              DISPLAY 'INVALID DECISION CODE FOR CLAIM:' IN-CLAIM-NUM
              MOVE '82' TO WS-STATUS-CODE
           ELSE
              MOVE IN-CLAIM-NUM TO WS-CLAIM-NUM-INT
              PERFORM 2100-GET-FRAUD-ROW
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-UPDATE-DECISION
           END-IF

           IF WS-STATUS-CODE = '00'
              MOVE IN-CLAIM-NUM    TO RL-D-CLAIM-NUM
              MOVE IN-INVESTIGATOR TO RL-D-INVESTIGATOR
              IF IN-DECISION-CLEAR
                 MOVE 'CLEARED'    TO RL-D-DECISION
                 ADD 1 TO WS-CLEARED
              ELSE
                 MOVE 'FRAUD'      TO RL-D-DECISION
                 ADD 1 TO WS-CONFIRMED
              END-IF
              WRITE RPT-LINE FROM WS-DECISION-LINE
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-GET-FRAUD-ROW.

           EXEC SQL
             SELECT FRAUDSTATUS
               INTO :WS-FRAUD-STATUS
               FROM CLAIMFRAUD
              WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'CLAIM NOT ON THE WORKLIST:' IN-CLAIM-NUM
                 MOVE '80' TO WS-STATUS-CODE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON WORKLIST LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              WHEN FRAUD-UNDER-THRESHOLD
                 DISPLAY 'CLAIM NOT ON THE WORKLIST:' IN-CLAIM-NUM
                 MOVE '80' TO WS-STATUS-CODE
              WHEN NOT FRAUD-HELD
                 DISPLAY 'CLAIM ALREADY DECIDED:' IN-CLAIM-NUM
                 MOVE '85' TO WS-STATUS-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2200-UPDATE-DECISION.

           EXEC SQL
             UPDATE CLAIMFRAUD
                SET FRAUDSTATUS      = :IN-DECISION,
                    INVESTIGATOR     = :IN-INVESTIGATOR,
                    DECIDEDTIMESTAMP = CURRENT TIMESTAMP
              WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
                AND FRAUDSTATUS = 'H'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'CLAIM ALREADY DECIDED:' IN-CLAIM-NUM
                 MOVE '85' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON DECISION UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * Every open claim with no CLAIMFRAUD row yet, with its policy's *
      * payment position and the days from the policy's ISSUEDATE to  *
      * the date of loss (negative when the loss predates the cover).  *
      *================================================================*
       3000-OPEN-CURSOR.

           EXEC SQL
             DECLARE FRAUD-CURSOR CURSOR FOR
             SELECT CLM.CLAIMNUMBER,
                    CLM.POLICYNUMBER,
                    CLM.CUSTOMERNUMBER,
                    CLM.POLICYTYPE,
                    CLM.CLAIMDATE,
                    CLM.CLAIMVALUE,
                    POL.PAYMENT,
                    POL.IPTAMOUNT,
                    DAYS(DATE(CLM.CLAIMDATE))
                       - DAYS(DATE(POL.ISSUEDATE))
               FROM CLAIM CLM
              INNER JOIN POLICY POL
                 ON POL.POLICYNUMBER = CLM.POLICYNUMBER
              WHERE CLM.CLAIMSTATUS = 'O'
                AND NOT EXISTS
                    (SELECT 1
                       FROM CLAIMFRAUD FRD
                      WHERE FRD.CLAIMNUMBER = CLM.CLAIMNUMBER)
              ORDER BY CLM.CLAIMNUMBER
           END-EXEC

           EXEC SQL OPEN FRAUD-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN FRAUD-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3050-FETCH-CLAIM.

           EXEC SQL
             FETCH FRAUD-CURSOR
              INTO :WS-CLAIM-NUM-INT,
                   :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :DB2-POLICYTYPE,
                   :WS-CLAIM-DATE,
                   :WS-CLAIM-VALUE,
                   :WS-PAYMENT-INT,
                   :WS-POLICY-IPT,
                   :WS-DAYS-ON-RISK
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CLAIMS TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH FRAUD-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3050-EXIT
           .
       3050-EXIT.
           EXIT.

      *================================================================*
      * Weigh one claim against the five indicators, remember the      *
      * score, and list it on the worklist when it is held.            *
      *================================================================*
       3100-SCORE-CLAIM.

           MOVE SPACES TO WS-REASONS
           MOVE ZEROES TO WS-SCORE

           IF WS-DAYS-ON-RISK <= WS-EARLY-DAYS
              MOVE 1 TO WS-IND-IDX
              PERFORM 3900-FLAG-INDICATOR
           END-IF

           PERFORM 3200-CHECK-ADDRESS
           PERFORM 3300-CHECK-ENDORSEMENT
           PERFORM 3400-CHECK-CLAIM-HISTORY
           PERFORM 3500-CHECK-ARREARS

           IF WS-SCORE >= WS-SCORE-THRESHOLD
              MOVE 'H' TO WS-FRAUD-STATUS
           ELSE
              MOVE 'N' TO WS-FRAUD-STATUS
           END-IF

           PERFORM 3700-INSERT-SCORE

           ADD 1 TO WS-CLAIMS-SCORED
           IF FRAUD-HELD
              ADD 1 TO WS-CLAIMS-HELD
              ADD WS-CLAIM-VALUE TO WS-HELD-VALUE
              PERFORM 3800-PRINT-REFERRAL
           END-IF

           PERFORM 3050-FETCH-CLAIM
           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

      *================================================================*
      * A change of house name, number or postcode on CUSTHIST from    *
      * WS-ADDRESS-DAYS before the loss onward - contact-only changes  *
      * (phone, e-mail) do not count.                                  *
      *================================================================*
       3200-CHECK-ADDRESS.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HIT-COUNT
               FROM CUSTHIST
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND (OLDHOUSENAME   <> NEWHOUSENAME
                  OR OLDHOUSENUMBER <> NEWHOUSENUMBER
                  OR OLDPOSTCODE    <> NEWPOSTCODE)
                AND DATE(CHANGEDTIMESTAMP) >=
                    DATE(:WS-CLAIM-DATE) - :WS-ADDRESS-DAYS DAYS
           END-EXEC

           PERFORM 3950-CHECK-SQL

           IF WS-HIT-COUNT > 0
              MOVE 2 TO WS-IND-IDX
              PERFORM 3900-FLAG-INDICATOR
           END-IF

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-CHECK-ENDORSEMENT.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HIT-COUNT
               FROM POLENDORSE
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND DATE(ENDORSEDTIMESTAMP) BETWEEN
                    DATE(:WS-CLAIM-DATE) - :WS-ENDORSE-DAYS DAYS
                    AND DATE(:WS-CLAIM-DATE)
           END-EXEC

           PERFORM 3950-CHECK-SQL

           IF WS-HIT-COUNT > 0
              MOVE 3 TO WS-IND-IDX
              PERFORM 3900-FLAG-INDICATOR
           END-IF

           PERFORM 3300-EXIT
           .
       3300-EXIT.
           EXIT.

      *================================================================*
      * Other claims with a date of loss in the WS-HISTORY-DAYS before *
      * this one - on any of the customer's policies, or for a motor   *
      * policy on any policy covering the same registration (whoever  *
      * holds it now).                                                 *
      *================================================================*
       3400-CHECK-CLAIM-HISTORY.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HIT-COUNT
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND CLAIMNUMBER   <> :WS-CLAIM-NUM-INT
                AND DATE(CLAIMDATE) BETWEEN
                    DATE(:WS-CLAIM-DATE) - :WS-HISTORY-DAYS DAYS
                    AND DATE(:WS-CLAIM-DATE)
           END-EXEC

           PERFORM 3950-CHECK-SQL

           IF WS-HIT-COUNT < WS-HISTORY-CLAIMS
              AND DB2-POLICYTYPE = 'M'
              PERFORM 3450-CHECK-REGISTRATION
           END-IF

           IF WS-HIT-COUNT >= WS-HISTORY-CLAIMS
              MOVE 4 TO WS-IND-IDX
              PERFORM 3900-FLAG-INDICATOR
           END-IF

           PERFORM 3400-EXIT
           .
       3400-EXIT.
           EXIT.

       3450-CHECK-REGISTRATION.

           MOVE SPACES TO WS-REGISTRATION

           EXEC SQL
             SELECT REGISTRATION
               INTO :WS-REGISTRATION
               FROM MOTOR
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC

           IF SQLCODE NOT = 100
              PERFORM 3950-CHECK-SQL
           END-IF

           IF WS-REGISTRATION NOT = SPACES
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM CLAIM CLM
                 INNER JOIN MOTOR MOT
                    ON MOT.POLICYNUMBER = CLM.POLICYNUMBER
                 WHERE MOT.REGISTRATION = :WS-REGISTRATION
                   AND CLM.CLAIMNUMBER <> :WS-CLAIM-NUM-INT
                   AND DATE(CLM.CLAIMDATE) BETWEEN
                       DATE(:WS-CLAIM-DATE) - :WS-HISTORY-DAYS DAYS
                       AND DATE(:WS-CLAIM-DATE)
              END-EXEC

              PERFORM 3950-CHECK-SQL
           END-IF

           PERFORM 3450-EXIT
           .
       3450-EXIT.
           EXIT.

      *================================================================*
      * Arrears on LGARREAR's basis: a policy on an instalment plan    *
      * owes the instalments LGBILL has demanded whose collection date *
      * has passed; any other policy owes its premium from the type-   *
      * specific column plus its IPT.  PAYMENT short of what is owed   *
      * is arrears.  A policy with no subtype row has no premium to be *
      * in arrears against.                                            *
      *================================================================*
       3500-CHECK-ARREARS.

           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN STATUS = 'B'
                                        AND DATE(CASE
                                            WHEN COLLECTIONDATE = ' '
                                            THEN DUEDATE
                                            ELSE COLLECTIONDATE END)
                                            < CURRENT DATE
                                       THEN AMOUNT ELSE 0 END), 0)
                INTO :WS-PLAN-ROWS,
                     :WS-PLAN-DUE
                FROM INSTALMENT
               WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC

           PERFORM 3950-CHECK-SQL

           IF WS-PLAN-ROWS > 0
              MOVE WS-PLAN-DUE TO WS-AMOUNT-OWED
           ELSE
              PERFORM 3550-GET-POLICY-PREMIUM
              COMPUTE WS-AMOUNT-OWED =
                 WS-POLICY-PREMIUM + WS-POLICY-IPT
           END-IF

           IF WS-AMOUNT-OWED > WS-PAYMENT-INT
              MOVE 5 TO WS-IND-IDX
              PERFORM 3900-FLAG-INDICATOR
           END-IF

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

       3550-GET-POLICY-PREMIUM.

           EVALUATE DB2-POLICYTYPE
             WHEN 'M'
                EXEC SQL
                   SELECT PREMIUM INTO :WS-POLICY-PREMIUM
                   FROM MOTOR
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'E'
                EXEC SQL
                   SELECT SUMASSURED INTO :WS-POLICY-PREMIUM
                   FROM ENDOWMENT
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'H'
                EXEC SQL
                   SELECT VALUE INTO :WS-POLICY-PREMIUM
                   FROM HOUSE
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'C'
                EXEC SQL
                   SELECT PREMIUM INTO :WS-POLICY-PREMIUM
                   FROM COMMERCIAL
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN OTHER
                MOVE 100 TO SQLCODE
           END-EVALUATE

           EVALUATE SQLCODE
             WHEN 0
                CONTINUE
             WHEN 100
                MOVE ZEROES TO WS-POLICY-PREMIUM
                MOVE ZEROES TO WS-POLICY-IPT
             WHEN OTHER
                DISPLAY 'SQL ERROR ON PREMIUM LOOKUP, SQLCODE:'
                         SQLCODE
                MOVE '90' TO WS-STATUS-CODE
                PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3550-EXIT
           .
       3550-EXIT.
           EXIT.

      *================================================================*
      * Remember the score - the row is what keeps the claim from      *
      * being scored again and, while 'H', what LGCLMSET holds it on.  *
      *================================================================*
       3700-INSERT-SCORE.

           EXEC SQL
             INSERT INTO CLAIMFRAUD
                       ( CLAIMNUMBER,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         SCORE,
                         REASONS,
                         FRAUDSTATUS,
                         SCOREDTIMESTAMP )
                VALUES ( :WS-CLAIM-NUM-INT,
                         :WS-POLICY-NUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :WS-SCORE,
                         :WS-REASONS,
                         :WS-FRAUD-STATUS,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON CLAIMFRAUD INSERT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3700-EXIT
           .
       3700-EXIT.
           EXIT.

      *================================================================*
      * One worklist line - the reasons the claim scored spelled out   *
      * in indicator order.                                            *
      *================================================================*
       3800-PRINT-REFERRAL.

           MOVE WS-CLAIM-NUM-INT   TO RL-CLAIM-NUM
           MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           MOVE WS-CLAIM-DATE      TO RL-LOSS-DATE
           MOVE WS-CLAIM-VALUE     TO RL-VALUE
           MOVE WS-SCORE           TO RL-SCORE
           MOVE SPACES             TO RL-REASONS
           MOVE 1                  TO WS-REASON-PTR

           PERFORM 3850-LIST-REASON
              VARYING WS-IND-IDX FROM 1 BY 1
                UNTIL WS-IND-IDX > 5

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 3800-EXIT
           .
       3800-EXIT.
           EXIT.

       3850-LIST-REASON.

           IF WS-REASON-FLAG(WS-IND-IDX) NOT = SPACE
              STRING WS-IND-NAME(WS-IND-IDX) DELIMITED BY SIZE
                     INTO RL-REASONS
                     WITH POINTER WS-REASON-PTR
              END-STRING
           END-IF

           PERFORM 3850-EXIT
           .
       3850-EXIT.
           EXIT.

       3900-FLAG-INDICATOR.

           MOVE WS-IND-CODE(WS-IND-IDX)
             TO WS-REASON-FLAG(WS-IND-IDX)
           ADD WS-IND-WEIGHT(WS-IND-IDX) TO WS-SCORE

           PERFORM 3900-EXIT
           .
       3900-EXIT.
           EXIT.

       3950-CHECK-SQL.

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR SCORING CLAIM:' WS-CLAIM-NUM-INT
                      ' SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3950-EXIT
           .
       3950-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected decision to REJECT-FILE with a reason code    *
      * instead of aborting the run:                                   *
      *   80 - claim number not held on the worklist                   *
      *   82 - decision code not 'C' or 'F'                            *
      *   85 - claim already decided                                   *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-CLAIM-NUM      TO REJ-CLAIM-NUM
           MOVE IN-DECISION       TO REJ-DECISION
           MOVE WS-STATUS-CODE    TO REJ-REASON-CODE

           WRITE REJ-REC FROM WS-REJ-REC

           IF NOT REJ-OK
              DISPLAY 'INVALID FILE STATUS ON REJECT WRITE:' FS-REJECT
           END-IF

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           ADD 1 TO WS-REJECT-COUNT
           PERFORM 4500-EXIT
           .
       4500-EXIT.
           EXIT.

      *================================================================*
      * Control totals at the foot of the worklist, with the number of *
      * claims still held after this run - today's referrals plus any  *
      * earlier ones not yet decided.                                  *
      *================================================================*
       5000-WRITE-TOTALS.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-WORKLIST-COUNT
               FROM CLAIMFRAUD
              WHERE FRAUDSTATUS = 'H'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON WORKLIST COUNT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
           END-IF

           MOVE 'DECISIONS - CLEARED   - ' TO RL-TOT-TITLE
           MOVE WS-CLEARED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'DECISIONS - FRAUD     - ' TO RL-TOT-TITLE
           MOVE WS-CONFIRMED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'DECISIONS REJECTED    - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLAIMS SCORED         - ' TO RL-TOT-TITLE
           MOVE WS-CLAIMS-SCORED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLAIMS REFERRED       - ' TO RL-TOT-TITLE
           MOVE WS-CLAIMS-HELD TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'VALUE REFERRED        - ' TO RL-TOT-TITLE
           MOVE WS-HELD-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLAIMS HELD ON LIST   - ' TO RL-TOT-TITLE
           MOVE WS-WORKLIST-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           PERFORM 8000-EXIT
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'WORST STATUS CODE THIS RUN:' WS-WORST-STATUS-CODE
           DISPLAY 'DECISIONS APPLIED:' WS-CLEARED ' CLEARED, '
                   WS-CONFIRMED ' FRAUD'
           DISPLAY 'DECISIONS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'CLAIMS SCORED:' WS-CLAIMS-SCORED
           DISPLAY 'CLAIMS REFERRED:' WS-CLAIMS-HELD

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-CLAIMS-SCORED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
