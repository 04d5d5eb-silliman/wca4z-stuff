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
       PROGRAM-ID. LGSNSCRN.
      *****************************************************************
      * Sanctions and PEP compliance worklist - nightly, in two      *
      * passes:                                                      *
      *                                                                *
      *  - compliance's decision feed (worklist number plus 'C'      *
      *    cleared / 'M' match confirmed, the reviewer's id and a    *
      *    short note) is applied to the pending SANCREVIEW rows     *
      *    first, the same decision-feed shape LGCLMFRD applies to   *
      *    CLAIMFRAUD, so a customer cleared today can be issued a   *
      *    policy tomorrow.  Who decided, when, and the note are     *
      *    kept on the row;                                          *
      *  - when LGSNLOAD has loaded a new watchlist since the last   *
      *    rescreen (its GENASANC header against the load date and   *
      *    time carried on SNCTLIN), every customer on the book is   *
      *    screened again through LGSANCHK - the same match rule     *
      *    onboarding uses - and each new possible match is held on  *
      *    the worklist and printed.  Erased customers are skipped.  *
      *                                                                *
      * SNCTLOUT receives the load date and time of the list the     *
      * book now stands screened against, for the scheduler to swap  *
      * into the next run's SNCTLIN (unchanged when no new list was  *
      * loaded).  A decision that cannot be applied goes to REJFILE  *
      * with a reason code and the review stays pending.             *
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

           SELECT OPTIONAL SNCTL-IN-FILE ASSIGN TO SNCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SNCTL-IN.

           SELECT SNCTL-OUT-FILE ASSIGN TO SNCTLOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SNCTL-OUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *                  INPUT FILE                                    *
      * One record per compliance decision on a pending review - the   *
      * worklist number, the decision code, the reviewer's id and a    *
      * short note of the grounds.                                     *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(50).

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

       FD  SNCTL-IN-FILE
           RECORDING MODE IS F.
       01 SNCTL-IN-REC           PIC X(16).

       FD  SNCTL-OUT-FILE
           RECORDING MODE IS F.
       01 SNCTL-OUT-REC          PIC X(16).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-SNCTL-IN         PIC X(02)  VALUE SPACES.
             88 SNCTL-IN-OPEN-OK            VALUES '00' '05'.
          05 FS-SNCTL-OUT        PIC X(02)  VALUE SPACES.
             88 SNCTL-OUT-OK                VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-EOF-CUSTOMER     PIC X(01)  VALUE ' '.
             88 END-OF-CUSTOMERS            VALUE 'Y'.
          05 WS-EOF-HIT          PIC X(01)  VALUE ' '.
             88 END-OF-HITS                 VALUE 'Y'.
          05 WS-LIST-STATE       PIC X(01)  VALUE ' '.
             88 LIST-IS-NEW                 VALUE 'N'.
             88 LIST-ALREADY-SCREENED       VALUE 'S'.
             88 LIST-UNAVAILABLE            VALUE 'U'.

       01 WS-IN-REC.
          05 IN-REVIEW-NUM       PIC 9(09).
          05 IN-DECISION         PIC X(01).
             88 IN-DECISION-CLEAR           VALUE 'C'.
             88 IN-DECISION-VALID           VALUES 'C' 'M'.
          05 IN-REVIEWER         PIC X(08).
          05 IN-NOTE             PIC X(30).
          05 FILLER              PIC X(02).

       01 WS-REJ-REC.
          05 REJ-REVIEW-NUM      PIC 9(09).
          05 REJ-DECISION        PIC X(01).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(18).

      *================================================================*
      * The list the book was last screened against (SNCTLIN) and the  *
      * one now loaded (the GENASANC header) - load date then time.    *
      *================================================================*
       01 WS-LAST-SCREENED.
          05 WS-LAST-LOAD-DATE   PIC 9(08)  VALUE ZEROES.
          05 WS-LAST-LOAD-TIME   PIC 9(08)  VALUE ZEROES.
       01 WS-LIST-LOADED.
          05 WS-LIST-LOAD-DATE   PIC 9(08)  VALUE ZEROES.
          05 WS-LIST-LOAD-TIME   PIC 9(08)  VALUE ZEROES.

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-CLEARED          PIC 9(09) VALUE ZEROES.
          05 WS-CONFIRMED        PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-CUSTS-SCREENED   PIC 9(09) VALUE ZEROES.
          05 WS-CUSTS-UNSCREENED PIC 9(09) VALUE ZEROES.
          05 WS-NEW-HITS         PIC 9(09) VALUE ZEROES.
          05 WS-WORKLIST-COUNT   PIC S9(09) COMP-5 VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK, the same worst-status-code
      * pattern LGCLMFRD uses.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-REVIEW-NUM-INT   PIC S9(09) COMP-5.
          05 WS-MAX-REVIEW-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-REVIEW-STATUS    PIC X(01).
             88 REVIEW-PENDING              VALUE 'P'.
          05 WS-HIT-LIST-TYPE    PIC X(01).
          05 WS-HIT-LIST-REF     PIC X(20).
          05 WS-HIT-LIST-NAME    PIC X(50).
          05 WS-HIT-REASONS      PIC X(03).

       COPY LGSANCA.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(45)  VALUE
                'GENAPP SANCTIONS AND PEP COMPLIANCE WORKLIST'.
          05 WS-SECTION-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-SECTION-TITLE PIC X(40).
          05 WS-LIST-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE
                'WATCHLIST LOADED '.
             10 RL-LIST-DATE     PIC 9(08).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-LIST-TIME     PIC 9(08).
             10 FILLER           PIC X(03)  VALUE ' - '.
             10 RL-LIST-ENTRIES  PIC Z(06)9.
             10 FILLER           PIC X(08)  VALUE ' ENTRIES'.
          05 WS-DECISION-HEADING.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'REVIEW NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'DECISION'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'REVIEWER'.
             10 FILLER           PIC X(04)  VALUE 'NOTE'.
          05 WS-DECISION-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-D-REVIEW-NUM  PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-D-DECISION    PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-D-REVIEWER    PIC X(08).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-D-NOTE        PIC X(30).
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'REVIEW NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'CUST NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(21)  VALUE 'CUSTOMER'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'LIST'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(20)  VALUE 'LIST REF'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(40)  VALUE 'LISTED AS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(05)  VALUE 'MATCH'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-REVIEW-NUM    PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM        PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CUST-FIRSTNAME PIC X(10).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CUST-LASTNAME PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-LIST-TYPE     PIC X(12).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-LIST-REF      PIC X(20).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-LIST-NAME     PIC X(40).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-REASONS       PIC X(03).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-TOT-TITLE     PIC X(24).
             10 RL-TOT-VALUE     PIC Z(12)9.

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

           DISPLAY 'START OF PROGRAM LGSNSCRN'

           MOVE 'LGSNSCRN' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           MOVE 'COMPLIANCE DECISIONS APPLIED'
             TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE
           WRITE RPT-LINE FROM WS-DECISION-HEADING

           PERFORM 1500-READ-INPUT
           PERFORM 2000-APPLY-DECISION
              UNTIL END-OF-INP

           PERFORM 3000-CHECK-WATCHLIST

           IF LIST-IS-NEW
              MOVE 'NEW POSSIBLE MATCHES FROM THE RESCREEN'
                TO RL-SECTION-TITLE
              WRITE RPT-LINE FROM WS-SECTION-LINE
              WRITE RPT-LINE FROM WS-LIST-LINE
              WRITE RPT-LINE FROM WS-HEADING-LINE

              PERFORM 3100-RESCREEN-BOOK
              PERFORM 3500-REPORT-NEW-HITS
           END-IF

           PERFORM 3900-WRITE-CONTROL

           PERFORM 5000-WRITE-TOTALS

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE
           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-CONTROL

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

      *================================================================*
      * SNCTLIN carries the load date and time of the list the book    *
      * was last rescreened against.  A missing (status 05) or empty   *
      * control file means never - the whole book is screened against  *
      * whatever list is loaded now.                                   *
      *================================================================*
       1150-READ-CONTROL.

           OPEN INPUT SNCTL-IN-FILE

           IF NOT SNCTL-IN-OPEN-OK
              DISPLAY '1150-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN SNCTLIN:'
                       FS-SNCTL-IN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ SNCTL-IN-FILE INTO WS-LAST-SCREENED
           AT END
              MOVE ZEROES TO WS-LAST-SCREENED
           END-READ

           IF WS-LAST-SCREENED NOT NUMERIC
              DISPLAY 'INVALID SNCTLIN RECORD:' WS-LAST-SCREENED
              MOVE ZEROES TO WS-LAST-SCREENED
           END-IF

           CLOSE SNCTL-IN-FILE

           OPEN OUTPUT SNCTL-OUT-FILE

           IF NOT SNCTL-OUT-OK
              DISPLAY '1150-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN SNCTLOUT:'
                       FS-SNCTL-OUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'BOOK LAST SCREENED AGAINST LIST:'
                    WS-LAST-LOAD-DATE ' ' WS-LAST-LOAD-TIME

           PERFORM 1150-EXIT
           .
       1150-EXIT.
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
              DISPLAY 'DECISION FOR REVIEW ' IN-REVIEW-NUM
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One compliance decision against a pending review.  Only a      *
      * review still 'P' can be decided; the update re-tests the       *
      * status so a decision keyed twice in the feed is rejected the   *
      * second time.                                                   *
      *================================================================*
       2000-APPLY-DECISION.

           MOVE '00' TO WS-STATUS-CODE

           IF NOT IN-DECISION-VALID
              DISPLAY 'INVALID DECISION CODE FOR REVIEW:' IN-REVIEW-NUM
              MOVE '82' TO WS-STATUS-CODE
           ELSE
              MOVE IN-REVIEW-NUM TO WS-REVIEW-NUM-INT
              PERFORM 2100-GET-REVIEW-ROW
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-UPDATE-DECISION
           END-IF

           IF WS-STATUS-CODE = '00'
              MOVE IN-REVIEW-NUM   TO RL-D-REVIEW-NUM
              MOVE IN-REVIEWER     TO RL-D-REVIEWER
              MOVE IN-NOTE         TO RL-D-NOTE
              IF IN-DECISION-CLEAR
                 MOVE 'CLEARED'    TO RL-D-DECISION
                 ADD 1 TO WS-CLEARED
              ELSE
                 MOVE 'MATCH'      TO RL-D-DECISION
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

       2100-GET-REVIEW-ROW.

           EXEC SQL
             SELECT STATUS
               INTO :WS-REVIEW-STATUS
               FROM SANCREVIEW
              WHERE REVIEWNUMBER = :WS-REVIEW-NUM-INT
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'REVIEW NOT ON THE WORKLIST:' IN-REVIEW-NUM
                 MOVE '80' TO WS-STATUS-CODE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON WORKLIST LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              WHEN NOT REVIEW-PENDING
                 DISPLAY 'REVIEW ALREADY DECIDED:' IN-REVIEW-NUM
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
             UPDATE SANCREVIEW
                SET STATUS           = :IN-DECISION,
                    REVIEWER         = :IN-REVIEWER,
                    DECIDEDTIMESTAMP = CURRENT TIMESTAMP,
                    DECISIONNOTE     = :IN-NOTE
              WHERE REVIEWNUMBER = :WS-REVIEW-NUM-INT
                AND STATUS       = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'REVIEW ALREADY DECIDED:' IN-REVIEW-NUM
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
      * Is there a list loaded that the book has not been screened     *
      * against?  LGSANCHK returns the GENASANC header; a list that    *
      * cannot be read leaves the book as it stands, with a warning.   *
      *================================================================*
       3000-CHECK-WATCHLIST.

           INITIALIZE WS-SANCTION-PARMS
           MOVE 'H'   TO SAN-REQUEST
           MOVE SPACE TO SAN-CICS-FLAG
           CALL SAN-MODULE USING WS-SANCTION-PARMS

           EVALUATE TRUE
              WHEN SAN-STATUS NOT = '00'
                 DISPLAY 'WATCHLIST NOT AVAILABLE, LGSANCHK STATUS:'
                          SAN-STATUS
                 SET LIST-UNAVAILABLE TO TRUE
                 MOVE 'WATCHLIST UNAVAILABLE - NOT RESCREENED'
                   TO RL-SECTION-TITLE
                 WRITE RPT-LINE FROM WS-SECTION-LINE
                 MOVE '04' TO WS-STATUS-CODE
              WHEN SAN-LIST-LOAD-DATE = WS-LAST-LOAD-DATE
               AND SAN-LIST-LOAD-TIME = WS-LAST-LOAD-TIME
                 SET LIST-ALREADY-SCREENED TO TRUE
                 MOVE 'NO NEW WATCHLIST - BOOK NOT RESCREENED'
                   TO RL-SECTION-TITLE
                 WRITE RPT-LINE FROM WS-SECTION-LINE
              WHEN OTHER
                 SET LIST-IS-NEW TO TRUE
                 MOVE SAN-LIST-LOAD-DATE TO WS-LIST-LOAD-DATE
                 MOVE SAN-LIST-LOAD-TIME TO WS-LIST-LOAD-TIME
           END-EVALUATE

           MOVE SAN-LIST-LOAD-DATE TO RL-LIST-DATE
           MOVE SAN-LIST-LOAD-TIME TO RL-LIST-TIME
           MOVE SAN-LIST-ENTRIES   TO RL-LIST-ENTRIES
           DISPLAY 'WATCHLIST LOADED:' SAN-LIST-LOAD-DATE ' '
                    SAN-LIST-LOAD-TIME ' ENTRIES:' SAN-LIST-ENTRIES

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

      *================================================================*
      * Screen every customer on the book against the new list.  The   *
      * highest worklist number before the rescreen marks where its    *
      * new rows begin, for the report.                                *
      *================================================================*
       3100-RESCREEN-BOOK.

           EXEC SQL
             SELECT COALESCE(MAX(REVIEWNUMBER), 0)
               INTO :WS-MAX-REVIEW-INT
               FROM SANCREVIEW
           END-EXEC

           PERFORM 3950-CHECK-SQL

           EXEC SQL
             DECLARE CUST-CURSOR CURSOR FOR
             SELECT CUSTOMERNUMBER,
                    FIRSTNAME,
                    LASTNAME,
                    DATEOFBIRTH,
                    POSTCODE
               FROM CUSTOMER
              WHERE NOT (FIRSTNAME = 'ERASED'
                         AND LASTNAME = 'ERASED')
              ORDER BY CUSTOMERNUMBER
           END-EXEC

           EXEC SQL OPEN CUST-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN CUST-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3150-FETCH-CUSTOMER
           PERFORM 3200-SCREEN-CUSTOMER
              UNTIL END-OF-CUSTOMERS
           EXEC SQL CLOSE CUST-CURSOR END-EXEC

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3150-FETCH-CUSTOMER.

           EXEC SQL
             FETCH CUST-CURSOR
              INTO :WS-CUSTOMER-NUMBER,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME,
                   :DB2-DATEOFBIRTH,
                   :DB2-POSTCODE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CUSTOMERS TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH CUST-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3150-EXIT
           .
       3150-EXIT.
           EXIT.

      *================================================================*
      * One customer through LGSANCHK - the same match rule and the    *
      * same worklist onboarding uses; a match already on the worklist *
      * for the customer keeps the decision it has.                    *
      *================================================================*
       3200-SCREEN-CUSTOMER.

           INITIALIZE WS-SANCTION-PARMS
           MOVE SPACE              TO SAN-REQUEST
           MOVE WS-CUSTOMER-NUMBER TO SAN-CUSTOMER-NUM
           MOVE DB2-FIRSTNAME      TO SAN-FIRSTNAME
           MOVE DB2-LASTNAME       TO SAN-LASTNAME
           MOVE DB2-DATEOFBIRTH    TO SAN-DATEOFBIRTH
           MOVE DB2-POSTCODE       TO SAN-POSTCODE
           MOVE 'R'                TO SAN-SOURCE
           MOVE SPACE              TO SAN-CICS-FLAG
           CALL SAN-MODULE USING WS-SANCTION-PARMS

           EVALUATE SAN-STATUS
              WHEN '00'
              WHEN '01'
                 ADD 1 TO WS-CUSTS-SCREENED
              WHEN '20'
                 ADD 1 TO WS-CUSTS-UNSCREENED
                 MOVE '04' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'RESCREEN FAILED FOR CUSTOMER:'
                          WS-CUSTOMER-NUMBER
                          ' LGSANCHK STATUS:' SAN-STATUS
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           ADD SAN-NEW-HITS TO WS-NEW-HITS

           PERFORM 3150-FETCH-CUSTOMER
           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

      *================================================================*
      * Every row the rescreen added to the worklist, with the         *
      * customer it holds.                                             *
      *================================================================*
       3500-REPORT-NEW-HITS.

           EXEC SQL
             DECLARE HIT-CURSOR CURSOR FOR
             SELECT REV.REVIEWNUMBER,
                    REV.CUSTOMERNUMBER,
                    CUS.FIRSTNAME,
                    CUS.LASTNAME,
                    REV.LISTTYPE,
                    REV.LISTREF,
                    REV.LISTNAME,
                    REV.MATCHREASONS
               FROM SANCREVIEW REV
              INNER JOIN CUSTOMER CUS
                 ON CUS.CUSTOMERNUMBER = REV.CUSTOMERNUMBER
              WHERE REV.REVIEWNUMBER > :WS-MAX-REVIEW-INT
                AND REV.SOURCE       = 'R'
              ORDER BY REV.REVIEWNUMBER
           END-EXEC

           EXEC SQL OPEN HIT-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN HIT-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3550-FETCH-HIT
           PERFORM 3600-WRITE-HIT
              UNTIL END-OF-HITS
           EXEC SQL CLOSE HIT-CURSOR END-EXEC

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

       3550-FETCH-HIT.

           EXEC SQL
             FETCH HIT-CURSOR
              INTO :WS-REVIEW-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :DB2-FIRSTNAME,
                   :DB2-LASTNAME,
                   :WS-HIT-LIST-TYPE,
                   :WS-HIT-LIST-REF,
                   :WS-HIT-LIST-NAME,
                   :WS-HIT-REASONS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-HITS TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH HIT-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3550-EXIT
           .
       3550-EXIT.
           EXIT.

       3600-WRITE-HIT.

           MOVE WS-REVIEW-NUM-INT  TO RL-REVIEW-NUM
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           MOVE DB2-FIRSTNAME      TO RL-CUST-FIRSTNAME
           MOVE DB2-LASTNAME       TO RL-CUST-LASTNAME
           EVALUATE WS-HIT-LIST-TYPE
              WHEN 'S'
                 MOVE 'SANCTIONS'    TO RL-LIST-TYPE
              WHEN 'P'
                 MOVE 'PEP'          TO RL-LIST-TYPE
              WHEN OTHER
                 MOVE 'NOT SCREENED' TO RL-LIST-TYPE
           END-EVALUATE
           MOVE WS-HIT-LIST-REF    TO RL-LIST-REF
           MOVE WS-HIT-LIST-NAME   TO RL-LIST-NAME
           MOVE WS-HIT-REASONS     TO RL-REASONS

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 3550-FETCH-HIT
           PERFORM 3600-EXIT
           .
       3600-EXIT.
           EXIT.

      *================================================================*
      * The list the book now stands screened against - the new one    *
      * after a rescreen, otherwise the one SNCTLIN carried.           *
      *================================================================*
       3900-WRITE-CONTROL.

           IF LIST-IS-NEW
              MOVE WS-LIST-LOADED TO SNCTL-OUT-REC
           ELSE
              MOVE WS-LAST-SCREENED TO SNCTL-OUT-REC
           END-IF

           WRITE SNCTL-OUT-REC

           IF NOT SNCTL-OUT-OK
              DISPLAY '3900-WRITE-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON WRITE SNCTLOUT:'
                       FS-SNCTL-OUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3900-EXIT
           .
       3900-EXIT.
           EXIT.

       3950-CHECK-SQL.

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON RESCREEN, SQLCODE:' SQLCODE
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
      *   80 - review number not on the worklist                       *
      *   82 - decision code not 'C' or 'M'                            *
      *   85 - review already decided                                  *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-REVIEW-NUM     TO REJ-REVIEW-NUM
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
      * reviews still pending after this run - tonight's new matches   *
      * plus any earlier ones not yet decided.                         *
      *================================================================*
       5000-WRITE-TOTALS.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-WORKLIST-COUNT
               FROM SANCREVIEW
              WHERE STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON WORKLIST COUNT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
           END-IF

           MOVE 'DECISIONS - CLEARED   - ' TO RL-TOT-TITLE
           MOVE WS-CLEARED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'DECISIONS - MATCH     - ' TO RL-TOT-TITLE
           MOVE WS-CONFIRMED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'DECISIONS REJECTED    - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CUSTOMERS RESCREENED  - ' TO RL-TOT-TITLE
           MOVE WS-CUSTS-SCREENED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CUSTOMERS UNSCREENED  - ' TO RL-TOT-TITLE
           MOVE WS-CUSTS-UNSCREENED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'NEW POSSIBLE MATCHES  - ' TO RL-TOT-TITLE
           MOVE WS-NEW-HITS TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'REVIEWS PENDING       - ' TO RL-TOT-TITLE
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
           CLOSE SNCTL-OUT-FILE
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
                   WS-CONFIRMED ' MATCH'
           DISPLAY 'DECISIONS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'CUSTOMERS RESCREENED:' WS-CUSTS-SCREENED
           DISPLAY 'CUSTOMERS UNSCREENED:' WS-CUSTS-UNSCREENED
           DISPLAY 'NEW POSSIBLE MATCHES:' WS-NEW-HITS

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-CUSTS-SCREENED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
