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
       PROGRAM-ID. LGNTFRTN.
      *****************************************************************
      * E-mail/SMS gateway return load.  The gateway hands back the  *
      * notification records (LGNTFREC layout) it could not deliver, *
      * each with NT-OUTCOME 'B' bounced or 'F' failed and its       *
      * reason.  For each one:                                       *
      *                                                                *
      *  - the outcome, reason and time are recorded on the item's   *
      *    CORRLOG row, found on the key the record carries back     *
      *    (customer, policy, item type, program and run date);      *
      *  - an item that went by e-mail or SMS alone falls back to    *
      *    post - a statement's customer number goes to STMTFALL     *
      *    for the LGSTMT driver-mode reprint in the next step,      *
      *    which logs its own CORRLOG row; any other item goes to    *
      *    POSTOUT in the same layout for the print vendor, and a    *
      *    CORRLOG row (CHANNEL 'P', PROGRAM 'LGNTFRTN') records the *
      *    postal copy;                                              *
      *  - an e-mail-and-post item was printed already, so only the  *
      *    outcome is recorded.                                      *
      *                                                                *
      * A return that cannot be matched or is not a bounce or        *
      * failure goes to REJFILE with a reason code.  An outcome is   *
      * recorded once only - the same return loaded twice is         *
      * rejected the second time, not posted twice.                  *
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

           SELECT POST-FILE ASSIGN TO POSTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-POSTOUT.

           SELECT STMTFALL-FILE ASSIGN TO STMTFALL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-STMTFALL.

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
      * The gateway's undelivered items - one LGNTFREC record each,    *
      * with the outcome and its reason filled in.                     *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(350).

      ******************************************************************
      *          POSTAL FALLBACK FILE                                  *
      * Every non-statement item to be sent again by post - the same   *
      * LGNTFREC record, its item image being what the vendor prints.  *
      ******************************************************************
       FD  POST-FILE
           RECORDING MODE IS F.
       01 POST-REC               PIC X(350).

      ******************************************************************
      *          STATEMENT REPRINT DRIVER                              *
      * Customer numbers whose statement is to be reprinted - the      *
      * CUSTIN driver layout LGSTMT reads.                             *
      ******************************************************************
       FD  STMTFALL-FILE
           RECORDING MODE IS F.
       01 STMTFALL-REC           PIC 9(10).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per return that could not be loaded.                *
      ******************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJ-REC.
       01 REJ-REC                PIC X(50).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-POSTOUT          PIC X(02)  VALUE SPACES.
             88 POSTOUT-OK                  VALUE '00'.
          05 FS-STMTFALL         PIC X(02)  VALUE SPACES.
             88 STMTFALL-OK                 VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

      * The returned notification record.
       COPY LGNTFREC.

       01 WS-REJ-REC.
          05 REJ-CUST-NUMBER     PIC 9(10).
          05 REJ-POLICY-NUM      PIC 9(10).
          05 REJ-ITEM-TYPE       PIC X(01).
          05 REJ-PROGRAM         PIC X(08).
          05 REJ-RUN-DATE        PIC X(10).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(09).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-OUTCOMES-LOADED  PIC 9(09) VALUE ZEROES.
          05 WS-BOUNCED-COUNT    PIC 9(09) VALUE ZEROES.
          05 WS-FAILED-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-ITEMS-POSTED     PIC 9(09) VALUE ZEROES.
          05 WS-STMT-REPRINTS    PIC 9(09) VALUE ZEROES.
          05 WS-ALREADY-POSTED   PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-DONE-ROWS        PIC S9(09) COMP-5.
          05 WS-ACTION           PIC X(14).

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(45)  VALUE
                'GENAPP E-MAIL/SMS UNDELIVERED ITEMS'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(10)  VALUE 'CUST NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'ITEM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(08)  VALUE 'PROGRAM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'RUN DATE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'VIA'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'OUTCOME'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(30)  VALUE 'REASON'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(14)  VALUE 'ACTION'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CUSNUM        PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POLNUM        PIC 9(10).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-ITEM-TYPE     PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-PROGRAM       PIC X(08).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-RUN-DATE      PIC X(10).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-CHANNEL       PIC X(01).
             10 FILLER           PIC X(06)  VALUE ' '.
             10 RL-OUTCOME       PIC X(01).
             10 FILLER           PIC X(06)  VALUE ' '.
             10 RL-REASON        PIC X(30).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-ACTION        PIC X(14).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TOT-TITLE     PIC X(24).
             10 RL-TOT-VALUE     PIC Z(12)9.
          05 WS-SECTION-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-SECTION-TITLE PIC X(40).

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

           DISPLAY 'START OF PROGRAM LGNTFRTN'

           MOVE 'LGNTFRTN' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-READ-INPUT
           PERFORM 2000-PROCESS-RETURN
              UNTIL END-OF-INP

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
           WRITE RPT-LINE FROM WS-HEADING-LINE

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

           OPEN OUTPUT POST-FILE

           IF NOT POSTOUT-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN POSTOUT:' FS-POSTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT STMTFALL-FILE

           IF NOT STMTFALL-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN STMTFALL:'
                       FS-STMTFALL
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

           READ INPUT01-FILE INTO NOTIFY-RECORD
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
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One undelivered item - record the outcome on its CORRLOG row,  *
      * then send it by post unless it was printed already.            *
      *================================================================*
       2000-PROCESS-RETURN.

           MOVE '00' TO WS-STATUS-CODE

           IF NOT NT-OUTCOME-VALID
              DISPLAY 'RETURN OUTCOME NOT B OR F:' NT-OUTCOME
                      ' CUSTOMER:' NT-CUSTOMER-NUM
              MOVE '82' TO WS-STATUS-CODE
           ELSE
              PERFORM 2100-RECORD-OUTCOME
           END-IF

           IF WS-STATUS-CODE = '00'
              IF NT-ALSO-POSTED = 'Y'
                 MOVE 'ALREADY POSTED' TO WS-ACTION
                 ADD 1 TO WS-ALREADY-POSTED
              ELSE
                 PERFORM 2300-FALL-BACK-TO-POST
              END-IF
              PERFORM 2800-WRITE-DETAIL
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Outcome onto the item's CORRLOG row - one sent by e-mail or    *
      * SMS whose outcome is still blank.  No such row is either an    *
      * item we never sent that way (80) or one whose outcome is in    *
      * already (81).                                                  *
      *================================================================*
       2100-RECORD-OUTCOME.

           MOVE NT-CUSTOMER-NUM TO WS-CUSTOMER-NUMBER
           MOVE NT-POLICY-NUM   TO WS-POLICY-NUM-INT

           EXEC SQL
             UPDATE CORRLOG
                SET OUTCOME          = :NT-OUTCOME,
                    OUTCOMEREASON    = :NT-OUTCOME-REASON,
                    OUTCOMETIMESTAMP = CURRENT TIMESTAMP
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND POLICYNUMBER   = :WS-POLICY-NUM-INT
                AND ITEMTYPE       = :NT-ITEM-TYPE
                AND PROGRAM        = :NT-PROGRAM
                AND RUNDATE        = :NT-RUN-DATE
                AND CHANNEL IN ('E', 'S', 'B')
                AND OUTCOME        = ' '
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-OUTCOMES-LOADED
                 IF NT-BOUNCED
                    ADD 1 TO WS-BOUNCED-COUNT
                 ELSE
                    ADD 1 TO WS-FAILED-COUNT
                 END-IF
              WHEN 100
                 PERFORM 2150-CHECK-ALREADY-LOADED
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON CORRLOG UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2150-CHECK-ALREADY-LOADED.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-DONE-ROWS
               FROM CORRLOG
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND POLICYNUMBER   = :WS-POLICY-NUM-INT
                AND ITEMTYPE       = :NT-ITEM-TYPE
                AND PROGRAM        = :NT-PROGRAM
                AND RUNDATE        = :NT-RUN-DATE
                AND CHANNEL IN ('E', 'S', 'B')
                AND OUTCOME       <> ' '
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON CORRLOG SELECT, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              WHEN WS-DONE-ROWS > 0
                 DISPLAY 'OUTCOME ALREADY LOADED, CUSTOMER:'
                          NT-CUSTOMER-NUM
                 MOVE '81' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'NO E-MAIL/SMS ITEM ON CORRLOG, CUSTOMER:'
                          NT-CUSTOMER-NUM
                 MOVE '80' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * Send the item again by post.  A statement is reprinted from    *
      * the book by LGSTMT in driver mode, which logs it itself; any   *
      * other item goes to the print vendor as it was sent, and the    *
      * postal copy is logged here.                                    *
      *================================================================*
       2300-FALL-BACK-TO-POST.

           IF NT-ITEM-TYPE = 'S'
              MOVE NT-CUSTOMER-NUM TO STMTFALL-REC
              WRITE STMTFALL-REC
              IF NOT STMTFALL-OK
                 DISPLAY 'INVALID FILE STATUS ON STMTFALL WRITE:'
                          FS-STMTFALL
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
              MOVE 'STMT REPRINT' TO WS-ACTION
              ADD 1 TO WS-STMT-REPRINTS
           ELSE
              WRITE POST-REC FROM NOTIFY-RECORD
              IF NOT POSTOUT-OK
                 DISPLAY 'INVALID FILE STATUS ON POSTOUT WRITE:'
                          FS-POSTOUT
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
              MOVE 'SENT BY POST' TO WS-ACTION
              ADD 1 TO WS-ITEMS-POSTED
              PERFORM 2350-LOG-POSTAL-COPY
           END-IF

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * The postal copy on the correspondence log, so "did we send it" *
      * shows the e-mail that bounced and the letter that followed.    *
      * A failed log insert is reported but never stops the letter.    *
      *================================================================*
       2350-LOG-POSTAL-COPY.

           EXEC SQL
             INSERT INTO CORRLOG
                       ( CUSTOMERNUMBER,
                         POLICYNUMBER,
                         ITEMTYPE,
                         PROGRAM,
                         RUNDATE,
                         SENTTIMESTAMP,
                         CHANNEL )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         :WS-POLICY-NUM-INT,
                         :NT-ITEM-TYPE,
                         'LGNTFRTN',
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIMESTAMP,
                         'P' )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING - CORRESPONDENCE LOG INSERT FAILED:'
                      SQLCODE
           END-IF

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

       2800-WRITE-DETAIL.

           MOVE NT-CUSTOMER-NUM   TO RL-CUSNUM
           MOVE NT-POLICY-NUM     TO RL-POLNUM
           MOVE NT-ITEM-TYPE      TO RL-ITEM-TYPE
           MOVE NT-PROGRAM        TO RL-PROGRAM
           MOVE NT-RUN-DATE       TO RL-RUN-DATE
           MOVE NT-CHANNEL        TO RL-CHANNEL
           MOVE NT-OUTCOME        TO RL-OUTCOME
           MOVE NT-OUTCOME-REASON TO RL-REASON
           MOVE WS-ACTION         TO RL-ACTION

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 2800-EXIT
           .
       2800-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected return to REJECT-FILE with a reason code      *
      * instead of aborting the run:                                   *
      *   80 - no item sent by e-mail or SMS on CORRLOG for the key    *
      *   81 - outcome already loaded for the item                     *
      *   82 - outcome is not B (bounced) or F (failed)                *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE NT-CUSTOMER-NUM   TO REJ-CUST-NUMBER
           MOVE NT-POLICY-NUM     TO REJ-POLICY-NUM
           MOVE NT-ITEM-TYPE      TO REJ-ITEM-TYPE
           MOVE NT-PROGRAM        TO REJ-PROGRAM
           MOVE NT-RUN-DATE       TO REJ-RUN-DATE
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
      * Control totals for the run at the foot of the listing.         *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'RUN TOTALS' TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           MOVE 'RETURNS READ          - ' TO RL-TOT-TITLE
           MOVE WS-RECORDS-READ TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'BOUNCED               - ' TO RL-TOT-TITLE
           MOVE WS-BOUNCED-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'FAILED                - ' TO RL-TOT-TITLE
           MOVE WS-FAILED-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'SENT BY POST          - ' TO RL-TOT-TITLE
           MOVE WS-ITEMS-POSTED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'STATEMENTS TO REPRINT - ' TO RL-TOT-TITLE
           MOVE WS-STMT-REPRINTS TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'POSTED ALREADY        - ' TO RL-TOT-TITLE
           MOVE WS-ALREADY-POSTED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RETURNS REJECTED      - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE POST-FILE
           CLOSE STMTFALL-FILE
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
           DISPLAY 'RETURNS READ:' WS-RECORDS-READ
           DISPLAY 'OUTCOMES LOADED:' WS-OUTCOMES-LOADED
           DISPLAY 'ITEMS SENT BY POST:' WS-ITEMS-POSTED
           DISPLAY 'STATEMENTS TO REPRINT:' WS-STMT-REPRINTS
           DISPLAY 'RETURNS REJECTED:' WS-REJECT-COUNT

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-OUTCOMES-LOADED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
