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
       PROGRAM-ID. LGBRKXFR.
      *****************************************************************
      * Bulk broker portfolio transfer, run on demand when a broker   *
      * sells its book or stops trading.  Reads one instruction per   *
      * transfer - the outgoing broker, the incoming broker (zero     *
      * for the house account), the effective date and, optionally,   *
      * the incoming broker's own reference for the book - and for    *
      * each one:                                                      *
      *                                                                *
      *  - validates both brokers against the GENABRKR master, the    *
      *    way LGBRKST reads it for the statement block;              *
      *  - repoints POLICY.BROKERID (and BROKERSREFERENCE when a new  *
      *    reference is given) on every in-force policy (STATUS 'I')  *
      *    the outgoing broker carries, so next month's LGBRKST pays  *
      *    the incoming broker on them;                               *
      *  - writes a BRKTRANSFER audit row per policy moved;           *
      *  - prints a transfer statement splitting each moved policy's  *
      *    commission, at LGBRKST's type rates, at the effective date *
      *    - the outgoing broker's share earned to that date, and the *
      *    incoming broker's share on the unexpired days left to      *
      *    EXPIRYDATE (clamped to a year, the same basis LGBRKST's    *
      *    clawbacks use).  The incoming share totals are what is     *
      *    due from the outgoing broker to the incoming one.          *
      *                                                                *
      * An instruction that cannot be applied goes to REJFILE with a  *
      * reason code and no policy is moved for it.  A policy that     *
      * leaves the outgoing broker between the cursor and the update  *
      * is left where it is.                                          *
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

      * Broker master - both brokers on an instruction must be on it
      * (the house account, broker zero, has no master record).
           SELECT BROKER-FILE ASSIGN TO GENABRKR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BK-BROKERID
               FILE STATUS IS FS-BROKER.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *                  INPUT FILE                                    *
      * One record per transfer - outgoing broker, incoming broker,    *
      * effective date and the incoming broker's reference.            *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(50).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per transfer instruction that could not be applied. *
      ******************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJ-REC.
       01 REJ-REC                PIC X(50).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       FD  BROKER-FILE.
       COPY LGBRKREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-BROKER           PIC X(02)  VALUE SPACES.
             88 BROKER-OK                   VALUE '00'.
             88 BROKER-NOTFND               VALUE '23'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-SUBTYPE-MISSING  PIC X(01)  VALUE 'N'.
             88 SUBTYPE-MISSING             VALUE 'Y'.

       01 WS-IN-REC.
          05 IN-FROM-BROKERID    PIC 9(10).
          05 IN-TO-BROKERID      PIC 9(10).
          05 IN-EFFECTIVE-DATE   PIC X(10).
          05 IN-NEW-BROKERSREF   PIC X(10).
          05 FILLER              PIC X(10).

       01 WS-REJ-REC.
          05 REJ-FROM-BROKERID   PIC 9(10).
          05 REJ-TO-BROKERID     PIC 9(10).
          05 REJ-EFFECTIVE-DATE  PIC X(10).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(18).

      * Commission rates by policy type - the rates LGBRKST pays at,
      * so the split below divides the commission actually paid.
       COPY LGCOMRT.

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-TRANSFERS-DONE   PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-POLICIES-MOVED   PIC 9(09) VALUE ZEROES.
          05 WS-POLICIES-SKIPPED PIC 9(09) VALUE ZEROES.
          05 WS-RUN-COMMISSION   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-RUN-OUTGOING     PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-RUN-INCOMING     PIC S9(11)V99 COMP-3 VALUE ZEROES.

      * Totals for the transfer being applied, printed at its foot.
       01 WS-XFR-TOTALS.
          05 WS-XFR-MOVED        PIC 9(09).
          05 WS-XFR-PREMIUM      PIC S9(11)V99 COMP-3.
          05 WS-XFR-COMMISSION   PIC S9(11)V99 COMP-3.
          05 WS-XFR-OUTGOING     PIC S9(11)V99 COMP-3.
          05 WS-XFR-INCOMING     PIC S9(11)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-FROM-BROKERID    PIC S9(09) COMP-5.
          05 WS-TO-BROKERID      PIC S9(09) COMP-5.
          05 WS-BROKERID-DISP    PIC 9(10).
          05 WS-FROM-NAME        PIC X(30).
          05 WS-TO-NAME          PIC X(30).
          05 WS-EFFECTIVE-DATE   PIC X(10).
          05 WS-DAYS-SINCE       PIC S9(09) COMP-5.
          05 WS-BOOK-COUNT       PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-POLICY-TYPE      PIC X(01).
          05 WS-OLD-BROKERSREF   PIC X(10).
          05 WS-NEW-BROKERSREF   PIC X(10).
          05 WS-DAYS-UNEXPIRED   PIC S9(09) COMP-5.
          05 WS-POLICY-PREMIUM   PIC S9(07)V99 COMP-3.
          05 WS-COMMISSION       PIC S9(07)V99 COMP-3.
          05 WS-OUTGOING-SHARE   PIC S9(07)V99 COMP-3.
          05 WS-INCOMING-SHARE   PIC S9(07)V99 COMP-3.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(45)  VALUE
                'GENAPP BROKER PORTFOLIO TRANSFER STATEMENT'.
          05 WS-FROM-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(16)  VALUE 'FROM BROKER'.
             10 RL-FROM-BROKERID PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-FROM-NAME     PIC X(30).
          05 WS-TO-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(16)  VALUE 'TO BROKER'.
             10 RL-TO-BROKERID   PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-TO-NAME       PIC X(30).
          05 WS-EFFECTIVE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(16)  VALUE 'EFFECTIVE DATE'.
             10 RL-EFFECTIVE     PIC X(10).
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'CUST NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'TYPE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'OLD REF'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'NEW REF'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE '    PREMIUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE ' COMMISSION'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'DAYS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE '   OUTGOING'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE '   INCOMING'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLNUM        PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM        PIC 9(10).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-POLTYPE       PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-OLD-REF       PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-NEW-REF       PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-PREMIUM       PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-COMMISSION    PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-DAYS          PIC ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-OUTGOING      PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-INCOMING      PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-EXCEPTION     PIC X(10).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TOT-TITLE     PIC X(24).
             10 RL-TOT-VALUE     PIC Z(12)9.99.
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

           DISPLAY 'START OF PROGRAM LGBRKXFR'

           MOVE 'LGBRKXFR' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-READ-INPUT
           PERFORM 2000-APPLY-TRANSFER
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

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The broker master is not optional here as it is for LGBRKST's  *
      * statement block - no book is moved to or from a broker that    *
      * cannot be checked.                                             *
      *================================================================*
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

           OPEN INPUT BROKER-FILE

           IF NOT BROKER-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENABRKR:' FS-BROKER
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
              DISPLAY 'TRANSFER FROM BROKER ' IN-FROM-BROKERID
                      ' TO BROKER ' IN-TO-BROKERID
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One transfer instruction - validate it, then move the book.    *
      *================================================================*
       2000-APPLY-TRANSFER.

           MOVE '00' TO WS-STATUS-CODE

           PERFORM 2100-VALIDATE-TRANSFER

           IF WS-STATUS-CODE = '00'
              PERFORM 2500-MOVE-BOOK
              ADD 1 TO WS-TRANSFERS-DONE
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Both brokers on the master (an incoming broker of zero is the  *
      * house account, taking back the book of an agency that closed   *
      * with no buyer), two different brokers, an effective date that  *
      * is a real date no later than today, and an in-force book to    *
      * move - a transfer keyed twice finds nothing left the second    *
      * time.                                                          *
      *================================================================*
       2100-VALIDATE-TRANSFER.

           MOVE IN-FROM-BROKERID  TO WS-FROM-BROKERID
           MOVE IN-TO-BROKERID    TO WS-TO-BROKERID
           MOVE IN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           MOVE SPACES            TO WS-FROM-NAME
                                     WS-TO-NAME

           IF IN-FROM-BROKERID = 0
              DISPLAY 'NO OUTGOING BROKER ON TRANSFER'
              MOVE '80' TO WS-STATUS-CODE
           ELSE
              MOVE IN-FROM-BROKERID TO WS-BROKERID-DISP
              PERFORM 2150-READ-BROKER
              IF WS-STATUS-CODE = '00'
                 MOVE BK-NAME TO WS-FROM-NAME
              ELSE
                 MOVE '80' TO WS-STATUS-CODE
              END-IF
           END-IF

           IF WS-STATUS-CODE = '00'
              IF IN-TO-BROKERID = 0
                 MOVE 'HOUSE ACCOUNT' TO WS-TO-NAME
              ELSE
                 MOVE IN-TO-BROKERID TO WS-BROKERID-DISP
                 PERFORM 2150-READ-BROKER
                 IF WS-STATUS-CODE = '00'
                    MOVE BK-NAME TO WS-TO-NAME
                 ELSE
                    MOVE '81' TO WS-STATUS-CODE
                 END-IF
              END-IF
           END-IF

           IF WS-STATUS-CODE = '00'
              AND IN-FROM-BROKERID = IN-TO-BROKERID
              DISPLAY 'OUTGOING AND INCOMING BROKER THE SAME'
              MOVE '82' TO WS-STATUS-CODE
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-CHECK-EFFECTIVE-DATE
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2300-COUNT-BOOK
           END-IF

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2150-READ-BROKER.

           MOVE WS-BROKERID-DISP TO BK-BROKERID

           READ BROKER-FILE

           EVALUATE TRUE
              WHEN BROKER-OK
                 CONTINUE
              WHEN BROKER-NOTFND
                 DISPLAY 'BROKER NOT ON GENABRKR:' WS-BROKERID-DISP
                 MOVE '80' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENABRKR READ:'
                          FS-BROKER
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * DB2 is the date check - SQLCODE -180/-181 is a date that is    *
      * badly formed or does not exist.  The book is repointed today,  *
      * so an effective date after today is refused as well.           *
      *================================================================*
       2200-CHECK-EFFECTIVE-DATE.

           EXEC SQL
              SELECT DAYS(CURRENT DATE) - DAYS(DATE(:WS-EFFECTIVE-DATE))
                INTO :WS-DAYS-SINCE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = -180 OR SQLCODE = -181
                 DISPLAY 'INVALID EFFECTIVE DATE:' IN-EFFECTIVE-DATE
                 MOVE '83' TO WS-STATUS-CODE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON EFFECTIVE DATE CHECK, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              WHEN WS-DAYS-SINCE < 0
                 DISPLAY 'EFFECTIVE DATE AFTER TODAY:'
                          IN-EFFECTIVE-DATE
                 MOVE '83' TO WS-STATUS-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-COUNT-BOOK.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-BOOK-COUNT
               FROM POLICY
              WHERE BROKERID = :WS-FROM-BROKERID
                AND STATUS   = 'I'
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON BOOK COUNT, SQLCODE:' SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
              WHEN WS-BOOK-COUNT = 0
                 DISPLAY 'NO IN-FORCE POLICIES FOR BROKER:'
                          IN-FROM-BROKERID
                 MOVE '84' TO WS-STATUS-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * Head the transfer's statement, then move each in-force policy  *
      * the outgoing broker carries, with the days from the effective  *
      * date to its expiry, and foot the statement with the split.     *
      *================================================================*
       2500-MOVE-BOOK.

           INITIALIZE WS-XFR-TOTALS

           MOVE IN-FROM-BROKERID  TO RL-FROM-BROKERID
           MOVE WS-FROM-NAME      TO RL-FROM-NAME
           WRITE RPT-LINE FROM WS-FROM-LINE
           MOVE IN-TO-BROKERID    TO RL-TO-BROKERID
           MOVE WS-TO-NAME        TO RL-TO-NAME
           WRITE RPT-LINE FROM WS-TO-LINE
           MOVE IN-EFFECTIVE-DATE TO RL-EFFECTIVE
           WRITE RPT-LINE FROM WS-EFFECTIVE-LINE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           EXEC SQL
             DECLARE XFER-CURSOR CURSOR FOR
             SELECT POLICYNUMBER,
                    CUSTOMERNUMBER,
                    POLICYTYPE,
                    BROKERSREFERENCE,
                    DAYS(DATE(EXPIRYDATE))
                       - DAYS(DATE(:WS-EFFECTIVE-DATE))
               FROM POLICY
              WHERE BROKERID = :WS-FROM-BROKERID
                AND STATUS   = 'I'
              ORDER BY POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN XFER-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN XFER-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           PERFORM 2550-FETCH-POLICY
           PERFORM 2600-MOVE-POLICY
              UNTIL END-OF-CSR

           EXEC SQL CLOSE XFER-CURSOR END-EXEC

           PERFORM 2900-WRITE-TRANSFER-TOTALS

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

       2550-FETCH-POLICY.

           EXEC SQL
             FETCH XFER-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-CUSTOMER-NUMBER,
                   :WS-POLICY-TYPE,
                   :WS-OLD-BROKERSREF,
                   :WS-DAYS-UNEXPIRED
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH XFER-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2550-EXIT
           .
       2550-EXIT.
           EXIT.

      *================================================================*
      * Price and split one policy, repoint it, and record the move.   *
      * The update re-tests the broker and status, so a policy that    *
      * has left the outgoing broker since the fetch stays put.        *
      *================================================================*
       2600-MOVE-POLICY.

           IF IN-NEW-BROKERSREF = SPACES
              MOVE WS-OLD-BROKERSREF TO WS-NEW-BROKERSREF
           ELSE
              MOVE IN-NEW-BROKERSREF TO WS-NEW-BROKERSREF
           END-IF

           PERFORM 2700-GET-POLICY-PREMIUM
           PERFORM 2750-SPLIT-COMMISSION

           EXEC SQL
             UPDATE POLICY
                SET BROKERID         = :WS-TO-BROKERID,
                    BROKERSREFERENCE = :WS-NEW-BROKERSREF,
                    LASTCHANGED      = CURRENT TIMESTAMP
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND BROKERID     = :WS-FROM-BROKERID
                AND STATUS       = 'I'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2800-INSERT-TRANSFER
                 PERFORM 2850-WRITE-DETAIL
              WHEN 100
                 DISPLAY 'POLICY CHANGED SINCE FETCH, NOT MOVED:'
                          WS-POLICY-NUM-INT
                 ADD 1 TO WS-POLICIES-SKIPPED
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON POLICY UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2550-FETCH-POLICY
           PERFORM 2600-EXIT
           .
       2600-EXIT.
           EXIT.

      *================================================================*
      * The policy's premium from its type-specific column and its     *
      * commission at the type rate, as LGBRKST's 2100 prices it.  A   *
      * policy with no subtype row is still moved, at zero commission, *
      * and flagged on the statement.                                  *
      *================================================================*
       2700-GET-POLICY-PREMIUM.

           MOVE ZEROES TO WS-POLICY-PREMIUM
           MOVE 'N'    TO WS-SUBTYPE-MISSING

           EVALUATE WS-POLICY-TYPE
             WHEN 'M'
                MOVE WS-RATE-MOTOR TO WS-RATE-IN-USE
                EXEC SQL
                   SELECT PREMIUM INTO :WS-POLICY-PREMIUM
                   FROM MOTOR
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'E'
                MOVE WS-RATE-ENDOWMENT TO WS-RATE-IN-USE
                EXEC SQL
                   SELECT SUMASSURED INTO :WS-POLICY-PREMIUM
                   FROM ENDOWMENT
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'H'
                MOVE WS-RATE-HOUSE TO WS-RATE-IN-USE
                EXEC SQL
                   SELECT VALUE INTO :WS-POLICY-PREMIUM
                   FROM HOUSE
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN 'C'
                MOVE WS-RATE-COMMERCIAL TO WS-RATE-IN-USE
                EXEC SQL
                   SELECT PREMIUM INTO :WS-POLICY-PREMIUM
                   FROM COMMERCIAL
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
             WHEN OTHER
                MOVE ZEROES TO WS-RATE-IN-USE
                MOVE 100 TO SQLCODE
           END-EVALUATE

           EVALUATE SQLCODE
             WHEN 0
                COMPUTE WS-COMMISSION ROUNDED =
                   WS-POLICY-PREMIUM * WS-RATE-IN-USE / 100
             WHEN 100
                SET SUBTYPE-MISSING TO TRUE
                MOVE ZEROES TO WS-POLICY-PREMIUM
                MOVE ZEROES TO WS-COMMISSION
             WHEN OTHER
                DISPLAY 'SQL ERROR ON PREMIUM LOOKUP, SQLCODE:'
                         SQLCODE
                MOVE '90' TO WS-STATUS-CODE
                PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2700-EXIT
           .
       2700-EXIT.
           EXIT.

      *================================================================*
      * The incoming broker's share is the commission on the days the  *
      * policy has left to run from the effective date, clamped to a   *
      * year as LGBRKST's clawback is; the outgoing broker keeps the   *
      * rest, earned to the effective date.                            *
      *================================================================*
       2750-SPLIT-COMMISSION.

           IF WS-DAYS-UNEXPIRED < 0
              MOVE 0 TO WS-DAYS-UNEXPIRED
           END-IF
           IF WS-DAYS-UNEXPIRED > 365
              MOVE 365 TO WS-DAYS-UNEXPIRED
           END-IF

           COMPUTE WS-INCOMING-SHARE ROUNDED =
              WS-COMMISSION * WS-DAYS-UNEXPIRED / 365
           COMPUTE WS-OUTGOING-SHARE =
              WS-COMMISSION - WS-INCOMING-SHARE

           PERFORM 2750-EXIT
           .
       2750-EXIT.
           EXIT.

       2800-INSERT-TRANSFER.

           EXEC SQL
             INSERT INTO BRKTRANSFER
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         POLICYTYPE,
                         FROMBROKERID,
                         TOBROKERID,
                         OLDBROKERSREF,
                         NEWBROKERSREF,
                         EFFECTIVEDATE,
                         PREMIUM,
                         COMMISSION,
                         DAYSUNEXPIRED,
                         OUTGOINGSHARE,
                         INCOMINGSHARE,
                         TRANSFERREDTIMESTAMP )
                VALUES ( :WS-POLICY-NUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :WS-POLICY-TYPE,
                         :WS-FROM-BROKERID,
                         :WS-TO-BROKERID,
                         :WS-OLD-BROKERSREF,
                         :WS-NEW-BROKERSREF,
                         :WS-EFFECTIVE-DATE,
                         :WS-POLICY-PREMIUM,
                         :WS-COMMISSION,
                         :WS-DAYS-UNEXPIRED,
                         :WS-OUTGOING-SHARE,
                         :WS-INCOMING-SHARE,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON BRKTRANSFER INSERT, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2800-EXIT
           .
       2800-EXIT.
           EXIT.

       2850-WRITE-DETAIL.

           MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           MOVE WS-POLICY-TYPE     TO RL-POLTYPE
           MOVE WS-OLD-BROKERSREF  TO RL-OLD-REF
           MOVE WS-NEW-BROKERSREF  TO RL-NEW-REF
           MOVE WS-POLICY-PREMIUM  TO RL-PREMIUM
           MOVE WS-COMMISSION      TO RL-COMMISSION
           MOVE WS-DAYS-UNEXPIRED  TO RL-DAYS
           MOVE WS-OUTGOING-SHARE  TO RL-OUTGOING
           MOVE WS-INCOMING-SHARE  TO RL-INCOMING

           IF SUBTYPE-MISSING
              MOVE 'NO SUBTYPE' TO RL-EXCEPTION
           ELSE
              MOVE SPACES       TO RL-EXCEPTION
           END-IF

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1                 TO WS-XFR-MOVED
           ADD WS-POLICY-PREMIUM TO WS-XFR-PREMIUM
           ADD WS-COMMISSION     TO WS-XFR-COMMISSION
           ADD WS-OUTGOING-SHARE TO WS-XFR-OUTGOING
           ADD WS-INCOMING-SHARE TO WS-XFR-INCOMING

           PERFORM 2850-EXIT
           .
       2850-EXIT.
           EXIT.

      *================================================================*
      * Foot of one transfer's statement.  The incoming share is the   *
      * commission already paid to the outgoing broker on premium the  *
      * incoming broker now services - what settlement between the two *
      * is worked from.                                                *
      *================================================================*
       2900-WRITE-TRANSFER-TOTALS.

           MOVE 'POLICIES MOVED        - ' TO RL-TOT-TITLE
           MOVE WS-XFR-MOVED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'PREMIUM MOVED         - ' TO RL-TOT-TITLE
           MOVE WS-XFR-PREMIUM TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'COMMISSION            - ' TO RL-TOT-TITLE
           MOVE WS-XFR-COMMISSION TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'OUTGOING BROKER SHARE - ' TO RL-TOT-TITLE
           MOVE WS-XFR-OUTGOING TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'INCOMING BROKER SHARE - ' TO RL-TOT-TITLE
           MOVE WS-XFR-INCOMING TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           ADD WS-XFR-MOVED      TO WS-POLICIES-MOVED
           ADD WS-XFR-COMMISSION TO WS-RUN-COMMISSION
           ADD WS-XFR-OUTGOING   TO WS-RUN-OUTGOING
           ADD WS-XFR-INCOMING   TO WS-RUN-INCOMING

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected transfer to REJECT-FILE with a reason code    *
      * instead of aborting the run:                                   *
      *   80 - outgoing broker zero or not on GENABRKR                 *
      *   81 - incoming broker not on GENABRKR                         *
      *   82 - outgoing and incoming broker the same                   *
      *   83 - effective date invalid or after today                   *
      *   84 - no in-force policies with the outgoing broker           *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-FROM-BROKERID  TO REJ-FROM-BROKERID
           MOVE IN-TO-BROKERID    TO REJ-TO-BROKERID
           MOVE IN-EFFECTIVE-DATE TO REJ-EFFECTIVE-DATE
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
      * Control totals for the run at the foot of the statement.       *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'RUN TOTALS' TO RL-SECTION-TITLE
           WRITE RPT-LINE FROM WS-SECTION-LINE

           MOVE 'TRANSFERS APPLIED     - ' TO RL-TOT-TITLE
           MOVE WS-TRANSFERS-DONE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'TRANSFERS REJECTED    - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'POLICIES MOVED        - ' TO RL-TOT-TITLE
           MOVE WS-POLICIES-MOVED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'POLICIES NOT MOVED    - ' TO RL-TOT-TITLE
           MOVE WS-POLICIES-SKIPPED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'COMMISSION            - ' TO RL-TOT-TITLE
           MOVE WS-RUN-COMMISSION TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'OUTGOING BROKER SHARE - ' TO RL-TOT-TITLE
           MOVE WS-RUN-OUTGOING TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'INCOMING BROKER SHARE - ' TO RL-TOT-TITLE
           MOVE WS-RUN-INCOMING TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           CLOSE BROKER-FILE
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
           DISPLAY 'TRANSFERS APPLIED:' WS-TRANSFERS-DONE
           DISPLAY 'TRANSFERS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'POLICIES MOVED:' WS-POLICIES-MOVED

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-POLICIES-MOVED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
