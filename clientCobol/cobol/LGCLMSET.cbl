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
       PROGRAM-ID. LGCLMSET.
      *****************************************************************
      * Claims settlement batch - the business process that takes a  *
      * claim on from the 'O' status LGCLMREG registers it with.      *
      * Reads the claims handlers' settlement feed (claim number,     *
      * transaction type, amount, date, unique transaction reference *
      * and optional payee bank details) and applies each            *
      * transaction to its CLAIM row:                                 *
      *                                                                *
      *   R - set the outstanding reserve ('O' moves to 'A' assessed) *
      *   P - part payment: paid-to-date up, reserve down, 'P' paid   *
      *   F - final payment: paid-to-date up, reserve to zero, closed *
      *   C - close with no further payment, reserve to zero          *
      *   D - decline (repudiate) a claim nothing has been paid on    *
      *                                                                *
      * Every applied transaction is remembered as a CLAIMPAY row     *
      * carrying the handler's reference, checked before anything is *
      * applied - the same rerun protection LGPPOST takes on         *
      * PAYHIST.  Payments go out on BACSOUT in the same 100-byte    *
      * BACS layout LGREFND and LGBILL write (zero sort code/account *
      * when the feed carries none, for the treasury enrichment),    *
      * referenced 'CLAIM' plus the claim number, and are listed on  *
      * a printed settlement register with control totals.  A        *
      * transaction that cannot be applied goes to REJFILE with a    *
      * reason code instead of stopping the run, and OUTFILE carries *
      * a confirmation per applied transaction plus a TOTALS trailer.*
      * Every payment is also written to GLOUT as a general-ledger    *
      * extract record, with the run's payment totals as the trailer, *
      * for the LGGLJNL nightly journal.                              *
      * A claim held on LGCLMFRD's fraud worklist, or an open one it  *
      * has not yet scored, takes no reserve or payment.              *
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

           SELECT OUT01-FILE ASSIGN TO OUTFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-OUT01.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-REJECT.

           SELECT BACS-FILE ASSIGN TO BACSOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BACS.

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
      ******************************************************************
      *                  INPUT FILE                                    *
      * One record per settlement transaction keyed by the claims      *
      * handlers - claim number, transaction type, amount in whole     *
      * currency and pence, transaction date, unique reference, and    *
      * for a payment the payee's bank details and name (blank/zero    *
      * pays the policyholder through the treasury enrichment).        *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(80).

      ******************************************************************
      *                 OUTPUT FILE                                    *
      * Confirmation record for every transaction this run applied,    *
      * then the TOTALS trailer.                                       *
      ******************************************************************
       FD  OUT01-FILE
           RECORDING MODE IS F
           DATA RECORD IS OUT-REC.
       01 OUT-REC                PIC X(40).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per transaction that could not be applied.          *
      ******************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJ-REC.
       01 REJ-REC                PIC X(30).

      ******************************************************************
      *          BACS PAYMENT FILE                                     *
      * One payment record per part or final claim payment.            *
      ******************************************************************
       FD  BACS-FILE
           RECORDING MODE IS F
           DATA RECORD IS BACS-REC.
       01 BACS-REC               PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

      ******************************************************************
      *          GENERAL-LEDGER EXTRACT                                *
      * One LGGLXREC record per claim payment, then the trailer.       *
      ******************************************************************
       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-OUT01            PIC X(02)  VALUE SPACES.
             88 OUT-OK                      VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-BACS             PIC X(02)  VALUE SPACES.
             88 BACS-OK                     VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-HIST-STATE       PIC X(01)  VALUE ' '.
             88 HIST-WRITTEN                VALUE 'Y'.

       01 WS-IN-REC.
          05 IN-CLAIM-NUM        PIC 9(09).
          05 IN-TRAN-TYPE        PIC X(01).
             88 IN-TRAN-RESERVE             VALUE 'R'.
             88 IN-TRAN-PART-PAY            VALUE 'P'.
             88 IN-TRAN-FINAL-PAY           VALUE 'F'.
             88 IN-TRAN-CLOSE               VALUE 'C'.
             88 IN-TRAN-DECLINE             VALUE 'D'.
             88 IN-TRAN-PAYMENT             VALUE 'P' 'F'.
             88 IN-TRAN-VALID               VALUE 'R' 'P' 'F'
                                                  'C' 'D'.
          05 IN-AMOUNT           PIC 9(07)V99.
          05 IN-AMOUNT-X REDEFINES IN-AMOUNT
                                 PIC X(09).
          05 IN-TRAN-DATE        PIC X(10).
          05 IN-PAYMENT-REF      PIC X(12).
          05 IN-PAYEE-SORT-CODE  PIC 9(06).
          05 IN-PAYEE-ACCOUNT    PIC 9(08).
          05 IN-PAYEE-NAME       PIC X(21).
          05 FILLER              PIC X(04).

       01 WS-OUT-REC.
          05 OUT-RECORD-ID       PIC X(06) VALUE 'SETTLE'.
          05 OUT-CLAIM-NUM       PIC 9(09).
          05 OUT-TRAN-TYPE       PIC X(01).
          05 OUT-AMOUNT          PIC 9(07)V99.
          05 OUT-NEW-STATUS      PIC X(01).
          05 OUT-PAYMENT-REF     PIC X(12).
          05 FILLER              PIC X(02).

       01 WS-REJ-REC.
          05 REJ-CLAIM-NUM       PIC 9(09).
          05 REJ-TRAN-TYPE       PIC X(01).
          05 REJ-PAYMENT-REF     PIC X(12).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(06).

      *================================================================*
      * One BACS payment record per claim payment, in the layout       *
      * LGREFND and LGBILL write.                                      *
      *================================================================*
       01 WS-BACS-REC.
          05 BAC-DEST-SORT-CODE  PIC 9(06).
          05 BAC-DEST-ACCOUNT    PIC 9(08).
          05 BAC-AMOUNT-PENCE    PIC 9(11).
          05 BAC-CUSTOMER-NAME   PIC X(21).
          05 BAC-REFERENCE.
             10 FILLER           PIC X(07) VALUE 'CLAIM  '.
             10 BAC-REF-CLAIM-NUM PIC 9(09).
          05 FILLER              PIC X(38).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-TRANS-APPLIED    PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-RESERVE-COUNT    PIC 9(09) VALUE ZEROES.
          05 WS-RESERVE-VALUE    PIC 9(11)V99 VALUE ZEROES.
          05 WS-PAYMENT-COUNT    PIC 9(09) VALUE ZEROES.
          05 WS-PAYMENT-VALUE    PIC 9(11)V99 VALUE ZEROES.
          05 WS-CLOSED-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-DECLINED-COUNT   PIC 9(09) VALUE ZEROES.
          05 WS-NAME-NOT-FOUND   PIC 9(09) VALUE ZEROES.

      *================================================================*
      * End-of-run trailer written to OUT01-FILE after the last        *
      * confirmation record, the same trailer convention LGCLMREG      *
      * follows, with the value paid out on BACSOUT this run.          *
      *================================================================*
       01 WS-TRAILER-REC.
          05 TRL-RECORD-ID       PIC X(06) VALUE 'TOTALS'.
          05 TRL-RECORDS-READ    PIC 9(07).
          05 TRL-TRANS-APPLIED   PIC 9(07).
          05 TRL-REJECT-COUNT    PIC 9(05).
          05 TRL-PAYMENT-VALUE   PIC 9(11)V99.
          05 FILLER              PIC X(02).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK, the same worst-status-code
      * pattern LGCLMREG and LGPPOST use.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-CLAIM-NUM-INT    PIC S9(09) COMP-5.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-DUP-COUNT        PIC S9(09) COMP-5.
          05 WS-CLAIM-STATUS     PIC X(01).
          05 WS-FRAUD-STATUS     PIC X(01).
          05 WS-NEW-STATUS       PIC X(01).
          05 WS-AMOUNT           PIC S9(07)V99 COMP-3.
          05 WS-OLD-RESERVE      PIC S9(07)V99 COMP-3.
          05 WS-OLD-PAID         PIC S9(07)V99 COMP-3.
          05 WS-NEW-RESERVE      PIC S9(07)V99 COMP-3.
          05 WS-NEW-PAID         PIC S9(07)V99 COMP-3.
          05 WS-TRAN-DATE        PIC X(10).
          05 WS-PAYMENT-REF      PIC X(12).

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP CLAIMS SETTLEMENT REGISTER'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'CLAIM NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'TRAN'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(06)  VALUE 'STATUS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '      AMOUNT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'PAID TO DATE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '     RESERVE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(21)  VALUE 'PAYEE'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CLAIM-NUM      PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-POLNUM         PIC 9(09).
             10 FILLER           PIC X(05)  VALUE ' '.
             10 RL-TRAN-TYPE      PIC X(01).
             10 FILLER           PIC X(06)  VALUE ' '.
             10 RL-NEW-STATUS     PIC X(01).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-AMOUNT         PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-PAID           PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-RESERVE        PIC ZZZZZZZ9.99.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-PAYEE          PIC X(21).
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

           DISPLAY 'START OF PROGRAM LGCLMSET'

           MOVE 'LGCLMSET' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-SETTLE-CLAIM
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

           OPEN OUTPUT OUT01-FILE

           IF NOT OUT-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN OUTPUT:' FS-OUT01
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

           OPEN OUTPUT BACS-FILE

           IF NOT BACS-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN BACSOUT:' FS-BACS
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

           OPEN OUTPUT GL-FILE

           IF NOT GLOUT-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLOUT:' FS-GLOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD

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
              DISPLAY 'SETTLEMENT FOR CLAIM ' IN-CLAIM-NUM
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Apply one settlement transaction.  The feed record is          *
      * validated, the reference checked against CLAIMPAY for a rerun, *
      * the claim read and the move checked against its current        *
      * status before anything is changed.                             *
      *================================================================*
       2000-SETTLE-CLAIM.

           MOVE '00' TO WS-STATUS-CODE

           EVALUATE TRUE
              WHEN NOT IN-TRAN-VALID
                 DISPLAY 'INVALID TRANSACTION TYPE FOR CLAIM:'
                          IN-CLAIM-NUM
                 MOVE '84' TO WS-STATUS-CODE
              WHEN IN-AMOUNT-X IS NOT NUMERIC
                 DISPLAY 'NON-NUMERIC AMOUNT FOR CLAIM:'
                          IN-CLAIM-NUM
                 MOVE '82' TO WS-STATUS-CODE
              WHEN IN-TRAN-DATE(1:4) IS NOT NUMERIC
                OR IN-TRAN-DATE(6:2) IS NOT NUMERIC
                OR IN-TRAN-DATE(9:2) IS NOT NUMERIC
                 DISPLAY 'INVALID TRANSACTION DATE FOR CLAIM:'
                          IN-CLAIM-NUM
                 MOVE '83' TO WS-STATUS-CODE
              WHEN OTHER
                 MOVE IN-CLAIM-NUM   TO WS-CLAIM-NUM-INT
                 MOVE IN-AMOUNT      TO WS-AMOUNT
                 MOVE IN-TRAN-DATE   TO WS-TRAN-DATE
                 MOVE IN-PAYMENT-REF TO WS-PAYMENT-REF
                 PERFORM 2050-CHECK-PAYMENT-REF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2100-GET-CLAIM
                 END-IF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2120-CHECK-FRAUD-HOLD
                 END-IF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2150-CHECK-TRANSITION
                 END-IF
           END-EVALUATE

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-APPLY-TRANSACTION
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Settlement must be idempotent: the handler's transaction      *
      * reference is the key.  A blank reference cannot be checked    *
      * (86); one already remembered on CLAIMPAY is what a rerun      *
      * after a mid-file abend presents, and is rejected (85) instead *
      * of paying the claimant twice.                                 *
      *================================================================*
       2050-CHECK-PAYMENT-REF.

           IF WS-PAYMENT-REF = SPACES
              DISPLAY 'NO TRANSACTION REFERENCE FOR CLAIM:'
                       IN-CLAIM-NUM
              MOVE '86' TO WS-STATUS-CODE
           ELSE
              EXEC SQL
                SELECT COUNT(*) INTO :WS-DUP-COUNT
                  FROM CLAIMPAY
                 WHERE PAYMENTREF = :WS-PAYMENT-REF
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    DISPLAY 'SQL ERROR ON DUPLICATE CHECK, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                 WHEN WS-DUP-COUNT > 0
                    DISPLAY 'TRANSACTION ALREADY APPLIED, REFERENCE:'
                             WS-PAYMENT-REF
                    MOVE '85' TO WS-STATUS-CODE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 2050-EXIT
           .
       2050-EXIT.
           EXIT.

       2100-GET-CLAIM.

           EXEC SQL
             SELECT POLICYNUMBER, CUSTOMERNUMBER, POLICYTYPE,
                    CLAIMSTATUS, RESERVE, PAIDTODATE
               INTO :WS-POLICY-NUM-INT, :WS-CUSTOMER-NUMBER,
                    :DB2-POLICYTYPE, :WS-CLAIM-STATUS,
                    :WS-OLD-RESERVE, :WS-OLD-PAID
               FROM CLAIM
              WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'UNKNOWN CLAIM NUMBER:' IN-CLAIM-NUM
                 MOVE '80' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON CLAIM LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Nothing is reserved or paid on a claim LGCLMFRD holds on the   *
      * investigation worklist ('H'), nor on one the investigator has  *
      * confirmed as fraud ('F') - that claim is for declining.  An    *
      * open claim with no CLAIMFRAUD row has not been through the     *
      * nightly scoring yet, and waits for it.  Close and decline are  *
      * always allowed.                                                *
      *   88 - claim held for fraud investigation                      *
      *   89 - open claim not yet fraud-scored                         *
      *================================================================*
       2120-CHECK-FRAUD-HOLD.

           IF IN-TRAN-RESERVE OR IN-TRAN-PAYMENT
              EXEC SQL
                SELECT FRAUDSTATUS INTO :WS-FRAUD-STATUS
                  FROM CLAIMFRAUD
                 WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    IF WS-CLAIM-STATUS = 'O'
                       DISPLAY 'CLAIM NOT YET FRAUD-SCORED:'
                                IN-CLAIM-NUM
                       MOVE '89' TO WS-STATUS-CODE
                    END-IF
                 WHEN SQLCODE NOT = 0
                    DISPLAY 'SQL ERROR ON FRAUD LOOKUP, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                 WHEN WS-FRAUD-STATUS = 'H' OR 'F'
                    DISPLAY 'CLAIM HELD FOR FRAUD INVESTIGATION:'
                             IN-CLAIM-NUM
                    MOVE '88' TO WS-STATUS-CODE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 2120-EXIT
           .
       2120-EXIT.
           EXIT.

      *================================================================*
      * Check the transaction against the claim's current status and  *
      * work out the figures it leaves behind.  A closed or declined  *
      * claim takes nothing further; nothing is paid on a claim that  *
      * has not been assessed; a claim something has been paid on     *
      * cannot then be declined.  A part payment larger than the      *
      * reserve simply leaves no reserve - the handler strengthens    *
      * the reserve with an 'R' if more is still expected.            *
      *   81 - transaction not allowed in the claim's current status  *
      *   82 - payment or reserve with a zero amount                  *
      *================================================================*
       2150-CHECK-TRANSITION.

           MOVE WS-OLD-RESERVE  TO WS-NEW-RESERVE
           MOVE WS-OLD-PAID     TO WS-NEW-PAID
           MOVE WS-CLAIM-STATUS TO WS-NEW-STATUS

           EVALUATE TRUE
              WHEN WS-CLAIM-STATUS = 'C' OR 'D'
                 DISPLAY 'CLAIM ALREADY CLOSED OR DECLINED:'
                          IN-CLAIM-NUM
                 MOVE '81' TO WS-STATUS-CODE
              WHEN IN-TRAN-PAYMENT AND WS-CLAIM-STATUS = 'O'
                 DISPLAY 'PAYMENT ON A CLAIM NOT YET ASSESSED:'
                          IN-CLAIM-NUM
                 MOVE '81' TO WS-STATUS-CODE
              WHEN IN-TRAN-DECLINE AND WS-OLD-PAID > 0
                 DISPLAY 'DECLINE OF A CLAIM ALREADY PAID ON:'
                          IN-CLAIM-NUM
                 MOVE '81' TO WS-STATUS-CODE
              WHEN (IN-TRAN-RESERVE OR IN-TRAN-PAYMENT)
               AND WS-AMOUNT = 0
                 DISPLAY 'ZERO AMOUNT ON TRANSACTION FOR CLAIM:'
                          IN-CLAIM-NUM
                 MOVE '82' TO WS-STATUS-CODE
              WHEN IN-TRAN-RESERVE
                 MOVE WS-AMOUNT TO WS-NEW-RESERVE
                 IF WS-CLAIM-STATUS = 'O'
                    MOVE 'A' TO WS-NEW-STATUS
                 END-IF
              WHEN IN-TRAN-PART-PAY
                 ADD WS-AMOUNT TO WS-NEW-PAID
                 IF WS-AMOUNT < WS-OLD-RESERVE
                    SUBTRACT WS-AMOUNT FROM WS-NEW-RESERVE
                 ELSE
                    MOVE ZEROES TO WS-NEW-RESERVE
                 END-IF
                 MOVE 'P' TO WS-NEW-STATUS
              WHEN IN-TRAN-FINAL-PAY
                 ADD WS-AMOUNT TO WS-NEW-PAID
                 MOVE ZEROES TO WS-NEW-RESERVE
                 MOVE 'C' TO WS-NEW-STATUS
              WHEN IN-TRAN-CLOSE
                 MOVE ZEROES TO WS-AMOUNT
                 MOVE ZEROES TO WS-NEW-RESERVE
                 MOVE 'C' TO WS-NEW-STATUS
              WHEN IN-TRAN-DECLINE
                 MOVE ZEROES TO WS-AMOUNT
                 MOVE ZEROES TO WS-NEW-RESERVE
                 MOVE 'D' TO WS-NEW-STATUS
           END-EVALUATE

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * Move the claim on.  The update keys on the status just read    *
      * as well as the number, so a claim another process moved in     *
      * between is rejected rather than overwritten.  The CLAIMPAY row *
      * carries the rerun-protection reference, so a claim update it   *
      * does not remember is backed out, not paid.                     *
      *================================================================*
       2200-APPLY-TRANSACTION.

           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS = :WS-NEW-STATUS,
                    RESERVE     = :WS-NEW-RESERVE,
                    PAIDTODATE  = :WS-NEW-PAID
              WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
                AND CLAIMSTATUS = :WS-CLAIM-STATUS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2300-WRITE-CLAIM-HISTORY

                 IF NOT HIST-WRITTEN
                    PERFORM 2350-BACK-OUT-TRANSACTION
                    MOVE '87' TO WS-STATUS-CODE
                    PERFORM 4500-WRITE-REJECT
                 ELSE
                    IF IN-TRAN-PAYMENT
                       PERFORM 2400-WRITE-BACS-PAYMENT
                    END-IF
                    PERFORM 2500-CONFIRM-TRANSACTION
                 END-IF
              WHEN 100
                 DISPLAY 'CLAIM STATUS CHANGED DURING RUN:'
                          IN-CLAIM-NUM
                 MOVE '81' TO WS-STATUS-CODE
                 PERFORM 4500-WRITE-REJECT
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON CLAIM UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 4500-WRITE-REJECT
           END-EVALUATE

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * One CLAIMPAY row per applied transaction - the movement, the   *
      * figures it left and the handler's reference.  A failed insert  *
      * FAILS the transaction (HIST-WRITTEN stays off), the same       *
      * stance LGPPOST takes on PAYHIST.                               *
      *================================================================*
       2300-WRITE-CLAIM-HISTORY.

           MOVE ' ' TO WS-HIST-STATE

           EXEC SQL
             INSERT INTO CLAIMPAY
                       ( CLAIMNUMBER,
                         POLICYNUMBER,
                         POLICYTYPE,
                         TRANTYPE,
                         AMOUNT,
                         RESERVEAFTER,
                         PAIDAFTER,
                         TRANDATE,
                         PAYMENTREF,
                         POSTEDTIMESTAMP )
                VALUES ( :WS-CLAIM-NUM-INT,
                         :WS-POLICY-NUM-INT,
                         :DB2-POLICYTYPE,
                         :IN-TRAN-TYPE,
                         :WS-AMOUNT,
                         :WS-NEW-RESERVE,
                         :WS-NEW-PAID,
                         :WS-TRAN-DATE,
                         :WS-PAYMENT-REF,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE = 0
              SET HIST-WRITTEN TO TRUE
           ELSE
              DISPLAY 'CLAIM HISTORY INSERT FAILED, SQLCODE:'
                      SQLCODE
           END-IF

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * Put the claim back the way 2100 read it.  If even that fails   *
      * the claim is wrong and a person must intervene - a hard stop,  *
      * with the claim number on the joblog.                           *
      *================================================================*
       2350-BACK-OUT-TRANSACTION.

           EXEC SQL
             UPDATE CLAIM
                SET CLAIMSTATUS = :WS-CLAIM-STATUS,
                    RESERVE     = :WS-OLD-RESERVE,
                    PAIDTODATE  = :WS-OLD-PAID
              WHERE CLAIMNUMBER = :WS-CLAIM-NUM-INT
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SETTLEMENT BACK-OUT FAILED, SQLCODE:' SQLCODE
                      ' CLAIM:' IN-CLAIM-NUM
              DISPLAY 'CLAIM MOVED WITH NO HISTORY ROW - '
                      'CORRECT BY HAND BEFORE ANY RERUN'
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

      *================================================================*
      * One BACS payment per part or final payment.  A payee named on  *
      * the feed (a repairer, a third party) is paid by name; blank    *
      * pays the policyholder, whose name is joined from CUSTOMER the  *
      * way LGREFND joins it.  Bank details come from the feed, zero   *
      * where the treasury enrichment supplies them.  A BACS write     *
      * failure stops the run - the file would no longer agree with    *
      * the claims it pays.                                            *
      *================================================================*
       2400-WRITE-BACS-PAYMENT.

           IF IN-PAYEE-NAME NOT = SPACES
              MOVE IN-PAYEE-NAME TO BAC-CUSTOMER-NAME
           ELSE
              EXEC SQL
                 SELECT FIRSTNAME, LASTNAME
                   INTO :DB2-FIRSTNAME, :DB2-LASTNAME
                   FROM CUSTOMER
                  WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              END-EXEC

              EVALUATE SQLCODE
                 WHEN 0
                    MOVE SPACES TO BAC-CUSTOMER-NAME
                    STRING DB2-FIRSTNAME DELIMITED BY '  '
                           ' '           DELIMITED BY SIZE
                           DB2-LASTNAME  DELIMITED BY '  '
                           INTO BAC-CUSTOMER-NAME
                    END-STRING
                 WHEN 100
                    DISPLAY 'CLAIMANT NOT ON FILE, CLAIM:'
                             IN-CLAIM-NUM
                    MOVE IN-CLAIM-NUM TO BAC-CUSTOMER-NAME
                    ADD 1 TO WS-NAME-NOT-FOUND
                 WHEN OTHER
                    DISPLAY 'SQL ERROR ON NAME LOOKUP, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                    PERFORM 9000-END-PARA
              END-EVALUATE
           END-IF

           IF IN-PAYEE-SORT-CODE IS NUMERIC
              MOVE IN-PAYEE-SORT-CODE TO BAC-DEST-SORT-CODE
           ELSE
              MOVE ZEROES TO BAC-DEST-SORT-CODE
           END-IF
           IF IN-PAYEE-ACCOUNT IS NUMERIC
              MOVE IN-PAYEE-ACCOUNT TO BAC-DEST-ACCOUNT
           ELSE
              MOVE ZEROES TO BAC-DEST-ACCOUNT
           END-IF
           COMPUTE BAC-AMOUNT-PENCE = WS-AMOUNT * 100
           MOVE IN-CLAIM-NUM TO BAC-REF-CLAIM-NUM

           WRITE BACS-REC FROM WS-BACS-REC

           IF NOT BACS-OK
              DISPLAY 'INVALID FILE STATUS ON BACS WRITE:' FS-BACS
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1         TO WS-PAYMENT-COUNT
           ADD WS-AMOUNT TO WS-PAYMENT-VALUE

           PERFORM 2900-WRITE-GL-DETAIL

           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per claim payment - event    *
      * CP, referenced by claim number.  A GLOUT write failure stops   *
      * the run, the same as a BACS write failure.                     *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGCLMSET'        TO GLX-SOURCE
           MOVE 'CP'              TO GLX-EVENT
           MOVE DB2-POLICYTYPE    TO GLX-POLICY-TYPE
           MOVE IN-CLAIM-NUM      TO GLX-REFERENCE
           MOVE WS-AMOUNT         TO GLX-AMOUNT
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
      * Confirmation record, register line and the per-type counts    *
      * for one applied transaction.                                   *
      *================================================================*
       2500-CONFIRM-TRANSACTION.

           MOVE IN-CLAIM-NUM   TO OUT-CLAIM-NUM
           MOVE IN-TRAN-TYPE   TO OUT-TRAN-TYPE
           MOVE WS-AMOUNT      TO OUT-AMOUNT
           MOVE WS-NEW-STATUS  TO OUT-NEW-STATUS
           MOVE WS-PAYMENT-REF TO OUT-PAYMENT-REF
           WRITE OUT-REC FROM WS-OUT-REC

           IF NOT OUT-OK
              DISPLAY 'INVALID FILE STATUS ON WRITE:' FS-OUT01
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE IN-CLAIM-NUM      TO RL-CLAIM-NUM
           MOVE WS-POLICY-NUM-INT TO RL-POLNUM
           MOVE IN-TRAN-TYPE      TO RL-TRAN-TYPE
           MOVE WS-NEW-STATUS     TO RL-NEW-STATUS
           MOVE WS-AMOUNT         TO RL-AMOUNT
           MOVE WS-NEW-PAID       TO RL-PAID
           MOVE WS-NEW-RESERVE    TO RL-RESERVE
           IF IN-TRAN-PAYMENT
              MOVE BAC-CUSTOMER-NAME TO RL-PAYEE
           ELSE
              MOVE SPACES TO RL-PAYEE
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-TRANS-APPLIED

           EVALUATE TRUE
              WHEN IN-TRAN-RESERVE
                 ADD 1         TO WS-RESERVE-COUNT
                 ADD WS-AMOUNT TO WS-RESERVE-VALUE
              WHEN IN-TRAN-DECLINE
                 ADD 1 TO WS-DECLINED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-NEW-STATUS = 'C'
              ADD 1 TO WS-CLOSED-COUNT
           END-IF

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected transaction to REJECT-FILE with a reason      *
      * code instead of aborting the run:                              *
      *   80 - unknown claim number                                    *
      *   81 - transaction not allowed in the claim's status           *
      *   82 - non-numeric amount, or zero reserve/payment             *
      *   83 - transaction date not an ISO date                        *
      *   84 - transaction type not R/P/F/C/D                          *
      *   85 - transaction reference already applied (rerun)           *
      *   86 - no transaction reference on the feed record             *
      *   87 - history row could not be written; claim backed out      *
      *   88 - claim held for fraud investigation (LGCLMFRD)           *
      *   89 - open claim not yet fraud-scored                         *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-CLAIM-NUM      TO REJ-CLAIM-NUM
           MOVE IN-TRAN-TYPE      TO REJ-TRAN-TYPE
           MOVE IN-PAYMENT-REF    TO REJ-PAYMENT-REF
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
      * Trailer record for OUT01-FILE - transactions read/applied/     *
      * rejected plus the value paid out on BACSOUT.                   *
      *================================================================*
       4900-WRITE-TRAILER.

           MOVE WS-RECORDS-READ   TO TRL-RECORDS-READ
           MOVE WS-TRANS-APPLIED  TO TRL-TRANS-APPLIED
           MOVE WS-REJECT-COUNT   TO TRL-REJECT-COUNT
           MOVE WS-PAYMENT-VALUE  TO TRL-PAYMENT-VALUE

           DISPLAY 'WRITING TRAILER RECORD:' WS-TRAILER-REC

           WRITE OUT-REC FROM WS-TRAILER-REC

           IF NOT OUT-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:' FS-OUT01
           END-IF

           PERFORM 4900-EXIT
           .
       4900-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailer - the run's own payment count and value, which   *
      * LGGLJNL proves the CP detail records against.                  *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'          TO GLT-RECORD-ID
           MOVE 'LGCLMSET'        TO GLT-SOURCE
           MOVE 'CP'              TO GLT-EVENT
           MOVE WS-PAYMENT-COUNT  TO GLT-COUNT
           MOVE WS-PAYMENT-VALUE  TO GLT-VALUE
           MOVE GLW-RUN-DATE      TO GLT-RUN-DATE

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
      * Control totals at the foot of the settlement register - the    *
      * payment count and value must agree with BACSOUT before it is   *
      * released.                                                      *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'TRANSACTIONS APPLIED  - ' TO RL-TOT-TITLE
           MOVE WS-TRANS-APPLIED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'TRANSACTIONS REJECTED - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RESERVES SET          - ' TO RL-TOT-TITLE
           MOVE WS-RESERVE-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RESERVE VALUE SET     - ' TO RL-TOT-TITLE
           MOVE WS-RESERVE-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'PAYMENTS ON BACSOUT   - ' TO RL-TOT-TITLE
           MOVE WS-PAYMENT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'PAYMENT VALUE TOTAL   - ' TO RL-TOT-TITLE
           MOVE WS-PAYMENT-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLAIMS CLOSED         - ' TO RL-TOT-TITLE
           MOVE WS-CLOSED-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'CLAIMS DECLINED       - ' TO RL-TOT-TITLE
           MOVE WS-DECLINED-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE OUT01-FILE
           CLOSE REJECT-FILE
           CLOSE BACS-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE
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
           DISPLAY 'TRANSACTIONS APPLIED:' WS-TRANS-APPLIED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'PAYMENT VALUE:' WS-PAYMENT-VALUE

           IF OUT-OK
              PERFORM 4900-WRITE-TRAILER
           END-IF

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-TRANS-APPLIED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
