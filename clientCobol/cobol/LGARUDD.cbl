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
       PROGRAM-ID. LGARUDD.
      *****************************************************************
      * Returned direct-debit (ARUDD) processing - the other half of *
      * the LGBILL collection run.  Reads the bank's Automated       *
      * Return of Unpaid Direct Debits report, one record per debit  *
      * the payer's bank refused, and for each one:                  *
      *                                                                *
      *  - matches it to the BILLING demand it answered (the policy  *
      *    number LGBILL put in the BACS reference, the latest       *
      *    demand on or before the collection date);                 *
      *  - matches it to the receipt LGPPOST posted for that demand  *
      *    (a PAYHIST row for the policy, of the returned amount,    *
      *    on or after the demand date, not already reversed);       *
      *  - reverses that receipt off POLICY.PAYMENT and writes a     *
      *    negative PAYHIST row carrying the bank's return           *
      *    reference, so PAYHIST still sums to PAYMENT;              *
      *  - records the return as a DDRETURN row with the bank's      *
      *    reason code, and decides what happens next:               *
      *      reason 0 (refer to payer) on a demand not already       *
      *      re-presented is queued for re-presentation, which the   *
      *      next LGBILL run puts back on BACSOUT; anything else -   *
      *      a second refusal, a cancelled instruction, a closed     *
      *      account - gets a missed-payment letter on LETTERS,      *
      *      logged on CORRLOG as item type 'M'.                     *
      *  - where the reason says the instruction or the account has  *
      *    gone (1, 2, 3, 5, 6, B), marks the customer's live        *
      *    mandate on GENAMAND as cancelled by the bank ('B'), so    *
      *    LGBILL stops collecting until a new one is lodged.        *
      *    GENAMAND being unavailable is only a warning - the        *
      *    returns themselves are still processed.                   *
      *                                                                *
      * The return reference is checked on DDRETURN before anything  *
      * is reversed - the same rerun protection LGPPOST takes on     *
      * PAYHIST.  A return that cannot be matched goes to REJFILE    *
      * with a reason code instead of stopping the run.  Every       *
      * reversal is written to GLOUT as a general-ledger extract     *
      * record (event DR) for the LGGLJNL nightly journal, and       *
      * listed on a printed returns register with control totals.    *
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

           SELECT LETTER-FILE ASSIGN TO LETTERS
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

      * Direct-debit mandate master - read and rewritten by key.
           SELECT MANDATE-FILE ASSIGN TO GENAMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-CUSTOMER-NUM
               FILE STATUS IS FS-MANDATE.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *                  INPUT FILE                                    *
      * The bank's ARUDD report, one record per returned debit - the   *
      * BACS reference LGBILL collected under, the amount in pence,    *
      * the original collection date, the ARUDD reason code and the    *
      * bank's unique return reference.                                *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(80).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per return that could not be matched or reversed.   *
      ******************************************************************
       FD  REJECT-FILE
           RECORDING MODE IS F
           DATA RECORD IS REJ-REC.
       01 REJ-REC                PIC X(30).

      ******************************************************************
      *          MISSED-PAYMENT LETTER EXTRACT                         *
      * One record per missed-payment letter for the print vendor, in  *
      * the same customer-details shape as LGRENEW's notices, then the *
      * TOTALS trailer.                                                *
      ******************************************************************
       FD  LETTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS LETTER-REC.
       01 LETTER-REC             PIC X(150).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

      ******************************************************************
      *          GENERAL-LEDGER EXTRACT                                *
      * One LGGLXREC record per reversed receipt, then the trailer.    *
      ******************************************************************
       FD  GL-FILE
           RECORDING MODE IS F
           DATA RECORD IS GL-REC.
       01 GL-REC                 PIC X(80).

       FD  MANDATE-FILE.
       COPY LGMNDREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-INPUT01          PIC X(02)  VALUE SPACES.
             88 INP-OK                      VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-LETTER           PIC X(02)  VALUE SPACES.
             88 LETTER-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.
          05 FS-GLOUT            PIC X(02)  VALUE SPACES.
             88 GLOUT-OK                    VALUE '00'.
          05 FS-MANDATE          PIC X(02)  VALUE SPACES.
             88 MANDATE-OK                  VALUE '00'.
             88 MANDATE-NOTFND              VALUE '23'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-HIST-STATE       PIC X(01)  VALUE ' '.
             88 HIST-WRITTEN                VALUE 'Y'.
          05 WS-RETURN-STATE     PIC X(01)  VALUE ' '.
             88 RETURN-WRITTEN              VALUE 'Y'.
          05 WS-MANDATE-STATE    PIC X(01)  VALUE ' '.
             88 MANDATE-AVAILABLE           VALUE 'Y'.

       01 WS-IN-REC.
          05 IN-BACS-REF.
             10 IN-REF-LITERAL   PIC X(07).
             10 IN-REF-POL-NUM   PIC 9(09).
             10 IN-REF-POL-NUM-X REDEFINES IN-REF-POL-NUM
                                 PIC X(09).
          05 IN-AMOUNT-PENCE     PIC 9(11).
          05 IN-AMOUNT-PENCE-X REDEFINES IN-AMOUNT-PENCE
                                 PIC X(11).
          05 IN-COLLECTION-DATE  PIC X(10).
          05 IN-REASON-CODE      PIC X(01).
             88 IN-REFER-TO-PAYER           VALUE '0'.
          05 IN-RETURN-REF       PIC X(12).
          05 FILLER              PIC X(30).

       01 WS-REJ-REC.
          05 REJ-POLICY-NUM      PIC X(09).
          05 REJ-REASON-CODE-BANK PIC X(01).
          05 REJ-RETURN-REF      PIC X(12).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(06).

      *================================================================*
      * One missed-payment letter - the policy, the debit that came    *
      * back and why, and the customer's name and address.             *
      *================================================================*
       01 WS-LETTER-REC.
          05 LET-POLICY-NUM      PIC 9(09).
          05 LET-CUST-NUMBER     PIC 9(10).
          05 LET-POLICY-TYPE     PIC X(01).
          05 LET-AMOUNT          PIC 9(07)V99.
          05 LET-COLLECTION-DATE PIC X(10).
          05 LET-REASON-CODE     PIC X(01).
          05 LET-REASON-TEXT     PIC X(28).
          05 LET-FIRSTNAME       PIC X(10).
          05 LET-LASTNAME        PIC X(10).
          05 LET-HOUSENAME       PIC X(20).
          05 LET-HOUSENUMBER     PIC X(04).
          05 LET-POSTCODE        PIC X(08).
          05 LET-EMAIL-ADDRESS   PIC X(30).

      *================================================================*
      * End-of-run trailer written to LETTER-FILE after the last       *
      * letter, the same trailer convention LGRENEW's notices follow.  *
      *================================================================*
       01 WS-TRAILER-REC.
          05 TRL-RECORD-ID       PIC X(06) VALUE 'TOTALS'.
          05 TRL-RECORDS-READ    PIC 9(07).
          05 TRL-RETURNS-REVERSED PIC 9(07).
          05 TRL-LETTERS-WRITTEN PIC 9(07).
          05 TRL-REJECT-COUNT    PIC 9(05).
          05 FILLER              PIC X(118).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-RETURNS-REVERSED PIC 9(09) VALUE ZEROES.
          05 WS-REVERSED-VALUE   PIC 9(11)V99 VALUE ZEROES.
          05 WS-REPRESENT-COUNT  PIC 9(09) VALUE ZEROES.
          05 WS-REPRESENT-VALUE  PIC 9(11)V99 VALUE ZEROES.
          05 WS-LETTERS-WRITTEN  PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-NAME-NOT-FOUND   PIC 9(09) VALUE ZEROES.
          05 WS-MANDATES-CANCELLED PIC 9(09) VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK, the same worst-status-code
      * pattern LGCLMSET and LGPPOST use.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-AMOUNT-INT       PIC S9(09) COMP-5.
          05 WS-RETURN-AMOUNT    PIC S9(07)V99 COMP-3.
          05 WS-NEGATIVE-AMOUNT  PIC S9(09) COMP-5.
          05 WS-DUP-COUNT        PIC S9(09) COMP-5.
          05 WS-POLICY-TYPE      PIC X(01).
          05 WS-DEMAND-DATE      PIC X(10).
          05 WS-COLLECTION-DATE  PIC X(10).
          05 WS-RECEIPT-REF      PIC X(12).
          05 WS-RETURN-REF       PIC X(12).
          05 WS-REASON-CODE      PIC X(01).
             88 INSTRUCTION-GONE            VALUE '1' '2' '3' '5'
                                                  '6' 'B'.
          05 WS-REASON-TEXT      PIC X(30).
          05 WS-ACTION           PIC X(01).
             88 ACTION-REPRESENT            VALUE 'R'.
             88 ACTION-LETTER               VALUE 'L'.
          05 WS-RETURN-STATUS    PIC X(01).
          05 WS-CUST-NUM-ZONED   PIC 9(10).

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP RETURNED DIRECT DEBIT REGISTER'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(11)  VALUE 'POLICY NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'CUSTOMER NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'DEMANDED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '    REVERSED'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'RECEIPT REF'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(32)  VALUE 'REASON'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'ACTION'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLNUM         PIC 9(09).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CUSNUM         PIC 9(10).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-DEMAND-DATE    PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-RECEIPT-REF    PIC X(12).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-REASON-CODE    PIC X(01).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-REASON-TEXT    PIC X(30).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-ACTION         PIC X(12).
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

           DISPLAY 'START OF PROGRAM LGARUDD'

           MOVE 'LGARUDD' TO RLOG-PROGRAM
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

           OPEN OUTPUT REJECT-FILE

           IF NOT REJ-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN REJECT:' FS-REJECT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT LETTER-FILE

           IF NOT LETTER-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN LETTERS:' FS-LETTER
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

           OPEN I-O MANDATE-FILE

           IF MANDATE-OK
              SET MANDATE-AVAILABLE TO TRUE
           ELSE
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'GENAMAND NOT AVAILABLE, MANDATES NOT UPDATED:'
                       FS-MANDATE
              IF WS-WORST-STATUS-CODE < '04'
                 MOVE '04' TO WS-WORST-STATUS-CODE
              END-IF
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
              DISPLAY 'RETURNED DEBIT ' IN-BACS-REF
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Process one returned debit.  The ARUDD record is validated,    *
      * the return reference checked against DDRETURN for a rerun,     *
      * and the demand and receipt it belongs to found, before         *
      * anything is reversed.  Receipts are posted in whole currency   *
      * (PAYHIST.AMOUNT), so the returned pence are rounded to match   *
      * the receipt; DDRETURN, the letter and the register carry the   *
      * exact amount, which is what a re-presentation asks for.        *
      *================================================================*
       2000-PROCESS-RETURN.

           MOVE '00' TO WS-STATUS-CODE

           EVALUATE TRUE
              WHEN IN-REF-LITERAL NOT = 'PREMIUM'
                OR IN-REF-POL-NUM-X IS NOT NUMERIC
                 DISPLAY 'NOT A PREMIUM COLLECTION REFERENCE:'
                          IN-BACS-REF
                 MOVE '84' TO WS-STATUS-CODE
              WHEN IN-AMOUNT-PENCE-X IS NOT NUMERIC
                 DISPLAY 'NON-NUMERIC AMOUNT FOR RETURN:'
                          IN-RETURN-REF
                 MOVE '82' TO WS-STATUS-CODE
              WHEN IN-AMOUNT-PENCE = 0
                 DISPLAY 'ZERO AMOUNT FOR RETURN:' IN-RETURN-REF
                 MOVE '82' TO WS-STATUS-CODE
              WHEN IN-AMOUNT-PENCE > 999999999
                 DISPLAY 'AMOUNT TOO LARGE FOR RETURN:' IN-RETURN-REF
                 MOVE '82' TO WS-STATUS-CODE
              WHEN IN-COLLECTION-DATE(1:4) IS NOT NUMERIC
                OR IN-COLLECTION-DATE(6:2) IS NOT NUMERIC
                OR IN-COLLECTION-DATE(9:2) IS NOT NUMERIC
                 DISPLAY 'INVALID COLLECTION DATE FOR RETURN:'
                          IN-RETURN-REF
                 MOVE '83' TO WS-STATUS-CODE
              WHEN OTHER
                 MOVE IN-REF-POL-NUM     TO WS-POLICY-NUM-INT
                 COMPUTE WS-AMOUNT-INT ROUNDED = IN-AMOUNT-PENCE / 100
                 COMPUTE WS-RETURN-AMOUNT = IN-AMOUNT-PENCE / 100
                 MOVE IN-COLLECTION-DATE TO WS-COLLECTION-DATE
                 MOVE IN-RETURN-REF      TO WS-RETURN-REF
                 MOVE IN-REASON-CODE     TO WS-REASON-CODE
                 PERFORM 2040-GET-REASON-TEXT
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2050-CHECK-RETURN-REF
                 END-IF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2100-MATCH-DEMAND
                 END-IF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2150-MATCH-RECEIPT
                 END-IF
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2200-DECIDE-ACTION
                 END-IF
           END-EVALUATE

           IF WS-STATUS-CODE = '00'
              PERFORM 2300-REVERSE-RECEIPT
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * The ARUDD reason codes the bank returns a debit under, in the  *
      * words the register and the missed-payment letter print.  A     *
      * code outside the list is rejected (88) for the collections     *
      * team to look at rather than guessed at.                        *
      *================================================================*
       2040-GET-REASON-TEXT.

           EVALUATE WS-REASON-CODE
              WHEN '0'
                 MOVE 'REFER TO PAYER'          TO WS-REASON-TEXT
              WHEN '1'
                 MOVE 'INSTRUCTION CANCELLED'   TO WS-REASON-TEXT
              WHEN '2'
                 MOVE 'PAYER DECEASED'          TO WS-REASON-TEXT
              WHEN '3'
                 MOVE 'ACCOUNT TRANSFERRED'     TO WS-REASON-TEXT
              WHEN '5'
                 MOVE 'NO ACCOUNT'              TO WS-REASON-TEXT
              WHEN '6'
                 MOVE 'NO INSTRUCTION'          TO WS-REASON-TEXT
              WHEN '7'
                 MOVE 'AMOUNT DIFFERS'          TO WS-REASON-TEXT
              WHEN '8'
                 MOVE 'AMOUNT NOT YET DUE'      TO WS-REASON-TEXT
              WHEN '9'
                 MOVE 'PRESENTATION OVERDUE'    TO WS-REASON-TEXT
              WHEN 'A'
                 MOVE 'SERVICE USER DIFFERS'    TO WS-REASON-TEXT
              WHEN 'B'
                 MOVE 'ACCOUNT CLOSED'          TO WS-REASON-TEXT
              WHEN OTHER
                 DISPLAY 'UNKNOWN ARUDD REASON CODE FOR RETURN:'
                          IN-RETURN-REF
                 MOVE '88' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2040-EXIT
           .
       2040-EXIT.
           EXIT.

      *================================================================*
      * Reversal must be idempotent: the bank's return reference is    *
      * the key.  A blank reference cannot be checked (86); one        *
      * already on DDRETURN is what a rerun after a mid-file abend     *
      * presents, and is rejected (85) instead of reversing the        *
      * customer's receipt twice.                                      *
      *================================================================*
       2050-CHECK-RETURN-REF.

           IF WS-RETURN-REF = SPACES
              DISPLAY 'NO RETURN REFERENCE FOR POLICY:'
                       IN-REF-POL-NUM
              MOVE '86' TO WS-STATUS-CODE
           ELSE
              EXEC SQL
                SELECT COUNT(*) INTO :WS-DUP-COUNT
                  FROM DDRETURN
                 WHERE RETURNREF = :WS-RETURN-REF
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    DISPLAY 'SQL ERROR ON DUPLICATE CHECK, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                 WHEN WS-DUP-COUNT > 0
                    DISPLAY 'RETURN ALREADY PROCESSED, REFERENCE:'
                             WS-RETURN-REF
                    MOVE '85' TO WS-STATUS-CODE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 2050-EXIT
           .
       2050-EXIT.
           EXIT.

      *================================================================*
      * The demand the debit was collected for - the latest BILLING    *
      * row for the policy raised on or before the collection date.    *
      * No demand at all (80) means the debit was not one of ours.     *
      *================================================================*
       2100-MATCH-DEMAND.

           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE, DEMANDDATE
               INTO :WS-CUSTOMER-NUMBER, :WS-POLICY-TYPE,
                    :WS-DEMAND-DATE
               FROM BILLING
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND DEMANDDATE  <= :WS-COLLECTION-DATE
              ORDER BY DEMANDDATE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'NO BILLING DEMAND FOR POLICY:'
                          IN-REF-POL-NUM
                 MOVE '80' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON BILLING LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * The receipt LGPPOST posted for the demand - the earliest       *
      * PAYHIST row for the policy of the returned amount, paid on or  *
      * after the demand date, that no earlier return has reversed.    *
      * Reversal rows are negative, so they never match.  No such      *
      * receipt (81) means the collection was never posted - nothing   *
      * to reverse, and the collections team must look at it.          *
      *================================================================*
       2150-MATCH-RECEIPT.

           EXEC SQL
             SELECT PH.RECEIPTREF
               INTO :WS-RECEIPT-REF
               FROM PAYHIST PH
              WHERE PH.POLICYNUMBER = :WS-POLICY-NUM-INT
                AND PH.AMOUNT       = :WS-AMOUNT-INT
                AND PH.PAYMENTDATE >= :WS-DEMAND-DATE
                AND NOT EXISTS
                    ( SELECT 1 FROM DDRETURN DDR
                       WHERE DDR.RECEIPTREF = PH.RECEIPTREF )
              ORDER BY PH.PAYMENTDATE, PH.POSTEDTIMESTAMP
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'NO POSTED RECEIPT TO REVERSE FOR POLICY:'
                          IN-REF-POL-NUM
                 MOVE '81' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON RECEIPT LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

      *================================================================*
      * Reason 0 (refer to payer - usually no funds on the day) is     *
      * worth one more attempt, so the demand is queued for LGBILL to  *
      * re-present - once.  A demand already re-presented, and every   *
      * other reason (the instruction or the account has gone), gets   *
      * a missed-payment letter instead.                               *
      *================================================================*
       2200-DECIDE-ACTION.

           SET ACTION-LETTER TO TRUE
           MOVE 'L' TO WS-RETURN-STATUS

           IF IN-REFER-TO-PAYER
              EXEC SQL
                SELECT COUNT(*) INTO :WS-DUP-COUNT
                  FROM DDRETURN
                 WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                   AND DEMANDDATE   = :WS-DEMAND-DATE
                   AND ACTION       = 'R'
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    DISPLAY 'SQL ERROR ON RE-PRESENT CHECK, SQLCODE:'
                             SQLCODE
                    MOVE '90' TO WS-STATUS-CODE
                 WHEN WS-DUP-COUNT = 0
                    SET ACTION-REPRESENT TO TRUE
                    MOVE 'Q' TO WS-RETURN-STATUS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * Take the receipt back off the policy.  The negative PAYHIST    *
      * row keeps PAYHIST summing to PAYMENT, and the DDRETURN row     *
      * carries the rerun-protection reference - a reversal either of  *
      * them does not remember is backed out, not confirmed.           *
      *================================================================*
       2300-REVERSE-RECEIPT.

           EXEC SQL
             UPDATE POLICY
                SET PAYMENT     = PAYMENT - :WS-AMOUNT-INT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER   = :WS-POLICY-NUM-INT
                AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2400-WRITE-PAYMENT-HISTORY
                 IF HIST-WRITTEN
                    PERFORM 2450-WRITE-RETURN
                 END-IF

                 IF NOT HIST-WRITTEN OR NOT RETURN-WRITTEN
                    PERFORM 2350-BACK-OUT-REVERSAL
                    MOVE '87' TO WS-STATUS-CODE
                    PERFORM 4500-WRITE-REJECT
                 ELSE
                    ADD 1             TO WS-RETURNS-REVERSED
                    ADD WS-AMOUNT-INT TO WS-REVERSED-VALUE
                    PERFORM 2900-WRITE-GL-DETAIL
                    IF INSTRUCTION-GONE AND MANDATE-AVAILABLE
                       PERFORM 2600-CANCEL-MANDATE
                    END-IF
                    IF ACTION-REPRESENT
                       ADD 1                TO WS-REPRESENT-COUNT
                       ADD WS-RETURN-AMOUNT TO WS-REPRESENT-VALUE
                    ELSE
                       PERFORM 2500-WRITE-LETTER
                    END-IF
                    PERFORM 2700-WRITE-REGISTER-LINE
                 END-IF
              WHEN 100
                 DISPLAY 'POLICY NO LONGER ON FILE:' IN-REF-POL-NUM
                 MOVE '80' TO WS-STATUS-CODE
                 PERFORM 4500-WRITE-REJECT
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON PAYMENT UPDATE, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 4500-WRITE-REJECT
           END-EVALUATE

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * Put PAYMENT back the way it was, and remove the reversal row   *
      * if it got as far as PAYHIST.  If even that fails the books are *
      * wrong and a person must intervene - a hard stop, with the      *
      * policy number on the joblog.                                   *
      *================================================================*
       2350-BACK-OUT-REVERSAL.

           IF HIST-WRITTEN
              EXEC SQL
                DELETE FROM PAYHIST
                 WHERE RECEIPTREF = :WS-RETURN-REF
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'REVERSAL ROW BACK-OUT FAILED, SQLCODE:'
                          SQLCODE ' POLICY:' IN-REF-POL-NUM
                 DISPLAY 'PAYHIST REVERSAL WITH NO RETURN ROW - '
                         'CORRECT BY HAND BEFORE ANY RERUN'
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           EXEC SQL
             UPDATE POLICY
                SET PAYMENT     = PAYMENT + :WS-AMOUNT-INT,
                    LASTCHANGED = CURRENT TIMESTAMP
              WHERE POLICYNUMBER   = :WS-POLICY-NUM-INT
                AND CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'REVERSAL BACK-OUT FAILED, SQLCODE:' SQLCODE
                      ' POLICY:' IN-REF-POL-NUM
              DISPLAY 'PAYMENT REVERSED WITH NO HISTORY ROW - '
                      'CORRECT BY HAND BEFORE ANY RERUN'
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

      *================================================================*
      * The negative PAYHIST row - dated the day the debit was         *
      * collected, referenced with the bank's return reference.        *
      *================================================================*
       2400-WRITE-PAYMENT-HISTORY.

           MOVE ' ' TO WS-HIST-STATE
           COMPUTE WS-NEGATIVE-AMOUNT = 0 - WS-AMOUNT-INT

           EXEC SQL
             INSERT INTO PAYHIST
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         AMOUNT,
                         PAYMENTDATE,
                         RECEIPTREF,
                         POSTEDTIMESTAMP )
                VALUES ( :WS-POLICY-NUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :WS-NEGATIVE-AMOUNT,
                         :WS-COLLECTION-DATE,
                         :WS-RETURN-REF,
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE = 0
              SET HIST-WRITTEN TO TRUE
           ELSE
              DISPLAY 'PAYMENT HISTORY INSERT FAILED, SQLCODE:'
                      SQLCODE
           END-IF

           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

      *================================================================*
      * The DDRETURN row - what came back, against which demand and    *
      * receipt, and what happens next.  A letter is sent by this run, *
      * so its row is written already actioned; a re-presentation      *
      * waits at 'Q' for LGBILL.                                       *
      *================================================================*
       2450-WRITE-RETURN.

           MOVE ' ' TO WS-RETURN-STATE

           IF ACTION-LETTER
              EXEC SQL
                INSERT INTO DDRETURN
                          ( POLICYNUMBER,
                            CUSTOMERNUMBER,
                            POLICYTYPE,
                            AMOUNT,
                            DEMANDDATE,
                            RECEIPTREF,
                            RETURNREF,
                            REASONCODE,
                            ACTION,
                            STATUS,
                            RETURNDATE,
                            RECEIVEDTIMESTAMP,
                            ACTIONEDTIMESTAMP )
                   VALUES ( :WS-POLICY-NUM-INT,
                            :WS-CUSTOMER-NUMBER,
                            :WS-POLICY-TYPE,
                            :WS-RETURN-AMOUNT,
                            :WS-DEMAND-DATE,
                            :WS-RECEIPT-REF,
                            :WS-RETURN-REF,
                            :WS-REASON-CODE,
                            :WS-ACTION,
                            :WS-RETURN-STATUS,
                            CHAR(CURRENT DATE, ISO),
                            CURRENT TIMESTAMP,
                            CURRENT TIMESTAMP )
              END-EXEC
           ELSE
              EXEC SQL
                INSERT INTO DDRETURN
                          ( POLICYNUMBER,
                            CUSTOMERNUMBER,
                            POLICYTYPE,
                            AMOUNT,
                            DEMANDDATE,
                            RECEIPTREF,
                            RETURNREF,
                            REASONCODE,
                            ACTION,
                            STATUS,
                            RETURNDATE,
                            RECEIVEDTIMESTAMP )
                   VALUES ( :WS-POLICY-NUM-INT,
                            :WS-CUSTOMER-NUMBER,
                            :WS-POLICY-TYPE,
                            :WS-RETURN-AMOUNT,
                            :WS-DEMAND-DATE,
                            :WS-RECEIPT-REF,
                            :WS-RETURN-REF,
                            :WS-REASON-CODE,
                            :WS-ACTION,
                            :WS-RETURN-STATUS,
                            CHAR(CURRENT DATE, ISO),
                            CURRENT TIMESTAMP )
              END-EXEC
           END-IF

           IF SQLCODE = 0
              SET RETURN-WRITTEN TO TRUE
           ELSE
              DISPLAY 'DIRECT DEBIT RETURN INSERT FAILED, SQLCODE:'
                      SQLCODE
           END-IF

           PERFORM 2450-EXIT
           .
       2450-EXIT.
           EXIT.

      *================================================================*
      * One missed-payment letter, with the customer's name and        *
      * address joined from CUSTOMER the way LGRENEW's notices carry   *
      * them.  A customer no longer on file still gets the letter      *
      * record (addressed by number) so the count agrees with the      *
      * register; a LETTERS write failure stops the run.               *
      *================================================================*
       2500-WRITE-LETTER.

           EXEC SQL
              SELECT FIRSTNAME, LASTNAME, HOUSENAME, HOUSENUMBER,
                     POSTCODE, EMAILADDRESS
                INTO :DB2-FIRSTNAME, :DB2-LASTNAME, :DB2-HOUSENAME,
                     :DB2-HOUSENUMBER, :DB2-POSTCODE,
                     :DB2-EMAIL-ADDRESS
                FROM CUSTOMER
               WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'CUSTOMER NOT ON FILE, POLICY:'
                          IN-REF-POL-NUM
                 MOVE SPACES TO DB2-FIRSTNAME DB2-LASTNAME
                                DB2-HOUSENAME DB2-HOUSENUMBER
                                DB2-POSTCODE DB2-EMAIL-ADDRESS
                 ADD 1 TO WS-NAME-NOT-FOUND
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON NAME LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           MOVE WS-POLICY-NUM-INT  TO LET-POLICY-NUM
           MOVE WS-CUSTOMER-NUMBER TO LET-CUST-NUMBER
           MOVE WS-POLICY-TYPE     TO LET-POLICY-TYPE
           MOVE WS-RETURN-AMOUNT   TO LET-AMOUNT
           MOVE WS-COLLECTION-DATE TO LET-COLLECTION-DATE
           MOVE WS-REASON-CODE     TO LET-REASON-CODE
           MOVE WS-REASON-TEXT     TO LET-REASON-TEXT
           MOVE DB2-FIRSTNAME      TO LET-FIRSTNAME
           MOVE DB2-LASTNAME       TO LET-LASTNAME
           MOVE DB2-HOUSENAME      TO LET-HOUSENAME
           MOVE DB2-HOUSENUMBER    TO LET-HOUSENUMBER
           MOVE DB2-POSTCODE       TO LET-POSTCODE
           MOVE DB2-EMAIL-ADDRESS  TO LET-EMAIL-ADDRESS

           WRITE LETTER-REC FROM WS-LETTER-REC

           IF NOT LETTER-OK
              DISPLAY 'INVALID FILE STATUS ON LETTER WRITE:' FS-LETTER
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-LETTERS-WRITTEN
           PERFORM 2580-LOG-CORRESPONDENCE

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

      *================================================================*
      * Record that this policy's missed-payment letter went on this   *
      * run's extract.  A failed log insert is reported but never      *
      * fails the letter itself.                                       *
      *================================================================*
       2580-LOG-CORRESPONDENCE.

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
                         'M',
                         'LGARUDD',
                         CHAR(CURRENT DATE, ISO),
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING - CORRESPONDENCE LOG INSERT FAILED:'
                      SQLCODE
           END-IF

           PERFORM 2580-EXIT
           .
       2580-EXIT.
           EXIT.

      *================================================================*
      * The payer's bank has cancelled the instruction or the account  *
      * has gone: a live mandate is marked 'B' so LGBILL stops         *
      * collecting against it.  There is nothing to lodge on AUDDIS -  *
      * the bank already knows.  A mandate that is not live is left    *
      * alone, and a GENAMAND error is a warning only (04).            *
      *================================================================*
       2600-CANCEL-MANDATE.

           MOVE WS-CUSTOMER-NUMBER TO WS-CUST-NUM-ZONED
           MOVE WS-CUST-NUM-ZONED  TO MD-CUSTOMER-NUM

           READ MANDATE-FILE

           EVALUATE TRUE
              WHEN MANDATE-OK AND MD-LIVE
                 SET MD-BANK-CANCELLED TO TRUE
                 MOVE GLW-RUN-DATE     TO MD-STATUS-DATE
                 REWRITE MANDATE-RECORD
                 IF MANDATE-OK
                    ADD 1 TO WS-MANDATES-CANCELLED
                 ELSE
                    DISPLAY 'INVALID FILE STATUS ON GENAMAND REWRITE:'
                             FS-MANDATE ' CUSTOMER:' WS-CUST-NUM-ZONED
                    IF WS-WORST-STATUS-CODE < '04'
                       MOVE '04' TO WS-WORST-STATUS-CODE
                    END-IF
                 END-IF
              WHEN MANDATE-OK
              WHEN MANDATE-NOTFND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND READ:'
                          FS-MANDATE ' CUSTOMER:' WS-CUST-NUM-ZONED
                 IF WS-WORST-STATUS-CODE < '04'
                    MOVE '04' TO WS-WORST-STATUS-CODE
                 END-IF
           END-EVALUATE

           PERFORM 2600-EXIT
           .
       2600-EXIT.
           EXIT.

       2700-WRITE-REGISTER-LINE.

           MOVE WS-POLICY-NUM-INT  TO RL-POLNUM
           MOVE WS-CUSTOMER-NUMBER TO RL-CUSNUM
           MOVE WS-DEMAND-DATE     TO RL-DEMAND-DATE
           MOVE WS-RETURN-AMOUNT   TO RL-AMOUNT
           MOVE WS-RECEIPT-REF     TO RL-RECEIPT-REF
           MOVE WS-REASON-CODE     TO RL-REASON-CODE
           MOVE WS-REASON-TEXT     TO RL-REASON-TEXT
           IF ACTION-REPRESENT
              MOVE 'RE-PRESENT'    TO RL-ACTION
           ELSE
              MOVE 'LETTER'        TO RL-ACTION
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           PERFORM 2700-EXIT
           .
       2700-EXIT.
           EXIT.

      *================================================================*
      * One general-ledger extract record per reversed receipt - event *
      * DR, the cash taken back out of the bank and the debt put back  *
      * on the customer, referenced by policy number.  A GLOUT write   *
      * failure stops the run.                                         *
      *================================================================*
       2900-WRITE-GL-DETAIL.

           MOVE 'DETAIL'          TO GLX-RECORD-ID
           MOVE 'LGARUDD'         TO GLX-SOURCE
           MOVE 'DR'              TO GLX-EVENT
           MOVE WS-POLICY-TYPE    TO GLX-POLICY-TYPE
           MOVE WS-POLICY-NUM-INT TO GLX-REFERENCE
           MOVE WS-AMOUNT-INT     TO GLX-AMOUNT
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
      * Write a rejected return to REJECT-FILE with a reason code      *
      * instead of aborting the run:                                   *
      *   80 - no BILLING demand for the policy, or policy gone        *
      *   81 - no unreversed receipt for the demand to reverse         *
      *   82 - non-numeric or zero amount                              *
      *   83 - collection date not an ISO date                         *
      *   84 - reference not a LGBILL premium collection               *
      *   85 - return reference already processed (rerun)              *
      *   86 - no return reference on the ARUDD record                 *
      *   87 - history rows could not be written; reversal backed out  *
      *   88 - ARUDD reason code not recognised                        *
      *   90 - DB2 error                                               *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-REF-POL-NUM-X  TO REJ-POLICY-NUM
           MOVE IN-REASON-CODE    TO REJ-REASON-CODE-BANK
           MOVE IN-RETURN-REF     TO REJ-RETURN-REF
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
      * Trailer record for LETTER-FILE - returns read/reversed, letters*
      * written and returns rejected.                                  *
      *================================================================*
       4900-WRITE-TRAILER.

           MOVE WS-RECORDS-READ     TO TRL-RECORDS-READ
           MOVE WS-RETURNS-REVERSED TO TRL-RETURNS-REVERSED
           MOVE WS-LETTERS-WRITTEN  TO TRL-LETTERS-WRITTEN
           MOVE WS-REJECT-COUNT     TO TRL-REJECT-COUNT

           DISPLAY 'WRITING TRAILER RECORD:' WS-TRAILER-REC

           WRITE LETTER-REC FROM WS-TRAILER-REC

           IF NOT LETTER-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:' FS-LETTER
           END-IF

           PERFORM 4900-EXIT
           .
       4900-EXIT.
           EXIT.

      *================================================================*
      * GLOUT trailer - the run's own reversal count and value, which  *
      * LGGLJNL proves the DR detail records against.                  *
      *================================================================*
       4950-WRITE-GL-TRAILER.

           MOVE 'TOTALS'            TO GLT-RECORD-ID
           MOVE 'LGARUDD'           TO GLT-SOURCE
           MOVE 'DR'                TO GLT-EVENT
           MOVE WS-RETURNS-REVERSED TO GLT-COUNT
           MOVE WS-REVERSED-VALUE   TO GLT-VALUE
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
      * Control totals at the foot of the returns register - the       *
      * reversed count and value must agree with the bank's ARUDD      *
      * totals less the rejects.                                       *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'RETURNS READ          - ' TO RL-TOT-TITLE
           MOVE WS-RECORDS-READ TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RECEIPTS REVERSED     - ' TO RL-TOT-TITLE
           MOVE WS-RETURNS-REVERSED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'REVERSED VALUE TOTAL  - ' TO RL-TOT-TITLE
           MOVE WS-REVERSED-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'QUEUED TO RE-PRESENT  - ' TO RL-TOT-TITLE
           MOVE WS-REPRESENT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'RE-PRESENT VALUE      - ' TO RL-TOT-TITLE
           MOVE WS-REPRESENT-VALUE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MISSED-PAYMENT LETTERS- ' TO RL-TOT-TITLE
           MOVE WS-LETTERS-WRITTEN TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MANDATES BANK-CANCELLED ' TO RL-TOT-TITLE
           MOVE WS-MANDATES-CANCELLED TO RL-TOT-VALUE
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
           CLOSE REJECT-FILE
           CLOSE LETTER-FILE
           CLOSE REPORT-FILE
           CLOSE GL-FILE
           IF MANDATE-AVAILABLE
              CLOSE MANDATE-FILE
           END-IF
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
           DISPLAY 'RECEIPTS REVERSED:' WS-RETURNS-REVERSED
           DISPLAY 'RETURNS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'REVERSED VALUE:' WS-REVERSED-VALUE
           DISPLAY 'MANDATES BANK-CANCELLED:' WS-MANDATES-CANCELLED

           IF LETTER-OK
              PERFORM 4900-WRITE-TRAILER
           END-IF

           IF GLOUT-OK
              PERFORM 4950-WRITE-GL-TRAILER
           END-IF

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-RETURNS-REVERSED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-REJECT-COUNT
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
