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
       PROGRAM-ID. LGMDMNT.
      *****************************************************************
      * Direct-debit mandate maintenance.  Reads the day's           *
      * instructions keyed by the collections team from the signed  *
      * direct-debit forms and applies each one to the GENAMAND      *
      * mandate master (copybook LGMNDREC) that LGBILL collects     *
      * from:                                                         *
      *                                                                *
      *   N - new instruction: the customer's bank details, mandate  *
      *       reference and collection day, made live                *
      *   A - amend a live mandate: new bank details and/or a new    *
      *       collection day                                          *
      *   C - cancel a live mandate                                  *
      *                                                                *
      * Every instruction the bank has to know about is lodged on    *
      * AUDDIS, the Automated Direct Debit Instruction Service file: *
      * a new mandate as a 0N, a cancelled one as a 0C, and a change *
      * of bank account as a 0C of the old account followed by a 0N *
      * of the new one (a collection-day change alone lodges         *
      * nothing).  The customer must be on CUSTOMER before a mandate *
      * is taken for them.  An instruction that cannot be applied   *
      * goes to REJFILE with a reason code instead of stopping the   *
      * run, and every applied instruction is listed on the printed  *
      * mandate register with control totals.                        *
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

      * Mandate master - read, added to and rewritten by key.
           SELECT MANDATE-FILE ASSIGN TO GENAMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-CUSTOMER-NUM
               FILE STATUS IS FS-MANDATE.

           SELECT AUDDIS-FILE ASSIGN TO AUDDIS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-AUDDIS.

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
      * One record per mandate instruction - type, customer number,    *
      * sort code, account number, account name, mandate reference     *
      * and collection day (bank fields blank on a cancellation).      *
      ******************************************************************
       FD  INPUT01-FILE
           RECORDING MODE IS F.
       01 IN-REC                 PIC X(80).

       FD  MANDATE-FILE.
       COPY LGMNDREC.

      ******************************************************************
      *          AUDDIS LODGEMENT FILE                                 *
      * One record per instruction lodged with the bank, then the      *
      * TOTALS trailer.                                                *
      ******************************************************************
       FD  AUDDIS-FILE
           RECORDING MODE IS F
           DATA RECORD IS AUDDIS-REC.
       01 AUDDIS-REC             PIC X(80).

      ******************************************************************
      *          REJECTED-RECORD FILE                                  *
      * One record per instruction that could not be applied.          *
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
          05 FS-MANDATE          PIC X(02)  VALUE SPACES.
             88 MANDATE-OK                  VALUE '00'.
             88 MANDATE-NOTFND              VALUE '23'.
          05 FS-AUDDIS           PIC X(02)  VALUE SPACES.
             88 AUDDIS-OK                   VALUE '00'.
          05 FS-REJECT           PIC X(02)  VALUE SPACES.
             88 REJ-OK                      VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.
          05 WS-MANDATE-STATE    PIC X(01)  VALUE ' '.
             88 MANDATE-ON-FILE             VALUE 'Y'.

       01 WS-IN-REC.
          05 IN-TRAN-TYPE        PIC X(01).
             88 IN-TRAN-NEW                 VALUE 'N'.
             88 IN-TRAN-AMEND               VALUE 'A'.
             88 IN-TRAN-CANCEL              VALUE 'C'.
             88 IN-TRAN-VALID               VALUE 'N' 'A' 'C'.
          05 IN-CUST-NUMBER      PIC 9(10).
          05 IN-CUST-NUMBER-X REDEFINES IN-CUST-NUMBER
                                 PIC X(10).
          05 IN-SORT-CODE        PIC 9(06).
          05 IN-SORT-CODE-X REDEFINES IN-SORT-CODE
                                 PIC X(06).
          05 IN-ACCOUNT-NUM      PIC 9(08).
          05 IN-ACCOUNT-NUM-X REDEFINES IN-ACCOUNT-NUM
                                 PIC X(08).
          05 IN-ACCOUNT-NAME     PIC X(18).
          05 IN-MANDATE-REF      PIC X(18).
          05 IN-COLLECTION-DAY   PIC 9(02).
          05 IN-COLLECTION-DAY-X REDEFINES IN-COLLECTION-DAY
                                 PIC X(02).
          05 FILLER              PIC X(17).

      *================================================================*
      * One AUDDIS instruction - 0N new, 0C cancel - with the payer's  *
      * bank details, the account name and the mandate reference the   *
      * bank will see on every collection.                             *
      *================================================================*
       01 WS-AUDDIS-REC.
          05 AUD-TRAN-CODE       PIC X(02).
          05 AUD-SORT-CODE       PIC 9(06).
          05 AUD-ACCOUNT-NUM     PIC 9(08).
          05 AUD-ACCOUNT-NAME    PIC X(18).
          05 AUD-MANDATE-REF     PIC X(18).
          05 AUD-CUST-NUMBER     PIC X(10).
          05 AUD-LODGED-DATE     PIC X(10).
          05 FILLER              PIC X(08).

      *================================================================*
      * End-of-run trailer written to AUDDIS-FILE after the last       *
      * instruction, so the bank transmission can be reconciled.       *
      *================================================================*
       01 WS-TRAILER-REC.
          05 TRL-RECORD-ID       PIC X(06) VALUE 'TOTALS'.
          05 TRL-NEW-LODGED      PIC 9(07).
          05 TRL-CANCEL-LODGED   PIC 9(07).
          05 TRL-LODGED-DATE     PIC X(10).
          05 FILLER              PIC X(50).

       01 WS-REJ-REC.
          05 REJ-CUST-NUMBER     PIC X(10).
          05 REJ-TRAN-TYPE       PIC X(01).
          05 REJ-REASON-CODE     PIC X(02).
          05 FILLER              PIC X(17).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-TRANS-APPLIED    PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-NEW-COUNT        PIC 9(09) VALUE ZEROES.
          05 WS-AMEND-COUNT      PIC 9(09) VALUE ZEROES.
          05 WS-CANCEL-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-0N-LODGED        PIC 9(09) VALUE ZEROES.
          05 WS-0C-LODGED        PIC 9(09) VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

      * Highest status code seen across the run, moved into
      * RETURN-CODE just before GOBACK, the same worst-status-code
      * pattern LGCLMSET and LGPPOST use.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-BANK-CHANGED     PIC X(01).
             88 BANK-CHANGED                VALUE 'Y'.
          05 WS-TODAY            PIC 9(08).
          05 WS-TODAY-R REDEFINES WS-TODAY.
             10 WS-TODAY-YYYY    PIC 9(04).
             10 WS-TODAY-MM      PIC 9(02).
             10 WS-TODAY-DD      PIC 9(02).
          05 WS-TODAY-ISO.
             10 WS-ISO-YYYY      PIC 9(04).
             10 FILLER           PIC X(01)  VALUE '-'.
             10 WS-ISO-MM        PIC 9(02).
             10 FILLER           PIC X(01)  VALUE '-'.
             10 WS-ISO-DD        PIC 9(02).

      * The mandate as it stood before an amendment, for the 0C of
      * the old bank account.
       01 WS-OLD-MANDATE.
          05 WS-OLD-SORT-CODE    PIC 9(06).
          05 WS-OLD-ACCOUNT-NUM  PIC 9(08).
          05 WS-OLD-ACCOUNT-NAME PIC X(18).
          05 WS-OLD-MANDATE-REF  PIC X(18).

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP DIRECT-DEBIT MANDATE REGISTER'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'CUSTOMER NUM'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'TRAN'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(09)  VALUE 'SORT CODE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(08)  VALUE 'ACCOUNT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE 'ACCOUNT NAME'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(18)  VALUE 'MANDATE REF'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(03)  VALUE 'DAY'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'AUDDIS'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CUSNUM         PIC X(10).
             10 FILLER           PIC X(05)  VALUE ' '.
             10 RL-TRAN-TYPE      PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-SORT-CODE      PIC 9(06).
             10 FILLER           PIC X(05)  VALUE ' '.
             10 RL-ACCOUNT-NUM    PIC 9(08).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-ACCOUNT-NAME   PIC X(18).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-MANDATE-REF    PIC X(18).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-COLLECTION-DAY PIC Z9.
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-AUDDIS         PIC X(07).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-TOT-TITLE      PIC X(24).
             10 RL-TOT-VALUE      PIC Z(08)9.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGMDMNT'

           MOVE 'LGMDMNT'  TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-APPLY-INSTRUCTION
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

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY TO WS-ISO-YYYY
           MOVE WS-TODAY-MM   TO WS-ISO-MM
           MOVE WS-TODAY-DD   TO WS-ISO-DD

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

           OPEN I-O MANDATE-FILE

           IF NOT MANDATE-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENAMAND:'
                       FS-MANDATE
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT AUDDIS-FILE

           IF NOT AUDDIS-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN AUDDIS:' FS-AUDDIS
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
              DISPLAY 'MANDATE INSTRUCTION FOR CUSTOMER '
                       IN-CUST-NUMBER-X
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Apply one mandate instruction.  The record is validated, the   *
      * customer checked on CUSTOMER and the current mandate read      *
      * before anything is changed.                                    *
      *================================================================*
       2000-APPLY-INSTRUCTION.

           MOVE '00' TO WS-STATUS-CODE

           EVALUATE TRUE
              WHEN NOT IN-TRAN-VALID
                 DISPLAY 'INVALID INSTRUCTION TYPE FOR CUSTOMER:'
                          IN-CUST-NUMBER-X
                 MOVE '85' TO WS-STATUS-CODE
              WHEN IN-CUST-NUMBER-X IS NOT NUMERIC
                 DISPLAY 'NON-NUMERIC CUSTOMER NUMBER:'
                          IN-CUST-NUMBER-X
                 MOVE '80' TO WS-STATUS-CODE
              WHEN NOT IN-TRAN-CANCEL
               AND (IN-SORT-CODE-X IS NOT NUMERIC
                 OR IN-ACCOUNT-NUM-X IS NOT NUMERIC
                 OR IN-SORT-CODE = 0
                 OR IN-ACCOUNT-NUM = 0
                 OR IN-ACCOUNT-NAME = SPACES)
                 DISPLAY 'INVALID BANK DETAILS FOR CUSTOMER:'
                          IN-CUST-NUMBER-X
                 MOVE '83' TO WS-STATUS-CODE
              WHEN NOT IN-TRAN-CANCEL
               AND (IN-COLLECTION-DAY-X IS NOT NUMERIC
                 OR IN-COLLECTION-DAY < 1
                 OR IN-COLLECTION-DAY > 28)
                 DISPLAY 'COLLECTION DAY NOT 01-28 FOR CUSTOMER:'
                          IN-CUST-NUMBER-X
                 MOVE '84' TO WS-STATUS-CODE
              WHEN OTHER
                 MOVE IN-CUST-NUMBER TO WS-CUSTOMER-NUMBER
                 PERFORM 2050-CHECK-CUSTOMER
                 IF WS-STATUS-CODE = '00'
                    PERFORM 2100-READ-MANDATE
                 END-IF
           END-EVALUATE

           IF WS-STATUS-CODE = '00'
              EVALUATE TRUE
                 WHEN IN-TRAN-NEW
                    PERFORM 2200-NEW-MANDATE
                 WHEN IN-TRAN-AMEND
                    PERFORM 2300-AMEND-MANDATE
                 WHEN IN-TRAN-CANCEL
                    PERFORM 2400-CANCEL-MANDATE
              END-EVALUATE
           END-IF

           IF WS-STATUS-CODE = '00'
              PERFORM 2700-CONFIRM-INSTRUCTION
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * No mandate is taken for a customer we do not hold (80) - the   *
      * collections would have no policies to land on.                 *
      *================================================================*
       2050-CHECK-CUSTOMER.

           EXEC SQL
             SELECT CUSTOMERNUMBER INTO :WS-CUSTOMER-NUMBER
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'UNKNOWN CUSTOMER NUMBER:' IN-CUST-NUMBER-X
                 MOVE '80' TO WS-STATUS-CODE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON CUSTOMER LOOKUP, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2050-EXIT
           .
       2050-EXIT.
           EXIT.

       2100-READ-MANDATE.

           MOVE ' ' TO WS-MANDATE-STATE
           MOVE IN-CUST-NUMBER-X TO MD-CUSTOMER-NUM

           READ MANDATE-FILE

           EVALUATE TRUE
              WHEN MANDATE-OK
                 SET MANDATE-ON-FILE TO TRUE
              WHEN MANDATE-NOTFND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND READ:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * A new instruction.  A customer with a live mandate already is  *
      * rejected (81) - a change of bank is an amendment, so the old   *
      * instruction is cancelled at the bank rather than left running. *
      * A cancelled mandate on file is replaced; otherwise the record  *
      * is added.  Lodged on AUDDIS as a 0N.                           *
      *================================================================*
       2200-NEW-MANDATE.

           IF MANDATE-ON-FILE AND MD-LIVE
              DISPLAY 'LIVE MANDATE ALREADY ON FILE FOR CUSTOMER:'
                       IN-CUST-NUMBER-X
              MOVE '81' TO WS-STATUS-CODE
           ELSE
              MOVE IN-CUST-NUMBER-X  TO MD-CUSTOMER-NUM
              PERFORM 2250-SET-MANDATE-FIELDS
              SET MD-LIVE            TO TRUE
              MOVE WS-TODAY-ISO      TO MD-STATUS-DATE

              IF MANDATE-ON-FILE
                 REWRITE MANDATE-RECORD
              ELSE
                 WRITE MANDATE-RECORD
              END-IF

              IF NOT MANDATE-OK
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND WRITE:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
              ELSE
                 MOVE '0N' TO AUD-TRAN-CODE
                 PERFORM 2600-WRITE-AUDDIS
                 ADD 1 TO WS-NEW-COUNT
                 MOVE '0N' TO RL-AUDDIS
              END-IF
           END-IF

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * The instruction's details onto the mandate record.  A blank    *
      * mandate reference defaults to 'GENAPP' plus the customer       *
      * number, which is unique and is what the forms are printed      *
      * with.                                                          *
      *================================================================*
       2250-SET-MANDATE-FIELDS.

           MOVE IN-SORT-CODE      TO MD-SORT-CODE
           MOVE IN-ACCOUNT-NUM    TO MD-ACCOUNT-NUM
           MOVE IN-ACCOUNT-NAME   TO MD-ACCOUNT-NAME
           MOVE IN-COLLECTION-DAY TO MD-COLLECTION-DAY

           IF IN-MANDATE-REF = SPACES
              MOVE SPACES TO MD-MANDATE-REF
              STRING 'GENAPP'         DELIMITED BY SIZE
                     IN-CUST-NUMBER-X DELIMITED BY SIZE
                     INTO MD-MANDATE-REF
              END-STRING
           ELSE
              MOVE IN-MANDATE-REF TO MD-MANDATE-REF
           END-IF

           PERFORM 2250-EXIT
           .
       2250-EXIT.
           EXIT.

      *================================================================*
      * Amend a live mandate (82 if there is none).  When the bank     *
      * account changes the old instruction is cancelled at the bank   *
      * (0C) and the new one lodged (0N); a new collection day alone   *
      * is ours to know and lodges nothing.                            *
      *================================================================*
       2300-AMEND-MANDATE.

           IF NOT MANDATE-ON-FILE OR NOT MD-LIVE
              DISPLAY 'NO LIVE MANDATE TO AMEND FOR CUSTOMER:'
                       IN-CUST-NUMBER-X
              MOVE '82' TO WS-STATUS-CODE
           ELSE
              MOVE MD-SORT-CODE    TO WS-OLD-SORT-CODE
              MOVE MD-ACCOUNT-NUM  TO WS-OLD-ACCOUNT-NUM
              MOVE MD-ACCOUNT-NAME TO WS-OLD-ACCOUNT-NAME
              MOVE MD-MANDATE-REF  TO WS-OLD-MANDATE-REF

              PERFORM 2250-SET-MANDATE-FIELDS

              IF MD-SORT-CODE    NOT = WS-OLD-SORT-CODE
              OR MD-ACCOUNT-NUM  NOT = WS-OLD-ACCOUNT-NUM
              OR MD-ACCOUNT-NAME NOT = WS-OLD-ACCOUNT-NAME
              OR MD-MANDATE-REF  NOT = WS-OLD-MANDATE-REF
                 SET BANK-CHANGED TO TRUE
                 MOVE WS-TODAY-ISO TO MD-STATUS-DATE
              ELSE
                 MOVE 'N' TO WS-BANK-CHANGED
              END-IF

              REWRITE MANDATE-RECORD

              IF NOT MANDATE-OK
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND REWRITE:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
              ELSE
                 IF BANK-CHANGED
                    PERFORM 2350-LODGE-OLD-CANCEL
                    MOVE '0N' TO AUD-TRAN-CODE
                    PERFORM 2600-WRITE-AUDDIS
                    MOVE '0C+0N' TO RL-AUDDIS
                 ELSE
                    MOVE SPACES TO RL-AUDDIS
                 END-IF
                 ADD 1 TO WS-AMEND-COUNT
              END-IF
           END-IF

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

      *================================================================*
      * The 0C for the bank account an amendment replaced - built from *
      * the saved old details, written before the new 0N.              *
      *================================================================*
       2350-LODGE-OLD-CANCEL.

           MOVE '0C'                TO AUD-TRAN-CODE
           MOVE WS-OLD-SORT-CODE    TO AUD-SORT-CODE
           MOVE WS-OLD-ACCOUNT-NUM  TO AUD-ACCOUNT-NUM
           MOVE WS-OLD-ACCOUNT-NAME TO AUD-ACCOUNT-NAME
           MOVE WS-OLD-MANDATE-REF  TO AUD-MANDATE-REF
           MOVE MD-CUSTOMER-NUM     TO AUD-CUST-NUMBER
           MOVE WS-TODAY-ISO        TO AUD-LODGED-DATE

           WRITE AUDDIS-REC FROM WS-AUDDIS-REC

           IF NOT AUDDIS-OK
              DISPLAY 'INVALID FILE STATUS ON AUDDIS WRITE:' FS-AUDDIS
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-0C-LODGED

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

      *================================================================*
      * Cancel a live mandate (82 if there is none) and lodge the 0C.  *
      * The record is kept, status 'C', so the bank details a past     *
      * collection went to can still be found.                         *
      *================================================================*
       2400-CANCEL-MANDATE.

           IF NOT MANDATE-ON-FILE OR NOT MD-LIVE
              DISPLAY 'NO LIVE MANDATE TO CANCEL FOR CUSTOMER:'
                       IN-CUST-NUMBER-X
              MOVE '82' TO WS-STATUS-CODE
           ELSE
              SET MD-CANCELLED  TO TRUE
              MOVE WS-TODAY-ISO TO MD-STATUS-DATE

              REWRITE MANDATE-RECORD

              IF NOT MANDATE-OK
                 DISPLAY 'INVALID FILE STATUS ON GENAMAND REWRITE:'
                          FS-MANDATE
                 MOVE '90' TO WS-STATUS-CODE
              ELSE
                 MOVE '0C' TO AUD-TRAN-CODE
                 PERFORM 2600-WRITE-AUDDIS
                 ADD 1 TO WS-CANCEL-COUNT
                 MOVE '0C' TO RL-AUDDIS
              END-IF
           END-IF

           PERFORM 2400-EXIT
           .
       2400-EXIT.
           EXIT.

      *================================================================*
      * One AUDDIS instruction from the mandate record as it now       *
      * stands (AUD-TRAN-CODE set by the caller).  A write failure     *
      * stops the run - the master would no longer agree with what the *
      * bank has been told.                                            *
      *================================================================*
       2600-WRITE-AUDDIS.

           MOVE MD-SORT-CODE    TO AUD-SORT-CODE
           MOVE MD-ACCOUNT-NUM  TO AUD-ACCOUNT-NUM
           MOVE MD-ACCOUNT-NAME TO AUD-ACCOUNT-NAME
           MOVE MD-MANDATE-REF  TO AUD-MANDATE-REF
           MOVE MD-CUSTOMER-NUM TO AUD-CUST-NUMBER
           MOVE WS-TODAY-ISO    TO AUD-LODGED-DATE

           WRITE AUDDIS-REC FROM WS-AUDDIS-REC

           IF NOT AUDDIS-OK
              DISPLAY 'INVALID FILE STATUS ON AUDDIS WRITE:' FS-AUDDIS
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF AUD-TRAN-CODE = '0N'
              ADD 1 TO WS-0N-LODGED
           ELSE
              ADD 1 TO WS-0C-LODGED
           END-IF

           PERFORM 2600-EXIT
           .
       2600-EXIT.
           EXIT.

       2700-CONFIRM-INSTRUCTION.

           MOVE MD-CUSTOMER-NUM   TO RL-CUSNUM
           MOVE IN-TRAN-TYPE      TO RL-TRAN-TYPE
           MOVE MD-SORT-CODE      TO RL-SORT-CODE
           MOVE MD-ACCOUNT-NUM    TO RL-ACCOUNT-NUM
           MOVE MD-ACCOUNT-NAME   TO RL-ACCOUNT-NAME
           MOVE MD-MANDATE-REF    TO RL-MANDATE-REF
           MOVE MD-COLLECTION-DAY TO RL-COLLECTION-DAY
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1 TO WS-TRANS-APPLIED

           PERFORM 2700-EXIT
           .
       2700-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected instruction to REJECT-FILE with a reason code *
      * instead of aborting the run:                                   *
      *   80 - customer number not numeric or not on CUSTOMER         *
      *   81 - new instruction for a customer with a live mandate     *
      *   82 - amendment or cancellation with no live mandate         *
      *   83 - sort code/account not numeric or zero, or no name      *
      *   84 - collection day not 01-28                               *
      *   85 - instruction type not N/A/C                             *
      *   90 - DB2 or GENAMAND error                                  *
      *================================================================*
       4500-WRITE-REJECT.

           MOVE IN-CUST-NUMBER-X  TO REJ-CUST-NUMBER
           MOVE IN-TRAN-TYPE      TO REJ-TRAN-TYPE
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
      * Trailer record for AUDDIS-FILE - the 0N and 0C counts lodged.  *
      *================================================================*
       4900-WRITE-TRAILER.

           MOVE WS-0N-LODGED  TO TRL-NEW-LODGED
           MOVE WS-0C-LODGED  TO TRL-CANCEL-LODGED
           MOVE WS-TODAY-ISO  TO TRL-LODGED-DATE

           DISPLAY 'WRITING TRAILER RECORD:' WS-TRAILER-REC

           WRITE AUDDIS-REC FROM WS-TRAILER-REC

           IF NOT AUDDIS-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:' FS-AUDDIS
           END-IF

           PERFORM 4900-EXIT
           .
       4900-EXIT.
           EXIT.

      *================================================================*
      * Control totals at the foot of the mandate register - the 0N    *
      * and 0C counts must agree with the AUDDIS trailer.              *
      *================================================================*
       5000-WRITE-TOTALS.

           MOVE 'INSTRUCTIONS APPLIED  - ' TO RL-TOT-TITLE
           MOVE WS-TRANS-APPLIED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'INSTRUCTIONS REJECTED - ' TO RL-TOT-TITLE
           MOVE WS-REJECT-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'NEW MANDATES          - ' TO RL-TOT-TITLE
           MOVE WS-NEW-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MANDATES AMENDED      - ' TO RL-TOT-TITLE
           MOVE WS-AMEND-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'MANDATES CANCELLED    - ' TO RL-TOT-TITLE
           MOVE WS-CANCEL-COUNT TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'AUDDIS 0N LODGED      - ' TO RL-TOT-TITLE
           MOVE WS-0N-LODGED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'AUDDIS 0C LODGED      - ' TO RL-TOT-TITLE
           MOVE WS-0C-LODGED TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE INPUT01-FILE
           CLOSE MANDATE-FILE
           CLOSE AUDDIS-FILE
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
           DISPLAY 'INSTRUCTIONS APPLIED:' WS-TRANS-APPLIED
           DISPLAY 'INSTRUCTIONS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'AUDDIS 0N LODGED:' WS-0N-LODGED
           DISPLAY 'AUDDIS 0C LODGED:' WS-0C-LODGED

           IF AUDDIS-OK
              PERFORM 4900-WRITE-TRAILER
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
