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
       PROGRAM-ID. LGGLJNL.
      *****************************************************************
      * Nightly general-ledger journal interface.  GLIN is the JCL    *
      * concatenation of the GLOUT extracts (copybook LGGLXREC) the   *
      * money-moving runs write - LGBILL demands (premium and the     *
      * Insurance Premium Tax on it), LGPPOST receipts,               *
      * LGSUSP suspense movements, LGREFND refunds, LGBRKST           *
      * commission, clawbacks and commission paid, LGCLMSET claim     *
      * payments, LGARUDD returned direct debits, LGMATUR endowment   *
      * maturities.  Every DETAIL record for the business date is     *
      * summarised by source event and policy type and journalled as *
      * a balanced debit and credit pair on the accounts the          *
      * posting-rules table below names, onto GLJOURNL for the        *
      * ledger's overnight load.                                      *
      *                                                                *
      * Nothing is journalled on trust: each source run's TOTALS      *
      * trailer for each event must be present exactly once and its  *
      * count and value must equal the DETAIL records this program    *
      * summarised, and the journal's debits must equal its credits. *
      * Any failure stamps the control report DO NOT POST and sets   *
      * RETURN-CODE 8 so the scheduler holds the ledger load, the    *
      * same release gate LGREFND puts on its payment file.  A        *
      * month-end-only source (LGBRKST) that has not run tonight is   *
      * reported as NOT RUN rather than failed.                       *
      *                                                                *
      * The business date is today's date, or the date on the        *
      * optional GLCTLIN control card when a past night has to be    *
      * journalled again; extract records carrying any other run     *
      * date (an older generation left in the concatenation) are      *
      * counted and skipped, never journalled twice.                  *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLIN-FILE ASSIGN TO GLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLIN.

           SELECT OPTIONAL GLCTL-FILE ASSIGN TO GLCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-GLCTL.

           SELECT JOURNAL-FILE ASSIGN TO GLJOURNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  GLIN-FILE
           RECORDING MODE IS F.
       01 GLIN-REC               PIC X(80).

      ******************************************************************
      *          CONTROL CARD                                          *
      * Optional - a business date (YYYY-MM-DD in columns 1-10) to     *
      * journal instead of today's.                                    *
      ******************************************************************
       FD  GLCTL-FILE
           RECORDING MODE IS F.
       01 GLCTL-REC              PIC X(80).

      ******************************************************************
      *          JOURNAL FILE                                          *
      * One debit and one credit line per source event and policy     *
      * type, then the TOTALS trailer.                                 *
      ******************************************************************
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           DATA RECORD IS JOURNAL-REC.
       01 JOURNAL-REC            PIC X(100).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-GLIN             PIC X(02)  VALUE SPACES.
             88 GLIN-OK                     VALUE '00'.
          05 FS-GLCTL            PIC X(02)  VALUE SPACES.
             88 GLCTL-OPEN-OK               VALUE '00' '05'.
          05 FS-JOURNAL          PIC X(02)  VALUE SPACES.
             88 JOURNAL-OK                  VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-GLIN         PIC X(01)  VALUE ' '.
             88 END-OF-GLIN                 VALUE 'Y'.
          05 WS-RULE-STATE       PIC X(01)  VALUE ' '.
             88 RULE-FOUND                  VALUE 'Y'.
          05 WS-POST-STATE       PIC X(01)  VALUE ' '.
             88 DO-NOT-POST                 VALUE 'N'.

      * The extract record, and today's date laid out as an ISO date.
           COPY LGGLXREC.

      *================================================================*
      * Posting rules - one entry per source run and event.  Each      *
      * names the account debited and the account credited and the    *
      * journal narrative; frequency 'D' sources must deliver a        *
      * trailer every night, 'M' (month-end) sources only when they    *
      * have run.  Accounts agreed with finance:                       *
      *   1000 bank          1100 premium debtors   2100 suspense      *
      *   2200 commission payable   2300 IPT payable                   *
      *   4000 premium income                                          *
      *   4900 sundry income/write-off   5000 claims paid              *
      *   5100 commission expense   5200 maturities paid               *
      *================================================================*
       01 WS-RULE-VALUES.
          05 FILLER              PIC X(11)  VALUE 'LGBILL  BDD'.
          05 FILLER              PIC X(08)  VALUE '11004000'.
          05 FILLER              PIC X(30)  VALUE
             'PREMIUM DEMANDED'.
          05 FILLER              PIC X(11)  VALUE 'LGBILL  BTD'.
          05 FILLER              PIC X(08)  VALUE '11002300'.
          05 FILLER              PIC X(30)  VALUE
             'IPT DEMANDED'.
          05 FILLER              PIC X(11)  VALUE 'LGPPOST RCD'.
          05 FILLER              PIC X(08)  VALUE '10001100'.
          05 FILLER              PIC X(30)  VALUE
             'PREMIUM RECEIVED'.
          05 FILLER              PIC X(11)  VALUE 'LGSUSP  SID'.
          05 FILLER              PIC X(08)  VALUE '10002100'.
          05 FILLER              PIC X(30)  VALUE
             'UNAPPLIED CASH TO SUSPENSE'.
          05 FILLER              PIC X(11)  VALUE 'LGSUSP  SAD'.
          05 FILLER              PIC X(08)  VALUE '21001100'.
          05 FILLER              PIC X(30)  VALUE
             'SUSPENSE CASH RE-APPLIED'.
          05 FILLER              PIC X(11)  VALUE 'LGSUSP  SWD'.
          05 FILLER              PIC X(08)  VALUE '21004900'.
          05 FILLER              PIC X(30)  VALUE
             'SUSPENSE CASH WRITTEN OFF'.
          05 FILLER              PIC X(11)  VALUE 'LGREFND RFD'.
          05 FILLER              PIC X(08)  VALUE '11001000'.
          05 FILLER              PIC X(30)  VALUE
             'PREMIUM REFUNDED'.
          05 FILLER              PIC X(11)  VALUE 'LGBRKST CMM'.
          05 FILLER              PIC X(08)  VALUE '51002200'.
          05 FILLER              PIC X(30)  VALUE
             'BROKER COMMISSION EARNED'.
          05 FILLER              PIC X(11)  VALUE 'LGBRKST CBM'.
          05 FILLER              PIC X(08)  VALUE '22005100'.
          05 FILLER              PIC X(30)  VALUE
             'BROKER COMMISSION CLAWED BACK'.
          05 FILLER              PIC X(11)  VALUE 'LGBRKST BPM'.
          05 FILLER              PIC X(08)  VALUE '22001000'.
          05 FILLER              PIC X(30)  VALUE
             'BROKER COMMISSION PAID'.
          05 FILLER              PIC X(11)  VALUE 'LGCLMSETCPD'.
          05 FILLER              PIC X(08)  VALUE '50001000'.
          05 FILLER              PIC X(30)  VALUE
             'CLAIM PAYMENTS'.
          05 FILLER              PIC X(11)  VALUE 'LGARUDD DRD'.
          05 FILLER              PIC X(08)  VALUE '11001000'.
          05 FILLER              PIC X(30)  VALUE
             'DIRECT DEBITS RETURNED UNPAID'.
          05 FILLER              PIC X(11)  VALUE 'LGMATUR MPD'.
          05 FILLER              PIC X(08)  VALUE '52001000'.
          05 FILLER              PIC X(30)  VALUE
             'ENDOWMENT MATURITIES PAID'.
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
          05 WS-RULE-ENTRY OCCURS 13.
             10 WS-RULE-SOURCE   PIC X(08).
             10 WS-RULE-EVENT    PIC X(02).
             10 WS-RULE-FREQ     PIC X(01).
             10 WS-RULE-DR-ACCT  PIC X(04).
             10 WS-RULE-CR-ACCT  PIC X(04).
             10 WS-RULE-DESC     PIC X(30).

       01 WS-RULE-LIMITS.
          05 WS-RULE-MAX         PIC S9(04) COMP VALUE 13.
          05 WS-RULE-IDX         PIC S9(04) COMP VALUE 0.
          05 WS-RULE-HIT         PIC S9(04) COMP VALUE 0.

      * Policy types the journal is analysed by - the fifth, blank,
      * bucket takes movements that belong to no one policy.
       01 WS-TYPE-CODES          PIC X(05)  VALUE 'MEHC '.
       01 WS-TYPE-CODES-R REDEFINES WS-TYPE-CODES.
          05 WS-TYPE-CODE        PIC X(01)  OCCURS 5.
       01 WS-TYPE-MAX            PIC S9(04) COMP VALUE 5.
       01 WS-TYPE-IDX            PIC S9(04) COMP VALUE 0.
       01 WS-TYPE-HIT            PIC S9(04) COMP VALUE 0.

      *================================================================*
      * Per-rule accumulators - what the source trailers claimed, what *
      * the detail records actually summed to, and the detail split    *
      * by policy type for the journal lines.                          *
      *================================================================*
       01 WS-RULE-TOTALS.
          05 WS-RT-ENTRY OCCURS 13.
             10 WS-RT-TRAILERS   PIC 9(04)  VALUE ZEROES.
             10 WS-RT-TRL-COUNT  PIC 9(09)  VALUE ZEROES.
             10 WS-RT-TRL-VALUE  PIC S9(11)V99 COMP-3 VALUE ZEROES.
             10 WS-RT-DTL-COUNT  PIC 9(09)  VALUE ZEROES.
             10 WS-RT-DTL-VALUE  PIC S9(11)V99 COMP-3 VALUE ZEROES.
             10 WS-RT-TYPE-ENTRY OCCURS 5.
                15 WS-RT-TYPE-COUNT PIC 9(09)  VALUE ZEROES.
                15 WS-RT-TYPE-VALUE PIC S9(11)V99 COMP-3
                                               VALUE ZEROES.

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(09)  VALUE ZEROES.
          05 WS-DETAILS-USED     PIC 9(09)  VALUE ZEROES.
          05 WS-OTHER-DATE       PIC 9(09)  VALUE ZEROES.
          05 WS-UNKNOWN-RECORDS  PIC 9(09)  VALUE ZEROES.
          05 WS-FAILED-RULES     PIC 9(04)  VALUE ZEROES.
          05 WS-JOURNAL-LINES    PIC 9(07)  VALUE ZEROES.
          05 WS-TOTAL-DR         PIC S9(13)V99 COMP-3 VALUE ZEROES.
          05 WS-TOTAL-CR         PIC S9(13)V99 COMP-3 VALUE ZEROES.

       01 WS-BUSINESS-DATE       PIC X(10)  VALUE SPACES.
       01 WS-CTL-CARD.
          05 CTL-BUSINESS-DATE   PIC X(10).
          05 CTL-BUSINESS-DATE-R REDEFINES CTL-BUSINESS-DATE.
             10 CTL-BUS-YYYY     PIC 9(04).
             10 CTL-BUS-DASH1    PIC X(01).
             10 CTL-BUS-MM       PIC 9(02).
             10 CTL-BUS-DASH2    PIC X(01).
             10 CTL-BUS-DD       PIC 9(02).
          05 FILLER              PIC X(70).

      *================================================================*
      * Journal record for the ledger load - one line per account      *
      * movement, then a TOTALS trailer with the line count and the    *
      * debit and credit totals the load must balance to.              *
      *================================================================*
       01 WS-JOURNAL-REC.
          05 JNL-RECORD-ID       PIC X(06)  VALUE 'DETAIL'.
          05 JNL-RUN-DATE        PIC X(10).
          05 JNL-ACCOUNT         PIC X(04).
          05 JNL-POLICY-TYPE     PIC X(01).
          05 JNL-DR-CR           PIC X(01).
             88 JNL-DEBIT                   VALUE 'D'.
             88 JNL-CREDIT                  VALUE 'C'.
          05 JNL-AMOUNT          PIC 9(11)V99.
          05 JNL-SOURCE          PIC X(08).
          05 JNL-EVENT           PIC X(02).
          05 JNL-ITEM-COUNT      PIC 9(07).
          05 JNL-DESCRIPTION     PIC X(30).
          05 FILLER              PIC X(18)  VALUE SPACES.

       01 WS-JOURNAL-TRAILER.
          05 JTR-RECORD-ID       PIC X(06)  VALUE 'TOTALS'.
          05 JTR-RUN-DATE        PIC X(10).
          05 JTR-LINE-COUNT      PIC 9(07).
          05 JTR-TOTAL-DR        PIC 9(13)V99.
          05 JTR-TOTAL-CR        PIC 9(13)V99.
          05 FILLER              PIC X(47)  VALUE SPACES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP GENERAL LEDGER JOURNAL CONTROL'.
             10 FILLER           PIC X(15)  VALUE 'BUSINESS DATE '.
             10 RL-BUSINESS-DATE  PIC X(10).
          05 WS-JNL-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(09)  VALUE 'ACCOUNT'.
             10 FILLER           PIC X(06)  VALUE 'TYPE'.
             10 FILLER           PIC X(04)  VALUE 'D/C'.
             10 FILLER           PIC X(18)  VALUE
                '            AMOUNT'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'SOURCE'.
             10 FILLER           PIC X(07)  VALUE 'EVENT'.
             10 FILLER           PIC X(08)  VALUE '   ITEMS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(30)  VALUE 'NARRATIVE'.
          05 WS-JNL-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-ACCOUNT        PIC X(04).
             10 FILLER           PIC X(06)  VALUE ' '.
             10 RL-POLTYPE        PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-DR-CR          PIC X(02).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-SOURCE         PIC X(08).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-EVENT          PIC X(02).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-ITEMS          PIC Z,ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-NARRATIVE      PIC X(30).
          05 WS-CTL-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(10)  VALUE 'SOURCE'.
             10 FILLER           PIC X(07)  VALUE 'EVENT'.
             10 FILLER           PIC X(05)  VALUE 'TRLS'.
             10 FILLER           PIC X(13)  VALUE '  TRL COUNT'.
             10 FILLER           PIC X(18)  VALUE
                '       TRL VALUE'.
             10 FILLER           PIC X(13)  VALUE '  DTL COUNT'.
             10 FILLER           PIC X(18)  VALUE
                '       DTL VALUE'.
             10 FILLER           PIC X(20)  VALUE 'VERDICT'.
          05 WS-CTL-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CT-SOURCE      PIC X(08).
             10 FILLER           PIC X(03)  VALUE ' '.
             10 RL-CT-EVENT       PIC X(02).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CT-TRAILERS    PIC ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CT-TRL-COUNT   PIC ZZZ,ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CT-TRL-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CT-DTL-COUNT   PIC ZZZ,ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-CT-DTL-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CT-VERDICT     PIC X(20).
          05 WS-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-TOT-TITLE      PIC X(24).
             10 RL-TOT-VALUE      PIC Z(12)9.99.
          05 WS-RELEASE-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 RL-RELEASE-TEXT   PIC X(50).

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGGLJNL'

           MOVE 'LGGLJNL'  TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-PROCESS-RECORD
              UNTIL END-OF-GLIN

           PERFORM 3000-WRITE-JOURNAL

           PERFORM 5000-PROVE-AND-RELEASE

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           PERFORM 1100-OPEN-FILES
           PERFORM 1150-READ-CONTROL

           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           WRITE RPT-LINE FROM WS-TITLE-LINE

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1100-OPEN-FILES.

           OPEN INPUT GLIN-FILE

           IF NOT GLIN-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLIN:' FS-GLIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT JOURNAL-FILE

           IF NOT JOURNAL-OK
              DISPLAY '1100-OPEN-FILES:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLJOURNL:'
                       FS-JOURNAL
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
      * The business date - today's, unless GLCTLIN carries a date to  *
      * journal a past night again.  A missing (status 05) or empty    *
      * control file means today, the same stance LGWHEXT takes on     *
      * its WHCTLIN.  A date that is there but not YYYY-MM-DD stops    *
      * the run - it would be carried onto every journal line.         *
      *================================================================*
       1150-READ-CONTROL.

           ACCEPT GLW-TODAY FROM DATE YYYYMMDD
           MOVE GLW-TODAY-YYYY TO GLW-RUN-YYYY
           MOVE GLW-TODAY-MM   TO GLW-RUN-MM
           MOVE GLW-TODAY-DD   TO GLW-RUN-DD
           MOVE GLW-RUN-DATE   TO WS-BUSINESS-DATE

           OPEN INPUT GLCTL-FILE

           IF NOT GLCTL-OPEN-OK
              DISPLAY '1150-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GLCTLIN:' FS-GLCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE SPACES TO WS-CTL-CARD
           READ GLCTL-FILE INTO WS-CTL-CARD
           AT END
              CONTINUE
           NOT AT END
              IF CTL-BUSINESS-DATE NOT = SPACES
                 MOVE CTL-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-READ

           CLOSE GLCTL-FILE

           IF CTL-BUSINESS-DATE NOT = SPACES
              IF CTL-BUS-YYYY IS NOT NUMERIC
                 OR CTL-BUS-MM IS NOT NUMERIC
                 OR CTL-BUS-DD IS NOT NUMERIC
                 OR CTL-BUS-DASH1 NOT = '-'
                 OR CTL-BUS-DASH2 NOT = '-'
                 OR CTL-BUS-MM < 01 OR CTL-BUS-MM > 12
                 OR CTL-BUS-DD < 01 OR CTL-BUS-DD > 31
                 DISPLAY '1150-READ-CONTROL:'
                 DISPLAY 'INVALID GLCTLIN BUSINESS DATE:'
                          CTL-BUSINESS-DATE
                 MOVE '02' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           DISPLAY 'JOURNALLING BUSINESS DATE:' WS-BUSINESS-DATE

           PERFORM 1150-EXIT
           .
       1150-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ GLIN-FILE INTO GL-EXTRACT-REC
           AT END
              SET END-OF-GLIN TO TRUE
           END-READ

           IF NOT GLIN-OK AND NOT END-OF-GLIN
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-GLIN
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF NOT END-OF-GLIN
              ADD 1 TO WS-RECORDS-READ
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One extract record - another night's record is skipped, a      *
      * trailer is absorbed against its rule, a detail is summed into  *
      * its rule and policy type.  A source/event the posting rules do *
      * not know cannot be journalled and fails the run.               *
      *================================================================*
       2000-PROCESS-RECORD.

           EVALUATE TRUE
              WHEN GLX-RUN-DATE NOT = WS-BUSINESS-DATE
                 ADD 1 TO WS-OTHER-DATE
              WHEN GLX-DETAIL OR GLX-TOTALS
                 PERFORM 2100-FIND-RULE
                 IF NOT RULE-FOUND
                    DISPLAY 'NO POSTING RULE FOR SOURCE/EVENT:'
                             GLX-SOURCE ' ' GLX-EVENT
                    ADD 1 TO WS-UNKNOWN-RECORDS
                 ELSE
                    IF GLX-TOTALS
                       PERFORM 2200-ABSORB-TRAILER
                    ELSE
                       PERFORM 2300-ACCUMULATE-DETAIL
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'UNRECOGNISED EXTRACT RECORD:' GLX-RECORD-ID
                 ADD 1 TO WS-UNKNOWN-RECORDS
           END-EVALUATE

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-FIND-RULE.

           MOVE ' ' TO WS-RULE-STATE
           MOVE 0   TO WS-RULE-HIT

           PERFORM 2150-CHECK-ONE-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-MAX
                   OR RULE-FOUND

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2150-CHECK-ONE-RULE.

           IF WS-RULE-SOURCE(WS-RULE-IDX) = GLX-SOURCE
              AND WS-RULE-EVENT(WS-RULE-IDX) = GLX-EVENT
              SET RULE-FOUND TO TRUE
              MOVE WS-RULE-IDX TO WS-RULE-HIT
           END-IF

           PERFORM 2150-EXIT
           .
       2150-EXIT.
           EXIT.

       2200-ABSORB-TRAILER.

           ADD 1           TO WS-RT-TRAILERS(WS-RULE-HIT)
           ADD GLT-COUNT   TO WS-RT-TRL-COUNT(WS-RULE-HIT)
           ADD GLT-VALUE   TO WS-RT-TRL-VALUE(WS-RULE-HIT)

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * A detail goes to its policy type's bucket - blank, or a type   *
      * this run does not analyse, goes to the fifth (blank) bucket so *
      * no money is ever left out of the journal.                      *
      *================================================================*
       2300-ACCUMULATE-DETAIL.

           MOVE WS-TYPE-MAX TO WS-TYPE-HIT

           PERFORM 2350-CHECK-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX > WS-TYPE-MAX

           ADD 1          TO WS-RT-DTL-COUNT(WS-RULE-HIT)
           ADD GLX-AMOUNT TO WS-RT-DTL-VALUE(WS-RULE-HIT)
           ADD 1          TO WS-RT-TYPE-COUNT(WS-RULE-HIT, WS-TYPE-HIT)
           ADD GLX-AMOUNT TO WS-RT-TYPE-VALUE(WS-RULE-HIT, WS-TYPE-HIT)
           ADD 1          TO WS-DETAILS-USED

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-TYPE.

           IF WS-TYPE-CODE(WS-TYPE-IDX) = GLX-POLICY-TYPE
              MOVE WS-TYPE-IDX TO WS-TYPE-HIT
           END-IF

           PERFORM 2350-EXIT
           .
       2350-EXIT.
           EXIT.

      *================================================================*
      * The journal - for every rule and policy type with money on it, *
      * a debit line and a matching credit line, listed on the control *
      * report as they are written, then the journal trailer.          *
      *================================================================*
       3000-WRITE-JOURNAL.

           WRITE RPT-LINE FROM WS-JNL-HEADING-LINE

           PERFORM 3100-JOURNAL-ONE-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-MAX

           PERFORM 3900-WRITE-JOURNAL-TRAILER

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-JOURNAL-ONE-RULE.

           PERFORM 3150-JOURNAL-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX > WS-TYPE-MAX

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3150-JOURNAL-ONE-TYPE.

           IF WS-RT-TYPE-VALUE(WS-RULE-IDX, WS-TYPE-IDX) > 0
              MOVE WS-BUSINESS-DATE       TO JNL-RUN-DATE
              MOVE WS-TYPE-CODE(WS-TYPE-IDX)
                                          TO JNL-POLICY-TYPE
              MOVE WS-RT-TYPE-VALUE(WS-RULE-IDX, WS-TYPE-IDX)
                                          TO JNL-AMOUNT
              MOVE WS-RULE-SOURCE(WS-RULE-IDX) TO JNL-SOURCE
              MOVE WS-RULE-EVENT(WS-RULE-IDX)  TO JNL-EVENT
              MOVE WS-RT-TYPE-COUNT(WS-RULE-IDX, WS-TYPE-IDX)
                                          TO JNL-ITEM-COUNT
              MOVE WS-RULE-DESC(WS-RULE-IDX)   TO JNL-DESCRIPTION

              MOVE WS-RULE-DR-ACCT(WS-RULE-IDX) TO JNL-ACCOUNT
              SET JNL-DEBIT TO TRUE
              PERFORM 3200-WRITE-JOURNAL-LINE
              ADD JNL-AMOUNT TO WS-TOTAL-DR

              MOVE WS-RULE-CR-ACCT(WS-RULE-IDX) TO JNL-ACCOUNT
              SET JNL-CREDIT TO TRUE
              PERFORM 3200-WRITE-JOURNAL-LINE
              ADD JNL-AMOUNT TO WS-TOTAL-CR
           END-IF

           PERFORM 3150-EXIT
           .
       3150-EXIT.
           EXIT.

       3200-WRITE-JOURNAL-LINE.

           WRITE JOURNAL-REC FROM WS-JOURNAL-REC

           IF NOT JOURNAL-OK
              DISPLAY 'INVALID FILE STATUS ON GLJOURNL WRITE:'
                       FS-JOURNAL
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           ADD 1 TO WS-JOURNAL-LINES

           MOVE JNL-ACCOUNT      TO RL-ACCOUNT
           MOVE JNL-POLICY-TYPE  TO RL-POLTYPE
           IF JNL-DEBIT
              MOVE 'DR' TO RL-DR-CR
           ELSE
              MOVE 'CR' TO RL-DR-CR
           END-IF
           MOVE JNL-AMOUNT       TO RL-AMOUNT
           MOVE JNL-SOURCE       TO RL-SOURCE
           MOVE JNL-EVENT        TO RL-EVENT
           MOVE JNL-ITEM-COUNT   TO RL-ITEMS
           MOVE JNL-DESCRIPTION  TO RL-NARRATIVE
           WRITE RPT-LINE FROM WS-JNL-DETAIL-LINE

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

       3900-WRITE-JOURNAL-TRAILER.

           MOVE WS-BUSINESS-DATE TO JTR-RUN-DATE
           MOVE WS-JOURNAL-LINES TO JTR-LINE-COUNT
           MOVE WS-TOTAL-DR      TO JTR-TOTAL-DR
           MOVE WS-TOTAL-CR      TO JTR-TOTAL-CR

           DISPLAY 'WRITING JOURNAL TRAILER:' WS-JOURNAL-TRAILER

           WRITE JOURNAL-REC FROM WS-JOURNAL-TRAILER

           IF NOT JOURNAL-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:'
                       FS-JOURNAL
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3900-EXIT
           .
       3900-EXIT.
           EXIT.

      *================================================================*
      * Prove every rule's details against its source trailer, then    *
      * the journal's debits against its credits.  Anything short of   *
      * full agreement holds the ledger load with RC 8.                *
      *================================================================*
       5000-PROVE-AND-RELEASE.

           WRITE RPT-LINE FROM WS-CTL-HEADING-LINE

           PERFORM 5100-PROVE-ONE-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-MAX

           MOVE 'EXTRACT RECORDS READ  - ' TO RL-TOT-TITLE
           MOVE WS-RECORDS-READ TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'OTHER DATES SKIPPED   - ' TO RL-TOT-TITLE
           MOVE WS-OTHER-DATE TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'UNKNOWN RECORDS       - ' TO RL-TOT-TITLE
           MOVE WS-UNKNOWN-RECORDS TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'JOURNAL LINES         - ' TO RL-TOT-TITLE
           MOVE WS-JOURNAL-LINES TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'TOTAL DEBITS          - ' TO RL-TOT-TITLE
           MOVE WS-TOTAL-DR TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           MOVE 'TOTAL CREDITS         - ' TO RL-TOT-TITLE
           MOVE WS-TOTAL-CR TO RL-TOT-VALUE
           WRITE RPT-LINE FROM WS-TOTAL-LINE

           EVALUATE TRUE
              WHEN WS-FAILED-RULES > 0
                 MOVE 'DO NOT POST - SOURCE TOTALS DO NOT AGREE'
                   TO RL-RELEASE-TEXT
                 SET DO-NOT-POST TO TRUE
              WHEN WS-UNKNOWN-RECORDS > 0
                 MOVE 'DO NOT POST - EXTRACT RECORDS WITH NO RULE'
                   TO RL-RELEASE-TEXT
                 SET DO-NOT-POST TO TRUE
              WHEN WS-TOTAL-DR NOT = WS-TOTAL-CR
                 MOVE 'DO NOT POST - JOURNAL OUT OF BALANCE'
                   TO RL-RELEASE-TEXT
                 SET DO-NOT-POST TO TRUE
              WHEN OTHER
                 MOVE 'AGREED TO SOURCE TOTALS AND BALANCED - POST'
                   TO RL-RELEASE-TEXT
           END-EVALUATE

           WRITE RPT-LINE FROM WS-RELEASE-LINE

           IF DO-NOT-POST
              MOVE '08' TO WS-STATUS-CODE
           END-IF

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       5100-PROVE-ONE-RULE.

           EVALUATE TRUE
              WHEN WS-RT-TRAILERS(WS-RULE-IDX) = 0
                 AND WS-RT-DTL-COUNT(WS-RULE-IDX) = 0
                 AND WS-RULE-FREQ(WS-RULE-IDX) = 'M'
                 MOVE 'NOT RUN'           TO RL-CT-VERDICT
              WHEN WS-RT-TRAILERS(WS-RULE-IDX) = 0
                 MOVE 'NO TRAILER'        TO RL-CT-VERDICT
                 ADD 1 TO WS-FAILED-RULES
              WHEN WS-RT-TRAILERS(WS-RULE-IDX) > 1
                 MOVE 'DUPLICATE TRAILER' TO RL-CT-VERDICT
                 ADD 1 TO WS-FAILED-RULES
              WHEN WS-RT-TRL-COUNT(WS-RULE-IDX)
                      NOT = WS-RT-DTL-COUNT(WS-RULE-IDX)
                OR WS-RT-TRL-VALUE(WS-RULE-IDX)
                      NOT = WS-RT-DTL-VALUE(WS-RULE-IDX)
                 MOVE 'MISMATCH'          TO RL-CT-VERDICT
                 ADD 1 TO WS-FAILED-RULES
              WHEN OTHER
                 MOVE 'AGREED'            TO RL-CT-VERDICT
           END-EVALUATE

           MOVE WS-RULE-SOURCE(WS-RULE-IDX)  TO RL-CT-SOURCE
           MOVE WS-RULE-EVENT(WS-RULE-IDX)   TO RL-CT-EVENT
           MOVE WS-RT-TRAILERS(WS-RULE-IDX)  TO RL-CT-TRAILERS
           MOVE WS-RT-TRL-COUNT(WS-RULE-IDX) TO RL-CT-TRL-COUNT
           MOVE WS-RT-TRL-VALUE(WS-RULE-IDX) TO RL-CT-TRL-VALUE
           MOVE WS-RT-DTL-COUNT(WS-RULE-IDX) TO RL-CT-DTL-COUNT
           MOVE WS-RT-DTL-VALUE(WS-RULE-IDX) TO RL-CT-DTL-VALUE
           WRITE RPT-LINE FROM WS-CTL-DETAIL-LINE

           PERFORM 5100-EXIT
           .
       5100-EXIT.
           EXIT.

       8000-CLOSE-FILES.

           CLOSE GLIN-FILE
           CLOSE JOURNAL-FILE
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
           DISPLAY 'EXTRACT RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'DETAILS JOURNALLED:' WS-DETAILS-USED
           DISPLAY 'OTHER DATES SKIPPED:' WS-OTHER-DATE
           DISPLAY 'JOURNAL LINES WRITTEN:' WS-JOURNAL-LINES
           DISPLAY 'RULES FAILING PROOF:' WS-FAILED-RULES

           PERFORM 8000-CLOSE-FILES

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-JOURNAL-LINES
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-UNKNOWN-RECORDS
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
