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
       PROGRAM-ID. LGRIBORD.
      *****************************************************************
      * Monthly reinsurance bordereau.  The house and commercial     *
      * treaties on GENATRTY (loaded by LGRILOAD) give each type's   *
      * retention and the percentage of the excess over it the       *
      * reinsurer takes.  Every HOUSE and COMMERCIAL policy whose    *
      * risk - the same type-specific money column GENALIMT refers   *
      * on - is over its type's retention is ceded:                  *
      *   ceded sum insured = (risk - retention) x cession %         *
      * and the same share of the risk (ceded sum insured / risk) is *
      * applied to:                                                  *
      *  - the premium written on the policy in the month - the      *
      *    IPTLEDGER new business, renewal, endorsement and          *
      *    cancellation rows, so returns cede back negative;         *
      *  - the claim payments LGCLMSET made on it in the month       *
      *    (CLAIMPAY part and final payments) - the recoveries to    *
      *    bill the reinsurer;                                       *
      *  - the outstanding reserve on its open claims.               *
      * A ceded policy is one in force (issued by the end of the     *
      * month) or one with premium or claim money in the month, so a *
      * cancellation's return or a payment after the policy ended    *
      * still reaches the reinsurer.                                 *
      *                                                                *
      * One DETAIL record per ceded policy goes on BDXOUT, the       *
      * bordereau file the reinsurer takes, between a HEADER and a   *
      * TOTALS trailer, and the printed bordereau lists the treaty   *
      * terms, every policy ceded, a total per type (one-level       *
      * control break on POLICYTYPE, as LGIPTRT) and a grand total.  *
      * The run only reads the database, so it may be repeated.  The *
      * month is the one before today's, or the one on the optional  *
      * RIBCTLIN control card (YYYY-MM in columns 1-7).              *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RIBCTL-FILE ASSIGN TO RIBCTLIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RIBCTL.

      * The treaty table is a VSAM KSDS read by policy type, the same
      * stance LGBRKST takes on GENABRKR.
           SELECT TREATY-FILE ASSIGN TO GENATRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-POLICY-TYPE
               FILE STATUS IS FS-TREATY.

           SELECT BDX-FILE ASSIGN TO BDXOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BDXOUT.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *          CONTROL CARD                                          *
      * Optional - the month to cede (YYYY-MM in columns 1-7) instead  *
      * of the one before today's.                                     *
      ******************************************************************
       FD  RIBCTL-FILE
           RECORDING MODE IS F.
       01 RIBCTL-REC             PIC X(80).

       FD  TREATY-FILE.
       COPY LGTRTREC.

      ******************************************************************
      *          BORDEREAU FILE                                        *
      * Fixed-position and unedited for the reinsurer's load - a       *
      * HEADER, one DETAIL per policy ceded and a TOTALS trailer.      *
      ******************************************************************
       FD  BDX-FILE
           RECORDING MODE IS F
           DATA RECORD IS BDX-REC.
       01 BDX-REC                PIC X(150).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-RIBCTL           PIC X(02)  VALUE SPACES.
             88 RIBCTL-OPEN-OK              VALUE '00' '05'.
          05 FS-TREATY           PIC X(02)  VALUE SPACES.
             88 TREATY-OK                   VALUE '00'.
             88 TREATY-NOTFND               VALUE '23'.
          05 FS-BDXOUT           PIC X(02)  VALUE SPACES.
             88 BDXOUT-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-FIRST-RECORD     PIC X(01)  VALUE 'Y'.
             88 IS-FIRST-RECORD             VALUE 'Y'.

       01 WS-PREV-POLICY-TYPE    PIC X(01)  VALUE SPACE.

       01 WS-CTL-CARD.
          05 CTL-YEAR            PIC X(04).
          05 FILLER              PIC X(01).
          05 CTL-MONTH           PIC X(02).
          05 FILLER              PIC X(73).

      *================================================================*
      * The month being ceded and its first and last days as ISO       *
      * dates, the form IPTLEDGER.EVENTDATE and CLAIMPAY.TRANDATE are  *
      * held in.  Day 31 closes every month: the dates are compared as *
      * characters, so it falls after the month's last real day.       *
      *================================================================*
       01 WS-BDX-MONTH.
          05 WS-BDX-YYYY         PIC 9(04).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-BDX-MM           PIC 9(02).
       01 WS-MONTH-START.
          05 WS-MS-MONTH         PIC X(07).
          05 FILLER              PIC X(03)  VALUE '-01'.
       01 WS-MONTH-END.
          05 WS-ME-MONTH         PIC X(07).
          05 FILLER              PIC X(03)  VALUE '-31'.

       01 WS-TODAY               PIC 9(08).
       01 WS-TODAY-R REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY       PIC 9(04).
          05 WS-TODAY-MM         PIC 9(02).
          05 WS-TODAY-DD         PIC 9(02).
       01 WS-RUN-DATE.
          05 WS-RUN-YYYY         PIC 9(04).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-RUN-MM           PIC 9(02).
          05 FILLER              PIC X(01)  VALUE '-'.
          05 WS-RUN-DD           PIC 9(02).

      *================================================================*
      * The treaty terms for the two types ceded, read once off        *
      * GENATRTY.  A type with no treaty gets the largest retention a  *
      * money column can hold, so none of its policies is selected.    *
      *================================================================*
       01 WS-TYPE-VALUES         PIC X(02)  VALUE 'HC'.
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
          05 WS-TYPE-CODE        PIC X(01)  OCCURS 2.
       01 WS-TRT-SUB             PIC S9(04) COMP VALUE ZEROES.

       01 WS-TREATIES.
          05 WS-TRT-ENTRY OCCURS 2.
             10 WS-TRT-STATE     PIC X(01).
                88 TRT-ON-FILE              VALUE 'Y'.
             10 WS-TRT-REF       PIC X(10).
             10 WS-TRT-REINSURER PIC X(20).
             10 WS-TRT-RETENTION PIC S9(07)V99 COMP-3.
             10 WS-TRT-PCT       PIC S9(03)V99 COMP-3.

       01 WS-RET-HOUSE           PIC S9(07)V99 COMP-3.
       01 WS-RET-COMM            PIC S9(07)V99 COMP-3.

       01 WS-POLICY-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-POLICY-STATUS    PIC X(01).
          05 WS-RISK-AMOUNT      PIC S9(07)V99 COMP-3.
          05 WS-MONTH-PREMIUM    PIC S9(09)V99 COMP-3.
          05 WS-MONTH-PAID       PIC S9(09)V99 COMP-3.
          05 WS-OS-RESERVE       PIC S9(09)V99 COMP-3.
          05 WS-CEDED-SI         PIC S9(07)V99 COMP-3.
          05 WS-CEDED-PREMIUM    PIC S9(09)V99 COMP-3.
          05 WS-CEDED-PAID       PIC S9(09)V99 COMP-3.
          05 WS-CEDED-OS         PIC S9(09)V99 COMP-3.

       01 WS-TYPE-TOTALS.
          05 WS-TYP-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-RISK         PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-CEDED-SI     PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-PREMIUM      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-CEDED-PREM   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-CEDED-PAID   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-CEDED-OS     PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-GRAND-TOTALS.
          05 WS-GRD-COUNT        PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-RISK         PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CEDED-SI     PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-PREMIUM      PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CEDED-PREM   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CEDED-PAID   PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-CEDED-OS     PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

      *================================================================*
      * Bordereau records.  Premium can be negative (a month of        *
      * returns), so the premium fields carry a leading separate sign. *
      *================================================================*
       01 WS-BDX-HEADER.
          05 BDH-RECORD-ID       PIC X(06) VALUE 'HEADER'.
          05 BDH-MONTH           PIC X(07).
          05 BDH-RUN-DATE        PIC X(10).
          05 BDH-CEDANT          PIC X(20) VALUE 'GENAPP INSURANCE'.
          05 FILLER              PIC X(107) VALUE SPACES.

       01 WS-BDX-DETAIL.
          05 BDX-RECORD-ID       PIC X(06) VALUE 'DETAIL'.
          05 BDX-MONTH           PIC X(07).
          05 BDX-TREATY-REF      PIC X(10).
          05 BDX-POLICY-NUM      PIC 9(10).
          05 BDX-POLICY-TYPE     PIC X(01).
          05 BDX-POLICY-STATUS   PIC X(01).
          05 BDX-ISSUE-DATE      PIC X(10).
          05 BDX-EXPIRY-DATE     PIC X(10).
          05 BDX-SUM-INSURED     PIC 9(07)V99.
          05 BDX-RETENTION       PIC 9(07)V99.
          05 BDX-CESSION-PCT     PIC 9(03)V99.
          05 BDX-CEDED-SI        PIC 9(07)V99.
          05 BDX-PREMIUM         PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE.
          05 BDX-CEDED-PREMIUM   PIC S9(09)V99
                                 SIGN IS LEADING SEPARATE.
          05 BDX-CLAIMS-PAID     PIC 9(09)V99.
          05 BDX-CEDED-PAID      PIC 9(09)V99.
          05 BDX-CEDED-OS        PIC 9(09)V99.
          05 FILLER              PIC X(06) VALUE SPACES.

       01 WS-BDX-TRAILER.
          05 BDT-RECORD-ID       PIC X(06) VALUE 'TOTALS'.
          05 BDT-MONTH           PIC X(07).
          05 BDT-COUNT           PIC 9(07).
          05 BDT-CEDED-SI        PIC 9(11)V99.
          05 BDT-CEDED-PREMIUM   PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
          05 BDT-CEDED-PAID      PIC 9(11)V99.
          05 BDT-CEDED-OS        PIC 9(11)V99.
          05 FILLER              PIC X(77) VALUE SPACES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
                'GENAPP REINSURANCE BORDEREAU'.
             10 FILLER           PIC X(06)  VALUE 'MONTH '.
             10 RL-MONTH          PIC X(07).
          05 WS-TREATY-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(05)  VALUE 'TYPE '.
             10 RL-TR-TYPE        PIC X(01).
             10 FILLER           PIC X(09)  VALUE '  TREATY '.
             10 RL-TR-REF         PIC X(10).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TR-REINSURER   PIC X(20).
             10 FILLER           PIC X(11)  VALUE ' RETENTION '.
             10 RL-TR-RETENTION   PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(08)  VALUE '  CEDED '.
             10 RL-TR-PCT         PIC ZZ9.99.
             10 FILLER           PIC X(01)  VALUE '%'.
          05 WS-NO-TREATY-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(05)  VALUE 'TYPE '.
             10 RL-NT-TYPE        PIC X(01).
             10 FILLER           PIC X(40)  VALUE
                '  NO TREATY ON GENATRTY - NOT CEDED'.
          05 WS-HEADING-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(12)  VALUE 'POLICY'.
             10 FILLER           PIC X(03)  VALUE 'T'.
             10 FILLER           PIC X(02)  VALUE 'S'.
             10 FILLER           PIC X(19)  VALUE
                '       SUM INSURED'.
             10 FILLER           PIC X(19)  VALUE
                '          CEDED SI'.
             10 FILLER           PIC X(19)  VALUE
                '     MONTH PREMIUM'.
             10 FILLER           PIC X(19)  VALUE
                '     CEDED PREMIUM'.
             10 FILLER           PIC X(19)  VALUE
                '   CLAIMS RECOVERY'.
             10 FILLER           PIC X(19)  VALUE
                ' CEDED OUTSTANDING'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POLICY-NUM     PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-POLTYPE        PIC X(01).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-STATUS         PIC X(01).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-SUM-INSURED    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CEDED-SI       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-PREMIUM        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CEDED-PREMIUM  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CEDED-PAID     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CEDED-OS       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-TYPE-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(06)  VALUE 'TOTAL '.
             10 RL-TT-TYPE        PIC X(01).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-TT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-RISK        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-CEDED-SI    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-PREMIUM     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-CEDED-PREM  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-CEDED-PAID  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-TT-CEDED-OS    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(09)  VALUE 'ALL'.
             10 RL-GT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-RISK        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-CEDED-SI    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-PREMIUM     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-CEDED-PREM  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-CEDED-PAID  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-GT-CEDED-OS    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
          05 WS-NO-CESSIONS-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(40)  VALUE
                'NO POLICIES OVER RETENTION THIS MONTH'.

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

           DISPLAY 'START OF PROGRAM LGRIBORD'

           MOVE 'LGRIBORD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION

           PERFORM 1500-FETCH-POLICY

           PERFORM 2000-CEDE-POLICY
              UNTIL END-OF-CSR

           IF IS-FIRST-RECORD
              WRITE RPT-LINE FROM WS-NO-CESSIONS-LINE
           ELSE
              PERFORM 2500-WRITE-TYPE-TOTAL
           END-IF

           PERFORM 3000-WRITE-GRAND-TOTAL

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

           OPEN OUTPUT BDX-FILE

           IF NOT BDXOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN BDXOUT:' FS-BDXOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN INPUT TREATY-FILE

           IF NOT TREATY-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENATRTY:' FS-TREATY
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-READ-CONTROL

           MOVE WS-BDX-MONTH TO RL-MONTH
           WRITE RPT-LINE FROM WS-TITLE-LINE

           PERFORM 1300-READ-TREATY
              VARYING WS-TRT-SUB FROM 1 BY 1
                UNTIL WS-TRT-SUB > 2

           WRITE RPT-LINE FROM WS-HEADING-LINE

           MOVE WS-BDX-MONTH  TO BDH-MONTH
           MOVE WS-RUN-DATE   TO BDH-RUN-DATE
           WRITE BDX-REC FROM WS-BDX-HEADER

           PERFORM 1400-OPEN-CURSOR
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The month to cede - the one before today's, unless RIBCTLIN    *
      * carries a YYYY-MM card.  A missing (status 05) or empty        *
      * control file means the previous month; a card that is not a    *
      * year and a month 01-12 stops the run (80) rather than send     *
      * the reinsurer the wrong month.                                 *
      *================================================================*
       1100-READ-CONTROL.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY-YYYY TO WS-RUN-YYYY
           MOVE WS-TODAY-MM   TO WS-RUN-MM
           MOVE WS-TODAY-DD   TO WS-RUN-DD

           MOVE WS-TODAY-YYYY TO WS-BDX-YYYY
           COMPUTE WS-BDX-MM = WS-TODAY-MM - 1
           IF WS-BDX-MM = 0
              MOVE 12 TO WS-BDX-MM
              SUBTRACT 1 FROM WS-BDX-YYYY
           END-IF

           OPEN INPUT RIBCTL-FILE

           IF NOT RIBCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN RIBCTLIN:' FS-RIBCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ RIBCTL-FILE INTO WS-CTL-CARD
           AT END
              CONTINUE
           NOT AT END
              IF WS-CTL-CARD NOT = SPACES
                 IF CTL-YEAR IS NUMERIC
                    AND CTL-MONTH IS NUMERIC
                    AND CTL-MONTH >= '01' AND CTL-MONTH <= '12'
                    MOVE CTL-YEAR  TO WS-BDX-YYYY
                    MOVE CTL-MONTH TO WS-BDX-MM
                 ELSE
                    DISPLAY 'INVALID RIBCTLIN CARD:' WS-CTL-CARD(1:7)
                    MOVE '80' TO WS-STATUS-CODE
                    CLOSE RIBCTL-FILE
                    PERFORM 9000-END-PARA
                 END-IF
              END-IF
           END-READ

           CLOSE RIBCTL-FILE

           MOVE WS-BDX-MONTH TO WS-MS-MONTH
                                WS-ME-MONTH

           DISPLAY 'REINSURANCE BORDEREAU FOR MONTH:' WS-BDX-MONTH

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

      *================================================================*
      * One treaty per type ceded.  No record for a type is not an     *
      * error - the type is not reinsured - but it is printed so the   *
      * bordereau shows it.                                            *
      *================================================================*
       1300-READ-TREATY.

           MOVE WS-TYPE-CODE(WS-TRT-SUB) TO TR-POLICY-TYPE

           READ TREATY-FILE

           EVALUATE TRUE
              WHEN TREATY-OK
                 MOVE 'Y'            TO WS-TRT-STATE(WS-TRT-SUB)
                 MOVE TR-TREATY-REF  TO WS-TRT-REF(WS-TRT-SUB)
                 MOVE TR-REINSURER   TO WS-TRT-REINSURER(WS-TRT-SUB)
                 MOVE TR-RETENTION   TO WS-TRT-RETENTION(WS-TRT-SUB)
                 MOVE TR-CESSION-PCT TO WS-TRT-PCT(WS-TRT-SUB)
                 MOVE TR-POLICY-TYPE TO RL-TR-TYPE
                 MOVE TR-TREATY-REF  TO RL-TR-REF
                 MOVE TR-REINSURER   TO RL-TR-REINSURER
                 MOVE TR-RETENTION   TO RL-TR-RETENTION
                 MOVE TR-CESSION-PCT TO RL-TR-PCT
                 WRITE RPT-LINE FROM WS-TREATY-LINE
              WHEN TREATY-NOTFND
                 MOVE 'N'            TO WS-TRT-STATE(WS-TRT-SUB)
                 MOVE SPACES         TO WS-TRT-REF(WS-TRT-SUB)
                                        WS-TRT-REINSURER(WS-TRT-SUB)
                 MOVE 9999999.99     TO WS-TRT-RETENTION(WS-TRT-SUB)
                 MOVE ZEROES         TO WS-TRT-PCT(WS-TRT-SUB)
                 MOVE TR-POLICY-TYPE TO RL-NT-TYPE
                 WRITE RPT-LINE FROM WS-NO-TREATY-LINE
              WHEN OTHER
                 DISPLAY 'INVALID FILE STATUS ON GENATRTY READ:'
                          FS-TREATY
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1300-EXIT
           .
       1300-EXIT.
           EXIT.

      *================================================================*
      * House and commercial policies over their type's retention that *
      * are in force or had premium or claim money in the month, with  *
      * the month's premium, recoveries and the outstanding reserve    *
      * summed against each, in policy-type order for the one-level    *
      * control break.                                                 *
      *================================================================*
       1400-OPEN-CURSOR.

           MOVE WS-TRT-RETENTION(1) TO WS-RET-HOUSE
           MOVE WS-TRT-RETENTION(2) TO WS-RET-COMM

           EXEC SQL
             DECLARE RI-CURSOR CURSOR FOR
             SELECT POL.POLICYNUMBER,
                    POL.POLICYTYPE,
                    POL.STATUS,
                    POL.ISSUEDATE,
                    POL.EXPIRYDATE,
                    COALESCE(HOUS.VALUE, COMM.PREMIUM, 0),
                    COALESCE((SELECT SUM(IPT.TAXABLEPREMIUM)
                                FROM IPTLEDGER IPT
                               WHERE IPT.POLICYNUMBER = POL.POLICYNUMBER
                                 AND IPT.EVENTDATE BETWEEN
                                     :WS-MONTH-START AND :WS-MONTH-END),
                             0),
                    COALESCE((SELECT SUM(CPY.AMOUNT)
                                FROM CLAIMPAY CPY
                               WHERE CPY.POLICYNUMBER = POL.POLICYNUMBER
                                 AND CPY.TRANTYPE IN ('P', 'F')
                                 AND CPY.TRANDATE BETWEEN
                                     :WS-MONTH-START AND :WS-MONTH-END),
                             0),
                    COALESCE((SELECT SUM(CLM.RESERVE)
                                FROM CLAIM CLM
                               WHERE CLM.POLICYNUMBER = POL.POLICYNUMBER
                                 AND CLM.CLAIMSTATUS IN ('A', 'P')),
                             0)
               FROM POLICY POL
               LEFT JOIN HOUSE HOUS
                 ON HOUS.POLICYNUMBER = POL.POLICYNUMBER
               LEFT JOIN COMMERCIAL COMM
                 ON COMM.POLICYNUMBER = POL.POLICYNUMBER
              WHERE ( ( POL.POLICYTYPE = 'H'
                        AND HOUS.VALUE > :WS-RET-HOUSE )
                   OR ( POL.POLICYTYPE = 'C'
                        AND COMM.PREMIUM > :WS-RET-COMM ) )
                AND POL.ISSUEDATE <= :WS-MONTH-END
                AND ( POL.STATUS = 'I'
                   OR EXISTS
                        ( SELECT 1
                            FROM IPTLEDGER IPX
                           WHERE IPX.POLICYNUMBER = POL.POLICYNUMBER
                             AND IPX.EVENTDATE BETWEEN
                                 :WS-MONTH-START AND :WS-MONTH-END )
                   OR EXISTS
                        ( SELECT 1
                            FROM CLAIMPAY CPX
                           WHERE CPX.POLICYNUMBER = POL.POLICYNUMBER
                             AND CPX.TRANTYPE IN ('P', 'F')
                             AND CPX.TRANDATE BETWEEN
                                 :WS-MONTH-START AND :WS-MONTH-END ) )
              ORDER BY POL.POLICYTYPE, POL.POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN RI-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN RI-CURSOR, SQLCODE:'
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
             FETCH RI-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :DB2-POLICYTYPE,
                   :WS-POLICY-STATUS,
                   :DB2-ISSUEDATE,
                   :DB2-EXPIRYDATE,
                   :WS-RISK-AMOUNT,
                   :WS-MONTH-PREMIUM,
                   :WS-MONTH-PAID,
                   :WS-OS-RESERVE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH RI-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One-level control break on POLICYTYPE, then the cession.  The  *
      * reinsurer's share of the risk is the ceded sum insured over    *
      * the risk, and it takes that share of the month's premium, the  *
      * month's claim payments and the outstanding reserve.            *
      *================================================================*
       2000-CEDE-POLICY.

           IF NOT IS-FIRST-RECORD
              IF DB2-POLICYTYPE NOT = WS-PREV-POLICY-TYPE
                 PERFORM 2500-WRITE-TYPE-TOTAL
              END-IF
           END-IF

           MOVE 'N' TO WS-FIRST-RECORD
           MOVE DB2-POLICYTYPE TO WS-PREV-POLICY-TYPE

           IF DB2-POLICYTYPE = 'H'
              MOVE 1 TO WS-TRT-SUB
           ELSE
              MOVE 2 TO WS-TRT-SUB
           END-IF

           COMPUTE WS-CEDED-SI ROUNDED =
              (WS-RISK-AMOUNT - WS-TRT-RETENTION(WS-TRT-SUB))
                 * WS-TRT-PCT(WS-TRT-SUB) / 100

           COMPUTE WS-CEDED-PREMIUM ROUNDED =
              WS-MONTH-PREMIUM * WS-CEDED-SI / WS-RISK-AMOUNT
           COMPUTE WS-CEDED-PAID ROUNDED =
              WS-MONTH-PAID * WS-CEDED-SI / WS-RISK-AMOUNT
           COMPUTE WS-CEDED-OS ROUNDED =
              WS-OS-RESERVE * WS-CEDED-SI / WS-RISK-AMOUNT

           PERFORM 2200-WRITE-BORDEREAU
           PERFORM 2300-WRITE-DETAIL

           PERFORM 1500-FETCH-POLICY
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2200-WRITE-BORDEREAU.

           MOVE WS-BDX-MONTH               TO BDX-MONTH
           MOVE WS-TRT-REF(WS-TRT-SUB)     TO BDX-TREATY-REF
           MOVE WS-POLICY-NUM-INT          TO BDX-POLICY-NUM
           MOVE DB2-POLICYTYPE             TO BDX-POLICY-TYPE
           MOVE WS-POLICY-STATUS           TO BDX-POLICY-STATUS
           MOVE DB2-ISSUEDATE              TO BDX-ISSUE-DATE
           MOVE DB2-EXPIRYDATE             TO BDX-EXPIRY-DATE
           MOVE WS-RISK-AMOUNT             TO BDX-SUM-INSURED
           MOVE WS-TRT-RETENTION(WS-TRT-SUB)
                                           TO BDX-RETENTION
           MOVE WS-TRT-PCT(WS-TRT-SUB)     TO BDX-CESSION-PCT
           MOVE WS-CEDED-SI                TO BDX-CEDED-SI
           MOVE WS-MONTH-PREMIUM           TO BDX-PREMIUM
           MOVE WS-CEDED-PREMIUM           TO BDX-CEDED-PREMIUM
           MOVE WS-MONTH-PAID              TO BDX-CLAIMS-PAID
           MOVE WS-CEDED-PAID              TO BDX-CEDED-PAID
           MOVE WS-CEDED-OS                TO BDX-CEDED-OS

           WRITE BDX-REC FROM WS-BDX-DETAIL

           IF NOT BDXOUT-OK
              DISPLAY 'INVALID FILE STATUS ON WRITE BDXOUT:' FS-BDXOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-WRITE-DETAIL.

           MOVE WS-POLICY-NUM-INT TO RL-POLICY-NUM
           MOVE DB2-POLICYTYPE    TO RL-POLTYPE
           MOVE WS-POLICY-STATUS  TO RL-STATUS
           MOVE WS-RISK-AMOUNT    TO RL-SUM-INSURED
           MOVE WS-CEDED-SI       TO RL-CEDED-SI
           MOVE WS-MONTH-PREMIUM  TO RL-PREMIUM
           MOVE WS-CEDED-PREMIUM  TO RL-CEDED-PREMIUM
           MOVE WS-CEDED-PAID     TO RL-CEDED-PAID
           MOVE WS-CEDED-OS       TO RL-CEDED-OS

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD 1                TO WS-TYP-COUNT
           ADD WS-RISK-AMOUNT   TO WS-TYP-RISK
           ADD WS-CEDED-SI      TO WS-TYP-CEDED-SI
           ADD WS-MONTH-PREMIUM TO WS-TYP-PREMIUM
           ADD WS-CEDED-PREMIUM TO WS-TYP-CEDED-PREM
           ADD WS-CEDED-PAID    TO WS-TYP-CEDED-PAID
           ADD WS-CEDED-OS      TO WS-TYP-CEDED-OS
           ADD 1                TO WS-GRD-COUNT
           ADD WS-RISK-AMOUNT   TO WS-GRD-RISK
           ADD WS-CEDED-SI      TO WS-GRD-CEDED-SI
           ADD WS-MONTH-PREMIUM TO WS-GRD-PREMIUM
           ADD WS-CEDED-PREMIUM TO WS-GRD-CEDED-PREM
           ADD WS-CEDED-PAID    TO WS-GRD-CEDED-PAID
           ADD WS-CEDED-OS      TO WS-GRD-CEDED-OS

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

       2500-WRITE-TYPE-TOTAL.

           MOVE WS-PREV-POLICY-TYPE TO RL-TT-TYPE
           MOVE WS-TYP-COUNT        TO RL-TT-COUNT
           MOVE WS-TYP-RISK         TO RL-TT-RISK
           MOVE WS-TYP-CEDED-SI     TO RL-TT-CEDED-SI
           MOVE WS-TYP-PREMIUM      TO RL-TT-PREMIUM
           MOVE WS-TYP-CEDED-PREM   TO RL-TT-CEDED-PREM
           MOVE WS-TYP-CEDED-PAID   TO RL-TT-CEDED-PAID
           MOVE WS-TYP-CEDED-OS     TO RL-TT-CEDED-OS

           WRITE RPT-LINE FROM WS-TYPE-TOTAL-LINE

           INITIALIZE WS-TYPE-TOTALS

           PERFORM 2500-EXIT
           .
       2500-EXIT.
           EXIT.

       3000-WRITE-GRAND-TOTAL.

           MOVE WS-GRD-COUNT      TO RL-GT-COUNT
           MOVE WS-GRD-RISK       TO RL-GT-RISK
           MOVE WS-GRD-CEDED-SI   TO RL-GT-CEDED-SI
           MOVE WS-GRD-PREMIUM    TO RL-GT-PREMIUM
           MOVE WS-GRD-CEDED-PREM TO RL-GT-CEDED-PREM
           MOVE WS-GRD-CEDED-PAID TO RL-GT-CEDED-PAID
           MOVE WS-GRD-CEDED-OS   TO RL-GT-CEDED-OS
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           MOVE WS-BDX-MONTH      TO BDT-MONTH
           MOVE WS-GRD-COUNT      TO BDT-COUNT
           MOVE WS-GRD-CEDED-SI   TO BDT-CEDED-SI
           MOVE WS-GRD-CEDED-PREM TO BDT-CEDED-PREMIUM
           MOVE WS-GRD-CEDED-PAID TO BDT-CEDED-PAID
           MOVE WS-GRD-CEDED-OS   TO BDT-CEDED-OS
           WRITE BDX-REC FROM WS-BDX-TRAILER

           IF NOT BDXOUT-OK
              DISPLAY 'INVALID FILE STATUS ON WRITE BDXOUT:' FS-BDXOUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'POLICIES CEDED:' WS-GRD-COUNT
           DISPLAY 'CEDED SUM INSURED:' WS-GRD-CEDED-SI
           DISPLAY 'CEDED PREMIUM:' WS-GRD-CEDED-PREM
           DISPLAY 'CLAIMS RECOVERABLE:' WS-GRD-CEDED-PAID

           EXEC SQL CLOSE RI-CURSOR END-EXEC

           CLOSE TREATY-FILE
           CLOSE BDX-FILE
           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-GRD-COUNT
             TO RLOG-RECORDS-READ
           MOVE WS-GRD-COUNT
             TO RLOG-RECORDS-WRITTEN
           MOVE ZEROES TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
