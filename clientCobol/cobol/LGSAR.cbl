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
       PROGRAM-ID. LGSAR.
      *****************************************************************
      * Data-subject requests.  Reads a driver file of request cards *
      * (customer number plus request type) and for each one either: *
      *                                                              *
      *   'A' subject access - prints the customer's complete data   *
      *   pack in one place: the CUSTOMER row, every POLICY and      *
      *   CLAIM, the PAYHIST receipts (as LGPHIST), the CORRLOG      *
      *   items (as LGCORR), the CUSTHIST changes (as LGCHIST), the  *
      *   POLICYAUDIT and CUSTMERGE rows, and whatever LGRETEN has   *
      *   already moved out to its archive (ARCHIN, the archive GDG  *
      *   base, so every generation is searched);                    *
      *                                                              *
      *   'E' erasure - anonymises the customer's name, date of      *
      *   birth and contact fields on CUSTOMER and blanks the        *
      *   before/after images on CUSTHIST (and any event still held  *
      *   for retry on EVENTLOG), but only once every policy is      *
      *   closed and the retention period (SARCTL card, days) has    *
      *   run out on every policy and claim.  Anything               *
      *   that stops the erasure is reported as held, with the       *
      *   reason; anything kept after it is reported as retained,    *
      *   with the reason.                                           *
      *                                                              *
      * Fraud-indicator scores (CLAIMFRAUD) are never printed in the *
      * pack - they are held for the prevention of crime - but an    *
      * investigation still open or confirmed holds an erasure.      *
      * Sanctions/PEP screening reviews (SANCREVIEW) are likewise    *
      * never printed, and one pending or confirmed holds it too.    *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SARIN-FILE ASSIGN TO SARIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SARIN.

           SELECT OPTIONAL SARCTL-FILE ASSIGN TO SARCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-SARCTL.

           SELECT OPTIONAL ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ARCHIN.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-RPTOUT.

       DATA DIVISION.
       FILE SECTION.
       FD  SARIN-FILE
           RECORDING MODE IS F.
       01 SARIN-REC              PIC X(80).

       FD  SARCTL-FILE
           RECORDING MODE IS F.
       01 SARCTL-REC             PIC X(80).

       FD  ARCHIN-FILE
           RECORDING MODE IS F.
       01 ARCHIN-REC             PIC X(240).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-SARIN            PIC X(02)  VALUE SPACES.
             88 SARIN-OK                    VALUE '00'.
          05 FS-SARCTL           PIC X(02)  VALUE SPACES.
             88 SARCTL-OPEN-OK              VALUE '00' '05'.
          05 FS-ARCHIN           PIC X(02)  VALUE SPACES.
             88 ARCHIN-OPEN-OK              VALUE '00' '05'.
             88 ARCHIN-OK                   VALUE '00'.
          05 FS-RPTOUT           PIC X(02)  VALUE SPACES.
             88 RPTOUT-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-SARIN        PIC X(01)  VALUE ' '.
             88 END-OF-SARIN                VALUE 'Y'.
          05 WS-EOF-ARCHIN       PIC X(01)  VALUE ' '.
             88 END-OF-ARCHIN               VALUE 'Y'.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.
             88 END-OF-CSR                  VALUE 'Y'.
          05 WS-CUSTOMER-FOUND   PIC X(01)  VALUE ' '.
             88 CUSTOMER-FOUND              VALUE 'Y'.
      *   'P' archive scan prints the pack section, 'C' only counts
      *   the archived contact images (erasure).
          05 WS-ARCHIVE-MODE     PIC X(01)  VALUE ' '.
             88 ARCHIVE-PRINT               VALUE 'P'.
             88 ARCHIVE-COUNT               VALUE 'C'.

      *================================================================*
      * One SARIN card per request - the customer number and the      *
      * request type, 'A' subject access pack or 'E' erasure.         *
      *================================================================*
       01 WS-SAR-CARD.
          05 SAR-CUSTOMER-X      PIC X(10).
          05 SAR-CUSTOMER REDEFINES SAR-CUSTOMER-X
                                 PIC 9(10).
          05 FILLER              PIC X(01).
          05 SAR-REQUEST-TYPE    PIC X(01).
             88 SAR-ACCESS                  VALUE 'A'.
             88 SAR-ERASURE                 VALUE 'E'.
          05 FILLER              PIC X(68).

      *================================================================*
      * Optional SARCTL card - the retention period in days that must *
      * have run since a policy expired, or a claim last moved,       *
      * before the customer's personal data may be erased.  Six       *
      * years unless the card says otherwise.                         *
      *================================================================*
       01 WS-CTL-CARD.
          05 CTL-RETAIN-DAYS     PIC X(05).
          05 CTL-RETAIN-DAYS-N REDEFINES CTL-RETAIN-DAYS
                                 PIC 9(05).
          05 FILLER              PIC X(75).

       01 WS-RET-DAYS            PIC S9(09) COMP-5 VALUE 2190.

       01 WS-COUNTS.
          05 WS-REQUESTS-READ    PIC 9(07) VALUE ZEROES.
          05 WS-REQUESTS-REJECTED PIC 9(07) VALUE ZEROES.
          05 WS-PACKS-PRODUCED   PIC 9(07) VALUE ZEROES.
          05 WS-ERASURES-DONE    PIC 9(07) VALUE ZEROES.
          05 WS-ERASURES-HELD    PIC 9(07) VALUE ZEROES.
          05 WS-ROWS-THIS-SECTION PIC 9(07) VALUE ZEROES.
          05 WS-HOLDS-THIS-CUST  PIC 9(05) VALUE ZEROES.
          05 WS-ARCHIVE-IMAGES   PIC 9(07) VALUE ZEROES.

       01 WS-WORK.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-ROW-COUNT        PIC S9(09) COMP-5.
          05 WS-FIRSTNAME        PIC X(10).
          05 WS-LASTNAME         PIC X(10).
          05 WS-DATEOFBIRTH      PIC X(10).
          05 WS-HOUSENAME        PIC X(20).
          05 WS-HOUSENUMBER      PIC X(04).
          05 WS-POSTCODE         PIC X(08).
          05 WS-PHONE-MOBILE     PIC X(10).
          05 WS-PHONE-HOME       PIC X(10).
          05 WS-EMAIL-ADDRESS    PIC X(30).
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-POLICY-TYPE      PIC X(01).
          05 WS-ISSUEDATE        PIC X(10).
          05 WS-EXPIRYDATE       PIC X(10).
          05 WS-POLICY-STATUS    PIC X(01).
          05 WS-BROKERID-INT     PIC S9(09) COMP-5.
          05 WS-BROKERSREF       PIC X(10).
          05 WS-PAYMENT-INT      PIC S9(09) COMP-5.
          05 WS-CLAIM-NUM-INT    PIC S9(09) COMP-5.
          05 WS-CLAIMDATE        PIC X(10).
          05 WS-CLAIM-VALUE      PIC S9(07)V99 COMP-3.
          05 WS-CLAIM-STATUS     PIC X(01).
          05 WS-CLAIM-DESC       PIC X(30).
          05 WS-CLAIM-PAID       PIC S9(07)V99 COMP-3.
          05 WS-AMOUNT-INT       PIC S9(09) COMP-5.
          05 WS-PAYMENT-DATE     PIC X(10).
          05 WS-ITEM-TYPE        PIC X(01).
          05 WS-PROGRAM          PIC X(08).
          05 WS-RUNDATE          PIC X(10).
          05 WS-ROW-TS           PIC X(26).
          05 WS-CHANGE-SOURCE    PIC X(01).
          05 WS-AUD-PREMIUM      PIC S9(07)V99 COMP-3.
          05 WS-SURVIVOR-NUM     PIC S9(09) COMP-5.
          05 WS-VICTIM-NUM       PIC S9(09) COMP-5.
          05 WS-POLICIES-MOVED   PIC S9(09) COMP-5.

      * Contact images, live (column by column) or archived (the 82
      * bytes LGRETEN flattens them into) - one shape for both.
       01 WS-O-CONTACT.
          05 WS-O-HOUSENAME      PIC X(20).
          05 WS-O-HOUSENUMBER    PIC X(04).
          05 WS-O-POSTCODE       PIC X(08).
          05 WS-O-PHONE-MOBILE   PIC X(10).
          05 WS-O-PHONE-HOME     PIC X(10).
          05 WS-O-EMAIL-ADDRESS  PIC X(30).
       01 WS-N-CONTACT.
          05 WS-N-HOUSENAME      PIC X(20).
          05 WS-N-HOUSENUMBER    PIC X(04).
          05 WS-N-POSTCODE       PIC X(08).
          05 WS-N-PHONE-MOBILE   PIC X(10).
          05 WS-N-PHONE-HOME     PIC X(10).
          05 WS-N-EMAIL-ADDRESS  PIC X(30).

       COPY LGARCREC.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-REPORT-LINES.
          05 WS-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(44)  VALUE
                'GENAPP SUBJECT ACCESS AND ERASURE REPORT'.
          05 WS-RETAIN-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(24)  VALUE
                'RETENTION PERIOD (DAYS) '.
             10 RL-RETAIN-DAYS    PIC ZZ,ZZ9.
          05 WS-REQUEST-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(10)  VALUE 'CUSTOMER '.
             10 RL-CUSNUM         PIC 9(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-REQUEST-DESC   PIC X(24).
          05 WS-SECTION-LINE.
             10 FILLER           PIC X(01)  VALUE '0'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-SECTION        PIC X(44).
          05 WS-FIELD-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-FLD-LABEL      PIC X(16).
             10 RL-FLD-VALUE      PIC X(30).
          05 WS-NONE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'NONE ON FILE'.
          05 WS-POLICY-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'POLICY '.
             10 RL-P-POLNUM       PIC 9(09).
             10 FILLER           PIC X(06)  VALUE ' TYPE '.
             10 RL-P-TYPE         PIC X(01).
             10 FILLER           PIC X(08)  VALUE ' ISSUED '.
             10 RL-P-ISSUED       PIC X(10).
             10 FILLER           PIC X(09)  VALUE ' EXPIRES '.
             10 RL-P-EXPIRES      PIC X(10).
             10 FILLER           PIC X(08)  VALUE ' STATUS '.
             10 RL-P-STATUS       PIC X(01).
             10 FILLER           PIC X(08)  VALUE ' BROKER '.
             10 RL-P-BROKERID     PIC 9(10).
             10 FILLER           PIC X(05)  VALUE ' REF '.
             10 RL-P-BROKERSREF   PIC X(10).
             10 FILLER           PIC X(06)  VALUE ' PAID '.
             10 RL-P-PAYMENT      PIC -ZZ,ZZZ,ZZ9.
          05 WS-CLAIM-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(06)  VALUE 'CLAIM '.
             10 RL-C-CLAIMNUM     PIC 9(09).
             10 FILLER           PIC X(08)  VALUE ' POLICY '.
             10 RL-C-POLNUM       PIC 9(09).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-C-DATE         PIC X(10).
             10 FILLER           PIC X(08)  VALUE ' STATUS '.
             10 RL-C-STATUS       PIC X(01).
             10 FILLER           PIC X(07)  VALUE ' VALUE '.
             10 RL-C-VALUE        PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(06)  VALUE ' PAID '.
             10 RL-C-PAID         PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-C-DESC         PIC X(30).
          05 WS-RECEIPT-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'POLICY '.
             10 RL-R-POLNUM       PIC 9(09).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-R-DATE         PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-R-AMOUNT       PIC -ZZ,ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'POSTED AT '.
             10 RL-R-POSTED-TS    PIC X(26).
          05 WS-ITEM-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-I-RUNDATE      PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-I-ITEM-DESC    PIC X(16).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'POLICY '.
             10 RL-I-POLNUM       PIC 9(09).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE 'RUN '.
             10 RL-I-PROGRAM      PIC X(08).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-I-SENT-TS      PIC X(26).
          05 WS-CHANGE-HEAD-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CHANGED-TS     PIC X(26).
             10 FILLER           PIC X(09)  VALUE '  SOURCE '.
             10 RL-SOURCE         PIC X(01).
          05 WS-IMAGE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-IMAGE-TAG      PIC X(08).
             10 RL-HOUSENAME      PIC X(20).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-HOUSENUMBER    PIC X(04).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-POSTCODE       PIC X(08).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-PHONE-MOBILE   PIC X(10).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-PHONE-HOME     PIC X(10).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-EMAIL          PIC X(30).
          05 WS-AUDIT-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(07)  VALUE 'POLICY '.
             10 RL-A-POLNUM       PIC 9(09).
             10 FILLER           PIC X(06)  VALUE ' TYPE '.
             10 RL-A-TYPE         PIC X(01).
             10 FILLER           PIC X(09)  VALUE ' DELETED '.
             10 RL-A-DELETED-TS   PIC X(26).
             10 FILLER           PIC X(08)  VALUE ' BROKER '.
             10 RL-A-BROKERID     PIC 9(10).
             10 FILLER           PIC X(09)  VALUE ' PREMIUM '.
             10 RL-A-PREMIUM      PIC Z,ZZZ,ZZ9.99.
             10 FILLER           PIC X(08)  VALUE ' EXPIRY '.
             10 RL-A-EXPIRYDATE   PIC X(10).
          05 WS-MERGE-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(09)  VALUE 'SURVIVOR '.
             10 RL-M-SURVIVOR     PIC 9(10).
             10 FILLER           PIC X(13)  VALUE ' MERGED AWAY '.
             10 RL-M-VICTIM       PIC 9(10).
             10 FILLER           PIC X(16)  VALUE ' POLICIES MOVED '.
             10 RL-M-MOVED        PIC ZZZ,ZZ9.
             10 FILLER           PIC X(04)  VALUE ' AT '.
             10 RL-M-MERGED-TS    PIC X(26).
          05 WS-HOLD-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-H-TAG          PIC X(09).
             10 RL-H-ITEM         PIC X(28).
             10 RL-H-COUNT        PIC ZZZ,ZZ9.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-H-REASON       PIC X(60).
          05 WS-OUTCOME-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-OUTCOME        PIC X(60).

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

           DISPLAY 'START OF PROGRAM LGSAR'

           MOVE 'LGSAR'   TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-DRIVER

           PERFORM 2000-PROCESS-REQUEST
              UNTIL END-OF-SARIN

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN INPUT SARIN-FILE

           IF NOT SARIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN SARIN:' FS-SARIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF NOT RPTOUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN OUTPUT:' FS-RPTOUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1100-READ-CONTROL

           WRITE RPT-LINE FROM WS-TITLE-LINE
           MOVE WS-RET-DAYS TO RL-RETAIN-DAYS
           WRITE RPT-LINE FROM WS-RETAIN-LINE
           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The retention period - six years unless SARCTL carries a card. *
      * A missing (status 05) or empty control file means the default; *
      * a card that is not a positive day count stops the run (80)     *
      * rather than erase on the wrong basis.                          *
      *================================================================*
       1100-READ-CONTROL.

           MOVE SPACES TO WS-CTL-CARD

           OPEN INPUT SARCTL-FILE

           IF NOT SARCTL-OPEN-OK
              DISPLAY '1100-READ-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN SARCTL:' FS-SARCTL
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ SARCTL-FILE INTO WS-CTL-CARD
           AT END
              MOVE SPACES TO WS-CTL-CARD
           END-READ

           CLOSE SARCTL-FILE

           IF CTL-RETAIN-DAYS NOT = SPACES
              IF CTL-RETAIN-DAYS IS NUMERIC
                 AND CTL-RETAIN-DAYS-N > 0
                 MOVE CTL-RETAIN-DAYS-N TO WS-RET-DAYS
              ELSE
                 DISPLAY 'INVALID SARCTL RETENTION:' CTL-RETAIN-DAYS
                 MOVE '80' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           PERFORM 1100-EXIT
           .
       1100-EXIT.
           EXIT.

       1500-READ-DRIVER.

           READ SARIN-FILE INTO WS-SAR-CARD
           AT END
              SET END-OF-SARIN TO TRUE
           END-READ

           IF NOT SARIN-OK AND NOT END-OF-SARIN
              DISPLAY 'INVALID FILE STATUS ON READ SARIN:' FS-SARIN
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * One request card.  A card with no usable customer number or   *
      * request type, or for a customer not on file, is reported and  *
      * skipped (04) - the rest of the requests still run.            *
      *================================================================*
       2000-PROCESS-REQUEST.

           ADD 1 TO WS-REQUESTS-READ

           IF SAR-CUSTOMER-X IS NUMERIC
              MOVE SAR-CUSTOMER TO WS-CUSTOMER-NUMBER
              MOVE SAR-CUSTOMER TO RL-CUSNUM
           ELSE
              MOVE ZEROES TO RL-CUSNUM
           END-IF

           EVALUATE TRUE
              WHEN SAR-ACCESS
                 MOVE 'SUBJECT ACCESS PACK' TO RL-REQUEST-DESC
              WHEN SAR-ERASURE
                 MOVE 'RIGHT TO ERASURE'    TO RL-REQUEST-DESC
              WHEN OTHER
                 MOVE 'UNKNOWN REQUEST TYPE' TO RL-REQUEST-DESC
           END-EVALUATE

           WRITE RPT-LINE FROM WS-REQUEST-LINE

           IF SAR-CUSTOMER-X IS NOT NUMERIC
              OR (NOT SAR-ACCESS AND NOT SAR-ERASURE)
              DISPLAY 'INVALID SARIN CARD:' WS-SAR-CARD(1:12)
              MOVE 'REQUEST REJECTED - INVALID CARD' TO RL-OUTCOME
              PERFORM 2900-REJECT-REQUEST
           ELSE
              PERFORM 2100-READ-CUSTOMER
              IF NOT CUSTOMER-FOUND
                 MOVE 'REQUEST REJECTED - CUSTOMER NOT ON FILE'
                   TO RL-OUTCOME
                 PERFORM 2900-REJECT-REQUEST
              ELSE
                 IF SAR-ACCESS
                    PERFORM 3000-ACCESS-PACK
                 ELSE
                    PERFORM 6000-ERASURE
                 END-IF
              END-IF
           END-IF

           PERFORM 1500-READ-DRIVER
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-CUSTOMER.

           MOVE 'N' TO WS-CUSTOMER-FOUND

           EXEC SQL
             SELECT FIRSTNAME, LASTNAME, DATEOFBIRTH,
                    HOUSENAME, HOUSENUMBER, POSTCODE,
                    PHONEMOBILE, PHONEHOME, EMAILADDRESS
               INTO :WS-FIRSTNAME, :WS-LASTNAME, :WS-DATEOFBIRTH,
                    :WS-HOUSENAME, :WS-HOUSENUMBER, :WS-POSTCODE,
                    :WS-PHONE-MOBILE, :WS-PHONE-HOME,
                    :WS-EMAIL-ADDRESS
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET CUSTOMER-FOUND TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON SELECT CUSTOMER, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

       2900-REJECT-REQUEST.

           WRITE RPT-LINE FROM WS-OUTCOME-LINE

           ADD 1 TO WS-REQUESTS-REJECTED
           MOVE '04' TO WS-STATUS-CODE
           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * The subject access pack - every source in turn, each under    *
      * its own heading, so the pack reads as one document.            *
      *================================================================*
       3000-ACCESS-PACK.

           PERFORM 3100-PRINT-CUSTOMER
           PERFORM 3200-PRINT-POLICIES
           PERFORM 3300-PRINT-CLAIMS
           PERFORM 3400-PRINT-PAYMENTS
           PERFORM 3500-PRINT-CORRESPONDENCE
           PERFORM 3600-PRINT-CONTACT-HISTORY
           PERFORM 3700-PRINT-POLICY-AUDIT
           PERFORM 3750-PRINT-MERGES

           MOVE 'ARCHIVED HISTORY (RETENTION ARCHIVE)' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE
           SET ARCHIVE-PRINT TO TRUE
           PERFORM 3800-SCAN-ARCHIVE
           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           MOVE 'END OF SUBJECT ACCESS PACK' TO RL-OUTCOME
           WRITE RPT-LINE FROM WS-OUTCOME-LINE
           ADD 1 TO WS-PACKS-PRODUCED

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-PRINT-CUSTOMER.

           MOVE 'PERSONAL DETAILS' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           MOVE 'FIRST NAME'     TO RL-FLD-LABEL
           MOVE WS-FIRSTNAME     TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'LAST NAME'      TO RL-FLD-LABEL
           MOVE WS-LASTNAME      TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'DATE OF BIRTH'  TO RL-FLD-LABEL
           MOVE WS-DATEOFBIRTH   TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'HOUSE NAME'     TO RL-FLD-LABEL
           MOVE WS-HOUSENAME     TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'HOUSE NUMBER'   TO RL-FLD-LABEL
           MOVE WS-HOUSENUMBER   TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'POSTCODE'       TO RL-FLD-LABEL
           MOVE WS-POSTCODE      TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'MOBILE PHONE'   TO RL-FLD-LABEL
           MOVE WS-PHONE-MOBILE  TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'HOME PHONE'     TO RL-FLD-LABEL
           MOVE WS-PHONE-HOME    TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE
           MOVE 'E-MAIL ADDRESS' TO RL-FLD-LABEL
           MOVE WS-EMAIL-ADDRESS TO RL-FLD-VALUE
           WRITE RPT-LINE FROM WS-FIELD-LINE

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-PRINT-POLICIES.

           MOVE 'POLICIES' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SPOL-CURSOR CURSOR FOR
             SELECT POLICYNUMBER, POLICYTYPE, ISSUEDATE,
                    EXPIRYDATE, STATUS, BROKERID,
                    BROKERSREFERENCE, PAYMENT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY POLICYNUMBER
           END-EXEC

           EXEC SQL OPEN SPOL-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SPOL-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3210-FETCH-POLICY
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SPOL-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

       3210-FETCH-POLICY.

           EXEC SQL
             FETCH SPOL-CURSOR
              INTO :WS-POLICY-NUM-INT, :WS-POLICY-TYPE,
                   :WS-ISSUEDATE, :WS-EXPIRYDATE,
                   :WS-POLICY-STATUS, :WS-BROKERID-INT,
                   :WS-BROKERSREF, :WS-PAYMENT-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-POLICY-NUM-INT TO RL-P-POLNUM
                 MOVE WS-POLICY-TYPE    TO RL-P-TYPE
                 MOVE WS-ISSUEDATE      TO RL-P-ISSUED
                 MOVE WS-EXPIRYDATE     TO RL-P-EXPIRES
                 MOVE WS-POLICY-STATUS  TO RL-P-STATUS
                 MOVE WS-BROKERID-INT   TO RL-P-BROKERID
                 MOVE WS-BROKERSREF     TO RL-P-BROKERSREF
                 MOVE WS-PAYMENT-INT    TO RL-P-PAYMENT
                 WRITE RPT-LINE FROM WS-POLICY-LINE
                 ADD 1 TO WS-ROWS-THIS-SECTION
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SPOL-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3210-EXIT
           .
       3210-EXIT.
           EXIT.

       3300-PRINT-CLAIMS.

           MOVE 'CLAIMS' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SCLM-CURSOR CURSOR FOR
             SELECT CLAIMNUMBER, POLICYNUMBER, CLAIMDATE,
                    CLAIMSTATUS, CLAIMVALUE, PAIDTODATE,
                    CLAIMDESC
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY CLAIMNUMBER
           END-EXEC

           EXEC SQL OPEN SCLM-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SCLM-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3310-FETCH-CLAIM
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SCLM-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3300-EXIT
           .
       3300-EXIT.
           EXIT.

       3310-FETCH-CLAIM.

           EXEC SQL
             FETCH SCLM-CURSOR
              INTO :WS-CLAIM-NUM-INT, :WS-POLICY-NUM-INT,
                   :WS-CLAIMDATE, :WS-CLAIM-STATUS,
                   :WS-CLAIM-VALUE, :WS-CLAIM-PAID,
                   :WS-CLAIM-DESC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-CLAIM-NUM-INT  TO RL-C-CLAIMNUM
                 MOVE WS-POLICY-NUM-INT TO RL-C-POLNUM
                 MOVE WS-CLAIMDATE      TO RL-C-DATE
                 MOVE WS-CLAIM-STATUS   TO RL-C-STATUS
                 MOVE WS-CLAIM-VALUE    TO RL-C-VALUE
                 MOVE WS-CLAIM-PAID     TO RL-C-PAID
                 MOVE WS-CLAIM-DESC     TO RL-C-DESC
                 WRITE RPT-LINE FROM WS-CLAIM-LINE
                 ADD 1 TO WS-ROWS-THIS-SECTION
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SCLM-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3310-EXIT
           .
       3310-EXIT.
           EXIT.

       3400-PRINT-PAYMENTS.

           MOVE 'PAYMENTS RECEIVED' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SPAY-CURSOR CURSOR FOR
             SELECT POLICYNUMBER,
                    AMOUNT,
                    PAYMENTDATE,
                    CHAR(POSTEDTIMESTAMP)
               FROM PAYHIST
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY POLICYNUMBER, POSTEDTIMESTAMP
           END-EXEC

           EXEC SQL OPEN SPAY-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SPAY-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3410-FETCH-PAYMENT
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SPAY-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3400-EXIT
           .
       3400-EXIT.
           EXIT.

       3410-FETCH-PAYMENT.

           EXEC SQL
             FETCH SPAY-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-AMOUNT-INT,
                   :WS-PAYMENT-DATE,
                   :WS-ROW-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-POLICY-NUM-INT TO RL-R-POLNUM
                 MOVE WS-PAYMENT-DATE   TO RL-R-DATE
                 MOVE WS-AMOUNT-INT     TO RL-R-AMOUNT
                 MOVE WS-ROW-TS         TO RL-R-POSTED-TS
                 WRITE RPT-LINE FROM WS-RECEIPT-LINE
                 ADD 1 TO WS-ROWS-THIS-SECTION
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SPAY-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3410-EXIT
           .
       3410-EXIT.
           EXIT.

       3500-PRINT-CORRESPONDENCE.

           MOVE 'CORRESPONDENCE SENT' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SCOR-CURSOR CURSOR FOR
             SELECT POLICYNUMBER,
                    ITEMTYPE,
                    PROGRAM,
                    RUNDATE,
                    CHAR(SENTTIMESTAMP)
               FROM CORRLOG
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY SENTTIMESTAMP
           END-EXEC

           EXEC SQL OPEN SCOR-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SCOR-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3510-FETCH-CORRESPONDENCE
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SCOR-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

       3510-FETCH-CORRESPONDENCE.

           EXEC SQL
             FETCH SCOR-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-ITEM-TYPE,
                   :WS-PROGRAM,
                   :WS-RUNDATE,
                   :WS-ROW-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3520-PRINT-ONE-ITEM
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SCOR-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3510-EXIT
           .
       3510-EXIT.
           EXIT.

      * Item descriptions as LGCORR prints them.
       3520-PRINT-ONE-ITEM.

           MOVE WS-RUNDATE TO RL-I-RUNDATE

           EVALUATE WS-ITEM-TYPE
              WHEN 'S'
                 MOVE 'ANNUAL STATEMENT' TO RL-I-ITEM-DESC
              WHEN 'R'
                 MOVE 'RENEWAL NOTICE  ' TO RL-I-ITEM-DESC
              WHEN 'F'
                 MOVE 'REFUND PAYMENT  ' TO RL-I-ITEM-DESC
              WHEN 'M'
                 MOVE 'MISSED PAYMENT  ' TO RL-I-ITEM-DESC
              WHEN 'E'
                 MOVE 'MATURITY LETTER ' TO RL-I-ITEM-DESC
              WHEN OTHER
                 MOVE WS-ITEM-TYPE       TO RL-I-ITEM-DESC
           END-EVALUATE

           MOVE WS-POLICY-NUM-INT TO RL-I-POLNUM
           MOVE WS-PROGRAM        TO RL-I-PROGRAM
           MOVE WS-ROW-TS         TO RL-I-SENT-TS
           WRITE RPT-LINE FROM WS-ITEM-LINE

           ADD 1 TO WS-ROWS-THIS-SECTION

           PERFORM 3520-EXIT
           .
       3520-EXIT.
           EXIT.

       3600-PRINT-CONTACT-HISTORY.

           MOVE 'CONTACT CHANGE HISTORY' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SCHG-CURSOR CURSOR FOR
             SELECT CHAR(CHANGEDTIMESTAMP),
                    CHANGESOURCE,
                    OLDHOUSENAME, OLDHOUSENUMBER, OLDPOSTCODE,
                    OLDPHONEMOBILE, OLDPHONEHOME, OLDEMAILADDRESS,
                    NEWHOUSENAME, NEWHOUSENUMBER, NEWPOSTCODE,
                    NEWPHONEMOBILE, NEWPHONEHOME, NEWEMAILADDRESS
               FROM CUSTHIST
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY CHANGEDTIMESTAMP
           END-EXEC

           EXEC SQL OPEN SCHG-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SCHG-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3610-FETCH-CHANGE
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SCHG-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3600-EXIT
           .
       3600-EXIT.
           EXIT.

       3610-FETCH-CHANGE.

           EXEC SQL
             FETCH SCHG-CURSOR
              INTO :WS-ROW-TS,
                   :WS-CHANGE-SOURCE,
                   :WS-O-HOUSENAME, :WS-O-HOUSENUMBER,
                   :WS-O-POSTCODE, :WS-O-PHONE-MOBILE,
                   :WS-O-PHONE-HOME, :WS-O-EMAIL-ADDRESS,
                   :WS-N-HOUSENAME, :WS-N-HOUSENUMBER,
                   :WS-N-POSTCODE, :WS-N-PHONE-MOBILE,
                   :WS-N-PHONE-HOME, :WS-N-EMAIL-ADDRESS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3620-PRINT-ONE-CHANGE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SCHG-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3610-EXIT
           .
       3610-EXIT.
           EXIT.

      * Before and after images as LGCHIST prints them - used for the
      * live rows and for the archived ones alike.
       3620-PRINT-ONE-CHANGE.

           MOVE WS-ROW-TS        TO RL-CHANGED-TS
           MOVE WS-CHANGE-SOURCE TO RL-SOURCE
           WRITE RPT-LINE FROM WS-CHANGE-HEAD-LINE

           MOVE 'BEFORE  '         TO RL-IMAGE-TAG
           MOVE WS-O-HOUSENAME     TO RL-HOUSENAME
           MOVE WS-O-HOUSENUMBER   TO RL-HOUSENUMBER
           MOVE WS-O-POSTCODE      TO RL-POSTCODE
           MOVE WS-O-PHONE-MOBILE  TO RL-PHONE-MOBILE
           MOVE WS-O-PHONE-HOME    TO RL-PHONE-HOME
           MOVE WS-O-EMAIL-ADDRESS TO RL-EMAIL
           WRITE RPT-LINE FROM WS-IMAGE-LINE

           MOVE 'AFTER   '         TO RL-IMAGE-TAG
           MOVE WS-N-HOUSENAME     TO RL-HOUSENAME
           MOVE WS-N-HOUSENUMBER   TO RL-HOUSENUMBER
           MOVE WS-N-POSTCODE      TO RL-POSTCODE
           MOVE WS-N-PHONE-MOBILE  TO RL-PHONE-MOBILE
           MOVE WS-N-PHONE-HOME    TO RL-PHONE-HOME
           MOVE WS-N-EMAIL-ADDRESS TO RL-EMAIL
           WRITE RPT-LINE FROM WS-IMAGE-LINE

           ADD 1 TO WS-ROWS-THIS-SECTION

           PERFORM 3620-EXIT
           .
       3620-EXIT.
           EXIT.

       3700-PRINT-POLICY-AUDIT.

           MOVE 'DELETED POLICIES' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SAUD-CURSOR CURSOR FOR
             SELECT POLICYNUMBER,
                    POLICYTYPE,
                    CHAR(DELETEDTIMESTAMP),
                    BROKERID,
                    PREMIUM,
                    EXPIRYDATE
               FROM POLICYAUDIT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY DELETEDTIMESTAMP
           END-EXEC

           EXEC SQL OPEN SAUD-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SAUD-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3710-FETCH-AUDIT
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SAUD-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3700-EXIT
           .
       3700-EXIT.
           EXIT.

       3710-FETCH-AUDIT.

           EXEC SQL
             FETCH SAUD-CURSOR
              INTO :WS-POLICY-NUM-INT,
                   :WS-POLICY-TYPE,
                   :WS-ROW-TS,
                   :WS-BROKERID-INT,
                   :WS-AUD-PREMIUM,
                   :WS-EXPIRYDATE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3720-PRINT-ONE-AUDIT
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SAUD-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3710-EXIT
           .
       3710-EXIT.
           EXIT.

       3720-PRINT-ONE-AUDIT.

           MOVE WS-POLICY-NUM-INT TO RL-A-POLNUM
           MOVE WS-POLICY-TYPE    TO RL-A-TYPE
           MOVE WS-ROW-TS         TO RL-A-DELETED-TS
           MOVE WS-BROKERID-INT   TO RL-A-BROKERID
           MOVE WS-AUD-PREMIUM    TO RL-A-PREMIUM
           MOVE WS-EXPIRYDATE     TO RL-A-EXPIRYDATE
           WRITE RPT-LINE FROM WS-AUDIT-LINE

           ADD 1 TO WS-ROWS-THIS-SECTION

           PERFORM 3720-EXIT
           .
       3720-EXIT.
           EXIT.

       3750-PRINT-MERGES.

           MOVE 'CUSTOMER RECORD MERGES' TO RL-SECTION
           WRITE RPT-LINE FROM WS-SECTION-LINE

           EXEC SQL
             DECLARE SMRG-CURSOR CURSOR FOR
             SELECT SURVIVORNUMBER,
                    VICTIMNUMBER,
                    POLICIESMOVED,
                    CHAR(MERGEDTIMESTAMP)
               FROM CUSTMERGE
              WHERE SURVIVORNUMBER = :WS-CUSTOMER-NUMBER
                 OR VICTIMNUMBER = :WS-CUSTOMER-NUMBER
              ORDER BY MERGEDTIMESTAMP
           END-EXEC

           EXEC SQL OPEN SMRG-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON OPEN SMRG-CURSOR, SQLCODE:'
                       SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-CSR
           MOVE ZEROES TO WS-ROWS-THIS-SECTION

           PERFORM 3760-FETCH-MERGE
              UNTIL END-OF-CSR

           EXEC SQL CLOSE SMRG-CURSOR END-EXEC

           IF WS-ROWS-THIS-SECTION = 0
              WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF

           PERFORM 3750-EXIT
           .
       3750-EXIT.
           EXIT.

       3760-FETCH-MERGE.

           EXEC SQL
             FETCH SMRG-CURSOR
              INTO :WS-SURVIVOR-NUM,
                   :WS-VICTIM-NUM,
                   :WS-POLICIES-MOVED,
                   :WS-ROW-TS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 3770-PRINT-ONE-MERGE
              WHEN 100
                 SET END-OF-CSR TO TRUE
              WHEN OTHER
                 DISPLAY 'SQL ERROR ON FETCH SMRG-CURSOR, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3760-EXIT
           .
       3760-EXIT.
           EXIT.

       3770-PRINT-ONE-MERGE.

           MOVE WS-SURVIVOR-NUM   TO RL-M-SURVIVOR
           MOVE WS-VICTIM-NUM     TO RL-M-VICTIM
           MOVE WS-POLICIES-MOVED TO RL-M-MOVED
           MOVE WS-ROW-TS         TO RL-M-MERGED-TS
           WRITE RPT-LINE FROM WS-MERGE-LINE

           ADD 1 TO WS-ROWS-THIS-SECTION

           PERFORM 3770-EXIT
           .
       3770-EXIT.
           EXIT.

      *================================================================*
      * One pass of the LGRETEN archive for the customer.  ARCHIN is   *
      * allocated against the archive GDG base, so every generation    *
      * is read; it is OPTIONAL - with no archive allocated there is   *
      * simply nothing archived to show.  For a pack the customer's    *
      * archived CUSTHIST, POLICYAUDIT and CUSTMERGE rows are printed  *
      * in the live rows' layouts; for an erasure only the archived    *
      * contact images are counted.                                    *
      *================================================================*
       3800-SCAN-ARCHIVE.

           MOVE ZEROES TO WS-ROWS-THIS-SECTION
                          WS-ARCHIVE-IMAGES

           OPEN INPUT ARCHIN-FILE

           IF NOT ARCHIN-OPEN-OK
              DISPLAY 'INVALID FILE STATUS ON OPEN ARCHIN:' FS-ARCHIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE ' ' TO WS-EOF-ARCHIN

           PERFORM 3810-READ-ARCHIVE
              UNTIL END-OF-ARCHIN

           CLOSE ARCHIN-FILE

           PERFORM 3800-EXIT
           .
       3800-EXIT.
           EXIT.

       3810-READ-ARCHIVE.

           READ ARCHIN-FILE INTO ARCHIVE-REC
           AT END
              SET END-OF-ARCHIN TO TRUE
           END-READ

           IF NOT ARCHIN-OK AND NOT END-OF-ARCHIN
              DISPLAY 'INVALID FILE STATUS ON READ ARCHIN:' FS-ARCHIN
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF NOT END-OF-ARCHIN
              EVALUATE AR-SOURCE
                 WHEN 'CUSTHIST'
                    PERFORM 3820-ARCHIVED-CHANGE
                 WHEN 'POLICYAUDIT'
                    PERFORM 3830-ARCHIVED-AUDIT
                 WHEN 'CUSTMERGE'
                    PERFORM 3840-ARCHIVED-MERGE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           PERFORM 3810-EXIT
           .
       3810-EXIT.
           EXIT.

       3820-ARCHIVED-CHANGE.

           IF AR-CH-CUST-NUMBER IS NUMERIC
              AND AR-CH-CUST-NUMBER = WS-CUSTOMER-NUMBER
              ADD 1 TO WS-ARCHIVE-IMAGES
              IF ARCHIVE-PRINT
                 MOVE AR-CH-CHANGED-TS  TO WS-ROW-TS
                 MOVE AR-CH-SOURCE      TO WS-CHANGE-SOURCE
                 MOVE AR-CH-OLD-CONTACT TO WS-O-CONTACT
                 MOVE AR-CH-NEW-CONTACT TO WS-N-CONTACT
                 PERFORM 3620-PRINT-ONE-CHANGE
              END-IF
           END-IF

           PERFORM 3820-EXIT
           .
       3820-EXIT.
           EXIT.

       3830-ARCHIVED-AUDIT.

           IF ARCHIVE-PRINT
              AND AR-PA-CUST-NUMBER IS NUMERIC
              AND AR-PA-CUST-NUMBER = WS-CUSTOMER-NUMBER
              MOVE AR-PA-POLICY-NUM  TO WS-POLICY-NUM-INT
              MOVE AR-PA-POLICY-TYPE TO WS-POLICY-TYPE
              MOVE AR-PA-DELETED-TS  TO WS-ROW-TS
              MOVE AR-PA-BROKERID    TO WS-BROKERID-INT
              MOVE AR-PA-PREMIUM     TO WS-AUD-PREMIUM
              MOVE AR-PA-EXPIRYDATE  TO WS-EXPIRYDATE
              PERFORM 3720-PRINT-ONE-AUDIT
           END-IF

           PERFORM 3830-EXIT
           .
       3830-EXIT.
           EXIT.

       3840-ARCHIVED-MERGE.

           IF ARCHIVE-PRINT
              AND AR-CM-SURVIVOR IS NUMERIC
              AND AR-CM-VICTIM IS NUMERIC
              AND (AR-CM-SURVIVOR = WS-CUSTOMER-NUMBER
                   OR AR-CM-VICTIM = WS-CUSTOMER-NUMBER)
              MOVE AR-CM-SURVIVOR    TO WS-SURVIVOR-NUM
              MOVE AR-CM-VICTIM      TO WS-VICTIM-NUM
              MOVE AR-CM-MOVED       TO WS-POLICIES-MOVED
              MOVE AR-CM-MERGED-TS   TO WS-ROW-TS
              PERFORM 3770-PRINT-ONE-MERGE
           END-IF

           PERFORM 3840-EXIT
           .
       3840-EXIT.
           EXIT.

      *================================================================*
      * Right to erasure.  Every reason the data must still be held   *
      * is checked and reported; only a customer with none is         *
      * anonymised.  What is kept after the erasure - the financial   *
      * and claims records, keyed by number and no longer carrying    *
      * the customer's identity - is reported with the reason it is   *
      * kept.                                                         *
      *================================================================*
       6000-ERASURE.

           MOVE ZEROES TO WS-HOLDS-THIS-CUST

           IF WS-FIRSTNAME = 'ERASED' AND WS-LASTNAME = 'ERASED'
              MOVE 'ALREADY ERASED - NOTHING FURTHER TO DO'
                TO RL-OUTCOME
              WRITE RPT-LINE FROM WS-OUTCOME-LINE
           ELSE
              MOVE 'ERASURE CHECKS' TO RL-SECTION
              WRITE RPT-LINE FROM WS-SECTION-LINE
              PERFORM 6100-CHECK-HOLDS
              IF WS-HOLDS-THIS-CUST > 0
                 MOVE 'ERASURE NOT CARRIED OUT - DATA HELD AS ABOVE'
                   TO RL-OUTCOME
                 WRITE RPT-LINE FROM WS-OUTCOME-LINE
                 ADD 1 TO WS-ERASURES-HELD
              ELSE
                 PERFORM 6500-ANONYMISE
                 PERFORM 6700-REPORT-RETAINED
                 MOVE 'ERASURE COMPLETE' TO RL-OUTCOME
                 WRITE RPT-LINE FROM WS-OUTCOME-LINE
                 ADD 1 TO WS-ERASURES-DONE
              END-IF
           END-IF

           PERFORM 6000-EXIT
           .
       6000-EXIT.
           EXIT.

      *================================================================*
      * The reasons to hold.  Each one found is a HELD line with its   *
      * reason; any one of them stops the erasure.                     *
      *================================================================*
       6100-CHECK-HOLDS.

           MOVE 'HELD' TO RL-H-TAG

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND STATUS = 'I'
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'POLICIES IN FORCE' TO RL-H-ITEM
              MOVE 'CONTRACT STILL LIVE - NEEDED TO PERFORM IT'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND STATUS <> 'I'
                AND DATE(EXPIRYDATE)
                    > CURRENT DATE - :WS-RET-DAYS DAYS
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'CLOSED POLICIES IN RETENTION' TO RL-H-ITEM
              MOVE 'RETENTION PERIOD NOT YET RUN SINCE EXPIRY'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND CLAIMSTATUS IN ('O', 'A', 'P')
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'OPEN CLAIMS' TO RL-H-ITEM
              MOVE 'CLAIM NOT YET SETTLED - LEGAL CLAIM IN PROGRESS'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIM C
              WHERE C.CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND C.CLAIMSTATUS IN ('C', 'D')
                AND ( C.REGISTEREDTIMESTAMP
                      > CURRENT TIMESTAMP - :WS-RET-DAYS DAYS
                   OR EXISTS
                      ( SELECT 1
                          FROM CLAIMPAY P
                         WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                           AND P.POSTEDTIMESTAMP
                               > CURRENT TIMESTAMP
                                 - :WS-RET-DAYS DAYS ) )
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'CLOSED CLAIMS IN RETENTION' TO RL-H-ITEM
              MOVE 'RETENTION PERIOD NOT YET RUN SINCE LAST MOVEMENT'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIMFRAUD
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND FRAUDSTATUS IN ('H', 'F')
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'FRAUD INVESTIGATIONS' TO RL-H-ITEM
              MOVE 'HELD OR CONFIRMED - PREVENTION OF CRIME'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM SANCREVIEW
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND STATUS IN ('P', 'M')
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'SANCTIONS/PEP REVIEWS' TO RL-H-ITEM
              MOVE 'PENDING OR MATCH CONFIRMED - PREVENTION OF CRIME'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM REFERRAL
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND STATUS = 'P'
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'PENDING REFERRALS' TO RL-H-ITEM
              MOVE 'APPLICATION STILL WITH UNDERWRITING'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           IF WS-HOLDS-THIS-CUST = 0
              MOVE 'NO REASON TO HOLD - ERASURE PROCEEDS' TO RL-OUTCOME
              WRITE RPT-LINE FROM WS-OUTCOME-LINE
           END-IF

           PERFORM 6100-EXIT
           .
       6100-EXIT.
           EXIT.

       6150-WRITE-HOLD.

           MOVE WS-ROW-COUNT TO RL-H-COUNT
           WRITE RPT-LINE FROM WS-HOLD-LINE
           ADD 1 TO WS-HOLDS-THIS-CUST

           PERFORM 6150-EXIT
           .
       6150-EXIT.
           EXIT.

       6190-CHECK-COUNT.

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON ERASURE COUNT, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 6190-EXIT
           .
       6190-EXIT.
           EXIT.

      *================================================================*
      * The anonymisation.  CUSTOMER keeps its number (every policy,   *
      * claim and payment still points at it) but loses the name,      *
      * date of birth and contact fields; every CUSTHIST image is      *
      * blanked, and one more CUSTHIST row, source 'E', records when   *
      * the erasure was made.  Any event still held on EVENTLOG for    *
      * the customer (queue down since it was raised) keeps the old    *
      * details in its MESSAGE - it is blanked and marked 'E' so       *
      * LGEVRTRY never sends it.                                       *
      *================================================================*
       6500-ANONYMISE.

           MOVE 'ERASED' TO RL-H-TAG

           EXEC SQL
             UPDATE CUSTOMER
                SET FIRSTNAME    = 'ERASED',
                    LASTNAME     = 'ERASED',
                    DATEOFBIRTH  = '0001-01-01',
                    HOUSENAME    = ' ',
                    HOUSENUMBER  = ' ',
                    POSTCODE     = ' ',
                    PHONEMOBILE  = ' ',
                    PHONEHOME    = ' ',
                    EMAILADDRESS = ' '
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'SQL ERROR ON UPDATE CUSTOMER, SQLCODE:' SQLCODE
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE 1 TO WS-ROW-COUNT
           MOVE 'CUSTOMER PERSONAL DETAILS' TO RL-H-ITEM
           MOVE 'NAME, DATE OF BIRTH, ADDRESS, PHONES, E-MAIL'
             TO RL-H-REASON
           PERFORM 6150-WRITE-HOLD

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CUSTHIST
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT

           IF WS-ROW-COUNT > 0
              EXEC SQL
                UPDATE CUSTHIST
                   SET OLDHOUSENAME    = ' ',
                       OLDHOUSENUMBER  = ' ',
                       OLDPOSTCODE     = ' ',
                       OLDPHONEMOBILE  = ' ',
                       OLDPHONEHOME    = ' ',
                       OLDEMAILADDRESS = ' ',
                       NEWHOUSENAME    = ' ',
                       NEWHOUSENUMBER  = ' ',
                       NEWPOSTCODE     = ' ',
                       NEWPHONEMOBILE  = ' ',
                       NEWPHONEHOME    = ' ',
                       NEWEMAILADDRESS = ' '
                 WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON UPDATE CUSTHIST, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           MOVE 'CONTACT CHANGE IMAGES' TO RL-H-ITEM
           MOVE 'BEFORE AND AFTER IMAGES BLANKED' TO RL-H-REASON
           PERFORM 6150-WRITE-HOLD

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM EVENTLOG
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                AND EVENTSTATUS    = 'H'
           END-EXEC
           PERFORM 6190-CHECK-COUNT

           IF WS-ROW-COUNT > 0
              EXEC SQL
                UPDATE EVENTLOG
                   SET EVENTSTATUS = 'E',
                       MESSAGE     = ' '
                 WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
                   AND EVENTSTATUS    = 'H'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'SQL ERROR ON UPDATE EVENTLOG, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF

              MOVE 'HELD BUSINESS EVENTS' TO RL-H-ITEM
              MOVE 'MESSAGE BLANKED - WITHDRAWN FROM RETRY'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             INSERT INTO CUSTHIST
                       ( CUSTOMERNUMBER,
                         OLDHOUSENAME, OLDHOUSENUMBER, OLDPOSTCODE,
                         OLDPHONEMOBILE, OLDPHONEHOME,
                         OLDEMAILADDRESS,
                         NEWHOUSENAME, NEWHOUSENUMBER, NEWPOSTCODE,
                         NEWPHONEMOBILE, NEWPHONEHOME,
                         NEWEMAILADDRESS,
                         CHANGESOURCE, CHANGEDTIMESTAMP )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         ' ', ' ', ' ', ' ', ' ', ' ',
                         ' ', ' ', ' ', ' ', ' ', ' ',
                         'E', CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'WARNING - ERASURE HISTORY INSERT FAILED:'
                       SQLCODE
              MOVE '04' TO WS-STATUS-CODE
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           END-IF

           PERFORM 6500-EXIT
           .
       6500-EXIT.
           EXIT.

      *================================================================*
      * What is kept after the erasure, and why.  Nothing here carries *
      * the customer's identity any more - only the customer number,   *
      * which now leads to an anonymised record - except the contact   *
      * images already on the retention archive, which cannot be       *
      * rewritten and go when their archive generation is rolled off.  *
      *================================================================*
       6700-REPORT-RETAINED.

           MOVE 'RETAINED' TO RL-H-TAG

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM POLICY
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'POLICY RECORDS' TO RL-H-ITEM
              MOVE 'PREMIUM AND TAX ACCOUNTING RECORDS'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM PAYHIST
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'PAYMENT RECEIPTS' TO RL-H-ITEM
              MOVE 'FINANCIAL RECORDS - ACCOUNTING OBLIGATION'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIM
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'CLAIM RECORDS' TO RL-H-ITEM
              MOVE 'LOSS HISTORY - REINSURANCE AND REGULATORY RETURNS'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CLAIMFRAUD
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'FRAUD SCORES' TO RL-H-ITEM
              MOVE 'PREVENTION AND DETECTION OF CRIME'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM CORRLOG
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'CORRESPONDENCE LOG' TO RL-H-ITEM
              MOVE 'PROOF OF NOTICES SENT - NO CONTENT OR ADDRESS HELD'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-ROW-COUNT
               FROM POLICYAUDIT
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
           PERFORM 6190-CHECK-COUNT
           IF WS-ROW-COUNT > 0
              MOVE 'DELETED POLICY AUDIT' TO RL-H-ITEM
              MOVE 'AUDIT TRAIL - PURGED BY LGRETEN ON ITS OWN PERIOD'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           SET ARCHIVE-COUNT TO TRUE
           PERFORM 3800-SCAN-ARCHIVE
           IF WS-ARCHIVE-IMAGES > 0
              MOVE WS-ARCHIVE-IMAGES TO WS-ROW-COUNT
              MOVE 'ARCHIVED CONTACT IMAGES' TO RL-H-ITEM
              MOVE 'ON RETENTION ARCHIVE - GO WHEN GENERATION ROLLS OFF'
                TO RL-H-REASON
              PERFORM 6150-WRITE-HOLD
           END-IF

           PERFORM 6700-EXIT
           .
       6700-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'REQUESTS READ:' WS-REQUESTS-READ
           DISPLAY 'REQUESTS REJECTED:' WS-REQUESTS-REJECTED
           DISPLAY 'ACCESS PACKS PRODUCED:' WS-PACKS-PRODUCED
           DISPLAY 'ERASURES CARRIED OUT:' WS-ERASURES-DONE
           DISPLAY 'ERASURES HELD:' WS-ERASURES-HELD

           CLOSE SARIN-FILE
           CLOSE REPORT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-REQUESTS-READ
             TO RLOG-RECORDS-READ
           COMPUTE RLOG-RECORDS-WRITTEN
                 = WS-PACKS-PRODUCED + WS-ERASURES-DONE
           MOVE WS-REQUESTS-REJECTED
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
