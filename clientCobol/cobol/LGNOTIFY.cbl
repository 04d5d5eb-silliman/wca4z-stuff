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
       PROGRAM-ID. LGNOTIFY.
      *****************************************************************
      * Correspondence delivery routing module - decides how one     *
      * customer item goes out, on the customer's COMMSPREF, and     *
      * writes every e-mail and SMS item to the single outbound      *
      * notification file the gateway collects.  Called with the     *
      * LGNTFCA parameter block (it has the full contract) by        *
      * LGRENEW, LGARREAR, LGSTMT and LGREFND before they print.     *
      *                                                                *
      * Routing rule:                                                *
      *   'E' e-mail and an EMAILADDRESS held     - e-mail only      *
      *   'S' SMS and a PHONEMOBILE held          - SMS only         *
      *   'B' e-mail and post, EMAILADDRESS held  - e-mail, printed  *
      *   anything else (post, or the address or number missing)     *
      *                                           - post             *
      *                                                                *
      * NOTIFOUT (GENAPP.NOTIFY.OUTBOUND, or LGRENEW's own OUTBOUNR, *
      * DISP=MOD in every job; LGNTFSND hands both to the gateway)   *
      * is opened EXTEND on the first route of the run and held open *
      * until the caller's close request.  A file that will not open *
      * or write, or a customer that cannot be read, sends the item  *
      * by post - routing must never lose a customer's letter.  A    *
      * customer no longer on file has no preference - post.         *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO NOTIFOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-NOTIFY.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-FILE
           RECORDING MODE IS F.
       COPY LGNTFREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-NOTIFY           PIC X(02)  VALUE SPACES.
             88 NOTIFY-OK                   VALUE '00'.
      * '05' on OPEN EXTEND means the OPTIONAL dataset did not exist
      * yet and was created - the gateway empties it after each pickup.
             88 NOTIFY-OPEN-OK              VALUES '00' '05'.

       01 WS-SWITCHES.
          05 WS-NOTIFY-FILE-STATE PIC X(01) VALUE ' '.
             88 NOTIFY-FILE-OPEN            VALUE 'O'.
             88 NOTIFY-FILE-FAILED          VALUE 'F'.

       01 WS-WORK.
          05 WS-CUSTOMER-NUM-INT PIC S9(09) COMP.
          05 WS-DATE             PIC 9(08).
          05 WS-DATE-R REDEFINES WS-DATE.
             10 WS-DATE-YYYY     PIC 9(04).
             10 WS-DATE-MM       PIC 9(02).
             10 WS-DATE-DD       PIC 9(02).
          05 WS-RUN-DATE         PIC X(10)  VALUE SPACES.
          05 WS-COMMS-PREF       PIC X(01).
          05 WS-EMAIL-ADDRESS    PIC X(30).
          05 WS-PHONE-MOBILE     PIC X(10).
          05 WS-FIRSTNAME        PIC X(10).
          05 WS-LASTNAME         PIC X(10).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

       LINKAGE SECTION.
       COPY LGNTFCA.

       PROCEDURE DIVISION USING WS-NOTIFY-PARMS.
       0001-MAIN.

           MOVE '00' TO NTF-STATUS

           IF NTF-CLOSE-FILE
              PERFORM 8000-CLOSE-NOTIFY
              PERFORM 9000-END-PARA
           END-IF

           MOVE 'P' TO NTF-CHANNEL

           IF WS-RUN-DATE = SPACES
              PERFORM 1000-GET-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO NTF-RUN-DATE

           PERFORM 2000-READ-CUSTOMER

           IF NTF-STATUS = '00'
              PERFORM 3000-CHOOSE-CHANNEL
           END-IF

           IF NOT NTF-BY-POST
              PERFORM 4000-WRITE-NOTIFICATION
           END-IF

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *================================================================*
      * The run date every item of the run carries - taken once, so    *
      * a run that crosses midnight logs and notifies on one date.     *
      *================================================================*
       1000-GET-RUN-DATE.

           ACCEPT WS-DATE FROM DATE YYYYMMDD

           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE
           END-STRING

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       2000-READ-CUSTOMER.

           MOVE NTF-CUSTOMER-NUM TO WS-CUSTOMER-NUM-INT

           EXEC SQL
             SELECT COMMSPREF,
                    EMAILADDRESS,
                    PHONEMOBILE,
                    FIRSTNAME,
                    LASTNAME
               INTO :WS-COMMS-PREF,
                    :WS-EMAIL-ADDRESS,
                    :WS-PHONE-MOBILE,
                    :WS-FIRSTNAME,
                    :WS-LASTNAME
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'P' TO WS-COMMS-PREF
              WHEN OTHER
                 DISPLAY 'LGNOTIFY - SQL ERROR READING CUSTOMER:'
                          WS-CUSTOMER-NUM-INT ' SQLCODE:' SQLCODE
                 DISPLAY 'ITEM WILL GO BY POST'
                 MOVE '90' TO NTF-STATUS
           END-EVALUATE

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * The preference counts only while the address or number it      *
      * needs is held - otherwise the item goes by post.               *
      *================================================================*
       3000-CHOOSE-CHANNEL.

           EVALUATE TRUE
              WHEN WS-COMMS-PREF = 'E'
                   AND WS-EMAIL-ADDRESS NOT = SPACES
                 MOVE 'E' TO NTF-CHANNEL
              WHEN WS-COMMS-PREF = 'S'
                   AND WS-PHONE-MOBILE NOT = SPACES
                 MOVE 'S' TO NTF-CHANNEL
              WHEN WS-COMMS-PREF = 'B'
                   AND WS-EMAIL-ADDRESS NOT = SPACES
                 MOVE 'B' TO NTF-CHANNEL
              WHEN OTHER
                 MOVE 'P' TO NTF-CHANNEL
           END-EVALUATE

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

      *================================================================*
      * One outbound record per e-mail or SMS item.  Opened on the     *
      * first one of the run; a failure sends this item and the rest   *
      * of the run by post.                                            *
      *================================================================*
       4000-WRITE-NOTIFICATION.

           IF NOT NOTIFY-FILE-OPEN AND NOT NOTIFY-FILE-FAILED
              PERFORM 4100-OPEN-NOTIFY
           END-IF

           IF NOTIFY-FILE-FAILED
              MOVE 'P'  TO NTF-CHANNEL
              MOVE '04' TO NTF-STATUS
           ELSE
              PERFORM 4200-WRITE-RECORD
           END-IF

           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

       4100-OPEN-NOTIFY.

           OPEN EXTEND NOTIFY-FILE

           IF NOTIFY-OPEN-OK
              SET NOTIFY-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'LGNOTIFY - NOTIFOUT NOT AVAILABLE, STATUS:'
                       FS-NOTIFY
              DISPLAY 'E-MAIL AND SMS ITEMS WILL GO BY POST'
              SET NOTIFY-FILE-FAILED TO TRUE
           END-IF

           PERFORM 4100-EXIT
           .
       4100-EXIT.
           EXIT.

       4200-WRITE-RECORD.

           MOVE SPACES TO NOTIFY-RECORD
           IF NTF-CHANNEL = 'S'
              MOVE 'S' TO NT-CHANNEL
           ELSE
              MOVE 'E' TO NT-CHANNEL
           END-IF
           IF NTF-CHANNEL = 'B'
              MOVE 'Y' TO NT-ALSO-POSTED
           ELSE
              MOVE 'N' TO NT-ALSO-POSTED
           END-IF
           MOVE NTF-CUSTOMER-NUM TO NT-CUSTOMER-NUM
           MOVE NTF-POLICY-NUM   TO NT-POLICY-NUM
           MOVE NTF-ITEM-TYPE    TO NT-ITEM-TYPE
           MOVE NTF-PROGRAM      TO NT-PROGRAM
           MOVE WS-RUN-DATE      TO NT-RUN-DATE
           MOVE WS-EMAIL-ADDRESS TO NT-EMAIL-ADDRESS
           MOVE WS-PHONE-MOBILE  TO NT-PHONE-MOBILE
           MOVE WS-FIRSTNAME     TO NT-FIRSTNAME
           MOVE WS-LASTNAME      TO NT-LASTNAME
           MOVE NTF-AMOUNT       TO NT-AMOUNT
           MOVE NTF-ITEM-DATE    TO NT-ITEM-DATE
           MOVE NTF-ITEM-IMAGE   TO NT-ITEM-IMAGE

           WRITE NOTIFY-RECORD

           IF NOT NOTIFY-OK
              DISPLAY 'LGNOTIFY - INVALID FILE STATUS ON WRITE:'
                       FS-NOTIFY
              DISPLAY 'REMAINING ITEMS WILL GO BY POST'
              CLOSE NOTIFY-FILE
              SET NOTIFY-FILE-FAILED TO TRUE
              MOVE 'P'  TO NTF-CHANNEL
              MOVE '04' TO NTF-STATUS
           END-IF

           PERFORM 4200-EXIT
           .
       4200-EXIT.
           EXIT.

       8000-CLOSE-NOTIFY.

           IF NOTIFY-FILE-OPEN
              CLOSE NOTIFY-FILE
              MOVE ' ' TO WS-NOTIFY-FILE-STATE
           END-IF

           PERFORM 8000-EXIT
           .
       8000-EXIT.
           EXIT.

       9000-END-PARA.

           GOBACK.
