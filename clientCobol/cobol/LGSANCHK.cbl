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
       PROGRAM-ID. LGSANCHK.
      *****************************************************************
      * Sanctions and PEP screening module - checks one customer's   *
      * name, date of birth and postcode against the GENASANC        *
      * watchlist LGSNLOAD loads, and holds every possible match on  *
      * the SANCREVIEW compliance worklist.  Called with the LGSANCA *
      * parameter block (it has the full contract) by GETAAVG's      *
      * ONBOARD-CUSTOMER, by LGTESTC1's online add and, customer by  *
      * customer, by the LGSNSCRN rescreen of the book - one match   *
      * rule for every door.                                         *
      *                                                                *
      * Two invocation modes on SAN-CICS-FLAG, the same arrangement  *
      * as LGRCALC: in batch a plain CALL, the watchlist a native    *
      * keyed browse of the //GENASANC DD opened on first call and   *
      * held open for the run; under CICS the caller must EXEC CICS  *
      * LINK here with the LGSANCA block as commarea, and the browse *
      * is EXEC CICS STARTBR/READNEXT against the region's GENASANC  *
      * file.  The CICS statements never execute in a batch run.     *
      *                                                                *
      * Match rule - the watchlist is keyed on the first ten letters *
      * of the listed surname, so every entry for the customer's     *
      * surname (upper-cased) is browsed, and an entry is a possible *
      * match when besides the surname                               *
      *   F - the first forename agrees, or                          *
      *   D - the date of birth agrees, or                           *
      *   P - the postcode agrees,                                   *
      * or when the entry gives no forename, date of birth or        *
      * postcode at all (nothing to tell the customer apart from     *
      * it).  The list errs towards a review: compliance clears the  *
      * false positives.  A match already on the worklist for the    *
      * customer (same list reference) keeps the decision it has.    *
      *                                                                *
      * A watchlist that cannot be read never lets a customer        *
      * through unscreened - the customer is held on the worklist as *
      * list type 'U' until compliance clears it.                    *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The watchlist KSDS - ACCESS DYNAMIC for the keyed START and
      * READ NEXT browse of one surname, and the keyed read of the
      * header.  Batch path only - never opened when the caller is a
      * CICS task.
           SELECT WATCH-FILE ASSIGN TO GENASANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS FS-WATCH.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-FILE.
       COPY LGSANREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-WATCH            PIC X(02)  VALUE SPACES.
             88 WATCH-OK                    VALUE '00'.
             88 WATCH-NOTFND                VALUE '23'.
             88 WATCH-AT-END                VALUES '10' '46'.

       01 WS-SWITCHES.
          05 WS-WATCH-FILE-STATE PIC X(01)  VALUE ' '.
             88 WATCH-FILE-OPEN             VALUE 'O'.
             88 WATCH-FILE-FAILED           VALUE 'F'.
          05 WS-BROWSE-STATE     PIC X(01)  VALUE ' '.
             88 BROWSE-ACTIVE               VALUE 'A'.
             88 BROWSE-DONE                 VALUE 'D'.
             88 BROWSE-FAILED               VALUE 'F'.

      *================================================================*
      * The entry being weighed - the batch READ NEXT and the CICS     *
      * READNEXT both land here, so the check never touches the FD     *
      * area (which is not there under CICS).  Same layout as the      *
      * LGSANREC entry record.                                         *
      *================================================================*
       01 WS-WATCH-ENTRY.
          05 WE-KEY.
             10 WE-LASTNAME-KEY  PIC X(10).
             10 WE-ENTRY-ID      PIC 9(08).
          05 WE-LIST-TYPE        PIC X(01).
          05 WE-LIST-REF         PIC X(20).
          05 WE-LASTNAME         PIC X(30).
          05 WE-FIRSTNAME        PIC X(20).
          05 WE-DATEOFBIRTH      PIC X(10).
          05 WE-POSTCODE         PIC X(08).
          05 FILLER              PIC X(43).
       01 WS-WATCH-HEADER REDEFINES WS-WATCH-ENTRY.
          05 FILLER              PIC X(18).
          05 WH-LOAD-DATE        PIC 9(08).
          05 WH-LOAD-TIME        PIC 9(08).
          05 WH-ENTRIES          PIC 9(07).
          05 FILLER              PIC X(109).

       77  GENASANC-FILE          PIC X(08) VALUE 'GENASANC'.
       01 WS-CSN-KEY             PIC X(18).

       01 WS-WORK.
          05 WS-RESP             PIC S9(08) COMP.
          05 WS-CUSTOMER-NUM-INT PIC S9(09) COMP.
          05 WS-REVIEW-NUM-INT   PIC S9(09) COMP.
          05 WS-EXISTING-ROWS    PIC S9(09) COMP.
          05 WS-HELD-ROWS        PIC S9(09) COMP.
          05 WS-CUST-LASTNAME    PIC X(10).
          05 WS-CUST-FIRSTNAME   PIC X(10).
          05 WS-CUST-FORENAME    PIC X(10).
          05 WS-CUST-POSTCODE    PIC X(08).
          05 WS-LIST-FORENAME    PIC X(10).
          05 WS-MATCH-REASONS    PIC X(03).
          05 WS-MATCH-FLAGS REDEFINES WS-MATCH-REASONS.
             10 WS-MATCH-FIRSTNAME PIC X(01).
             10 WS-MATCH-DOB     PIC X(01).
             10 WS-MATCH-POSTCODE PIC X(01).
          05 WS-LIST-NAME.
             10 WS-LN-LASTNAME   PIC X(30).
             10 WS-LN-FIRSTNAME  PIC X(20).
          05 WS-LIST-TYPE        PIC X(01).
          05 WS-LIST-REF         PIC X(20).

       01 WS-CASE-TABLES.
          05 WS-LOWER-CASE       PIC X(26)  VALUE
                'abcdefghijklmnopqrstuvwxyz'.
          05 WS-UPPER-CASE       PIC X(26)  VALUE
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

       LINKAGE SECTION.
       COPY LGSANCA.

       PROCEDURE DIVISION USING WS-SANCTION-PARMS.
       0001-MAIN.

           MOVE '00'   TO SAN-STATUS
           MOVE ZEROES TO SAN-HIT-COUNT
                          SAN-NEW-HITS
                          SAN-REVIEW-NUM
           MOVE 'N'    TO SAN-HELD
           MOVE ' '    TO WS-BROWSE-STATE

           IF SAN-CICS-FLAG NOT = 'C'
              IF NOT WATCH-FILE-OPEN AND NOT WATCH-FILE-FAILED
                 PERFORM 1000-OPEN-WATCH-FILE
              END-IF
           END-IF

           IF SAN-HEADER-ONLY
              PERFORM 1500-READ-HEADER
              PERFORM 9000-END-PARA
           END-IF

           MOVE SAN-CUSTOMER-NUM TO WS-CUSTOMER-NUM-INT

           PERFORM 2000-SCREEN-CUSTOMER

           PERFORM 4000-CHECK-HELD

           IF SAN-STATUS = '00'
              AND SAN-HIT-COUNT > 0
              AND SAN-HELD = 'Y'
              MOVE '01' TO SAN-STATUS
           END-IF

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-OPEN-WATCH-FILE.

           OPEN INPUT WATCH-FILE

           IF WATCH-OK
              SET WATCH-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'LGSANCHK - GENASANC NOT AVAILABLE, STATUS:'
                       FS-WATCH
              DISPLAY 'CUSTOMERS WILL BE HELD UNSCREENED'
              SET WATCH-FILE-FAILED TO TRUE
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The list header - key all LOW-VALUES.  No header (or no list)  *
      * comes back as status 20 with zero load date and entries.       *
      *================================================================*
       1500-READ-HEADER.

           MOVE ZEROES     TO SAN-LIST-LOAD-DATE
                              SAN-LIST-LOAD-TIME
                              SAN-LIST-ENTRIES
           MOVE LOW-VALUES TO WS-CSN-KEY

           IF SAN-CICS-FLAG = 'C'
              EXEC CICS READ FILE(GENASANC-FILE)
                        INTO(WS-WATCH-ENTRY)
                        RIDFLD(WS-CSN-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE '20' TO SAN-STATUS
              END-IF
           ELSE
              IF WATCH-FILE-OPEN
                 MOVE WS-CSN-KEY TO SN-KEY
                 READ WATCH-FILE INTO WS-WATCH-ENTRY
                    KEY IS SN-KEY
                 IF NOT WATCH-OK
                    DISPLAY 'LGSANCHK - NO GENASANC HEADER, STATUS:'
                             FS-WATCH
                    MOVE '20' TO SAN-STATUS
                 END-IF
              ELSE
                 MOVE '20' TO SAN-STATUS
              END-IF
           END-IF

           IF SAN-STATUS = '00'
              MOVE WH-LOAD-DATE TO SAN-LIST-LOAD-DATE
              MOVE WH-LOAD-TIME TO SAN-LIST-LOAD-TIME
              MOVE WH-ENTRIES   TO SAN-LIST-ENTRIES
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * Browse every entry for the customer's surname.  A customer     *
      * with no surname, or a list with no header or that cannot be    *
      * browsed, is held unscreened instead.                           *
      *================================================================*
       2000-SCREEN-CUSTOMER.

           MOVE SAN-LASTNAME  TO WS-CUST-LASTNAME
           MOVE SAN-FIRSTNAME TO WS-CUST-FIRSTNAME
           MOVE SAN-POSTCODE  TO WS-CUST-POSTCODE
           INSPECT WS-CUST-LASTNAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CUST-FIRSTNAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT WS-CUST-POSTCODE
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           MOVE SPACES TO WS-CUST-FORENAME
           UNSTRING WS-CUST-FIRSTNAME DELIMITED BY SPACE
               INTO WS-CUST-FORENAME
           END-UNSTRING

      * No header means no list, or a load that failed part way -
      * either way nothing to screen against.
           PERFORM 1500-READ-HEADER

           IF WS-CUST-LASTNAME = SPACES
              OR SAN-STATUS = '20'
              SET BROWSE-FAILED TO TRUE
           ELSE
              MOVE WS-CUST-LASTNAME TO WS-CSN-KEY(1:10)
              MOVE ZEROES           TO WS-CSN-KEY(11:8)
              IF SAN-CICS-FLAG = 'C'
                 PERFORM 2050-CICS-START-BROWSE
              ELSE
                 PERFORM 2060-START-BROWSE
              END-IF
           END-IF

           IF BROWSE-ACTIVE
              PERFORM 2100-NEXT-ENTRY
              PERFORM 2200-CHECK-ENTRY
                 UNTIL NOT BROWSE-ACTIVE
              IF SAN-CICS-FLAG = 'C'
                 EXEC CICS ENDBR FILE(GENASANC-FILE)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF

           IF BROWSE-FAILED
              PERFORM 3500-HOLD-UNSCREENED
           END-IF

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2050-CICS-START-BROWSE.

           EXEC CICS STARTBR FILE(GENASANC-FILE)
                     RIDFLD(WS-CSN-KEY)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 SET BROWSE-ACTIVE TO TRUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET BROWSE-DONE TO TRUE
              WHEN OTHER
                 SET BROWSE-FAILED TO TRUE
           END-EVALUATE

           PERFORM 2050-EXIT
           .
       2050-EXIT.
           EXIT.

       2060-START-BROWSE.

           IF WATCH-FILE-OPEN
              MOVE WS-CSN-KEY TO SN-KEY
              START WATCH-FILE KEY IS NOT LESS THAN SN-KEY
              EVALUATE TRUE
                 WHEN WATCH-OK
                    SET BROWSE-ACTIVE TO TRUE
                 WHEN WATCH-NOTFND
                    SET BROWSE-DONE TO TRUE
                 WHEN OTHER
                    DISPLAY 'LGSANCHK - INVALID FILE STATUS ON START:'
                             FS-WATCH
                    SET BROWSE-FAILED TO TRUE
              END-EVALUATE
           ELSE
              SET BROWSE-FAILED TO TRUE
           END-IF

           PERFORM 2060-EXIT
           .
       2060-EXIT.
           EXIT.

      *================================================================*
      * Next entry in key order - the browse ends at the first entry   *
      * for a different surname, or at the end of the list.            *
      *================================================================*
       2100-NEXT-ENTRY.

           IF SAN-CICS-FLAG = 'C'
              EXEC CICS READNEXT FILE(GENASANC-FILE)
                        INTO(WS-WATCH-ENTRY)
                        RIDFLD(WS-CSN-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    CONTINUE
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                    SET BROWSE-DONE TO TRUE
                 WHEN OTHER
                    SET BROWSE-FAILED TO TRUE
              END-EVALUATE
           ELSE
              READ WATCH-FILE NEXT INTO WS-WATCH-ENTRY
              EVALUATE TRUE
                 WHEN WATCH-OK
                    CONTINUE
                 WHEN WATCH-AT-END
                    SET BROWSE-DONE TO TRUE
                 WHEN OTHER
                    DISPLAY 'LGSANCHK - INVALID FILE STATUS ON READ:'
                             FS-WATCH
                    SET BROWSE-FAILED TO TRUE
              END-EVALUATE
           END-IF

           IF BROWSE-ACTIVE
              AND WE-LASTNAME-KEY NOT = WS-CUST-LASTNAME
              SET BROWSE-DONE TO TRUE
           END-IF

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Weigh one entry for the customer's surname against the other   *
      * three details (the loader upper-cased the list).               *
      *================================================================*
       2200-CHECK-ENTRY.

           MOVE SPACES TO WS-MATCH-REASONS
           MOVE SPACES TO WS-LIST-FORENAME
           UNSTRING WE-FIRSTNAME DELIMITED BY SPACE
               INTO WS-LIST-FORENAME
           END-UNSTRING

           IF WS-LIST-FORENAME NOT = SPACES
              AND WS-LIST-FORENAME = WS-CUST-FORENAME
              MOVE 'F' TO WS-MATCH-FIRSTNAME
           END-IF

           IF WE-DATEOFBIRTH NOT = SPACES
              AND WE-DATEOFBIRTH = SAN-DATEOFBIRTH
              MOVE 'D' TO WS-MATCH-DOB
           END-IF

           IF WE-POSTCODE NOT = SPACES
              AND WE-POSTCODE = WS-CUST-POSTCODE
              MOVE 'P' TO WS-MATCH-POSTCODE
           END-IF

           IF WS-MATCH-REASONS NOT = SPACES
              OR (WE-FIRSTNAME   = SPACES
                  AND WE-DATEOFBIRTH = SPACES
                  AND WE-POSTCODE    = SPACES)
              ADD 1 TO SAN-HIT-COUNT
              MOVE WE-LIST-TYPE TO WS-LIST-TYPE
              MOVE WE-LIST-REF  TO WS-LIST-REF
              MOVE WE-LASTNAME  TO WS-LN-LASTNAME
              MOVE WE-FIRSTNAME TO WS-LN-FIRSTNAME
              PERFORM 3000-RAISE-REVIEW
           END-IF

           PERFORM 2100-NEXT-ENTRY

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * Hold the possible match for review - unless this entry is on   *
      * the worklist for the customer already, when the decision it    *
      * has (pending, cleared or confirmed) stands.                    *
      *================================================================*
       3000-RAISE-REVIEW.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXISTING-ROWS
               FROM SANCREVIEW
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM-INT
                AND LISTREF        = :WS-LIST-REF
           END-EXEC

           PERFORM 3900-CHECK-SQL

           IF WS-EXISTING-ROWS = 0
              PERFORM 3800-INSERT-REVIEW
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

      *================================================================*
      * No list to screen against - one pending 'U' row holds the      *
      * customer until compliance screens and clears it (a second one  *
      * is not added while the first is still pending).                *
      *================================================================*
       3500-HOLD-UNSCREENED.

           DISPLAY 'LGSANCHK - CUSTOMER HELD UNSCREENED:'
                    WS-CUSTOMER-NUM-INT

           MOVE '20' TO SAN-STATUS

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-EXISTING-ROWS
               FROM SANCREVIEW
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM-INT
                AND LISTTYPE       = 'U'
                AND STATUS         = 'P'
           END-EXEC

           PERFORM 3900-CHECK-SQL

           IF WS-EXISTING-ROWS = 0
              MOVE 'U'            TO WS-LIST-TYPE
              MOVE 'NOT SCREENED' TO WS-LIST-REF
              MOVE SPACES         TO WS-LIST-NAME
                                     WS-MATCH-REASONS
              PERFORM 3800-INSERT-REVIEW
           END-IF

           PERFORM 3500-EXIT
           .
       3500-EXIT.
           EXIT.

       3800-INSERT-REVIEW.

           EXEC SQL
             INSERT INTO SANCREVIEW
                       ( REVIEWNUMBER,
                         CUSTOMERNUMBER,
                         LISTTYPE,
                         LISTREF,
                         LISTNAME,
                         MATCHREASONS,
                         SOURCE,
                         STATUS,
                         RAISEDTIMESTAMP )
                VALUES ( DEFAULT,
                         :WS-CUSTOMER-NUM-INT,
                         :WS-LIST-TYPE,
                         :WS-LIST-REF,
                         :WS-LIST-NAME,
                         :WS-MATCH-REASONS,
                         :SAN-SOURCE,
                         'P',
                         CURRENT TIMESTAMP )
           END-EXEC

           PERFORM 3900-CHECK-SQL

           EXEC SQL
             SET :WS-REVIEW-NUM-INT = IDENTITY_VAL_LOCAL()
           END-EXEC

           ADD 1 TO SAN-NEW-HITS
           IF SAN-REVIEW-NUM = 0
              MOVE WS-REVIEW-NUM-INT TO SAN-REVIEW-NUM
           END-IF

           PERFORM 3800-EXIT
           .
       3800-EXIT.
           EXIT.

       3900-CHECK-SQL.

           IF SQLCODE NOT = 0
              DISPLAY 'LGSANCHK - SQL ERROR SCREENING CUSTOMER:'
                       WS-CUSTOMER-NUM-INT ' SQLCODE:' SQLCODE
              MOVE '90' TO SAN-STATUS
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3900-EXIT
           .
       3900-EXIT.
           EXIT.

      *================================================================*
      * Is the customer held - any review still pending, or a match    *
      * confirmed - whatever this call found.                          *
      *================================================================*
       4000-CHECK-HELD.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HELD-ROWS
               FROM SANCREVIEW
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUM-INT
                AND STATUS IN ('P', 'M')
           END-EXEC

           PERFORM 3900-CHECK-SQL

           IF WS-HELD-ROWS > 0
              MOVE 'Y' TO SAN-HELD
           END-IF

           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

       9000-END-PARA.

           IF BROWSE-ACTIVE
              AND SAN-CICS-FLAG = 'C'
              EXEC CICS ENDBR FILE(GENASANC-FILE)
                        RESP(WS-RESP)
              END-EXEC
           END-IF

           GOBACK.
