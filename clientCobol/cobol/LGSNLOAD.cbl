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
       PROGRAM-ID. LGSNLOAD.
      *****************************************************************
      * Sanctions and PEP watchlist load utility.  Reads compliance's *
      * watchlist (sequential, one entry per record, in any order)   *
      * and loads the GENASANC VSAM KSDS the LGSANCHK screening      *
      * module browses.  Run after the IDCAMS DEFINE in LGSNLOAD.jcl *
      * whenever compliance receives a new list - no program change  *
      * needed, the same stance GENALIMT takes.                      *
      *                                                                *
      * Surname, first name and postcode are upper-cased on the way  *
      * in, so the screen compares like with like.  The key is the   *
      * first ten letters of the surname plus the entry's sequence   *
      * in this load, so the writes are random and the list need not *
      * be sorted.  An entry with no surname or an unknown list type *
      * is reported and skipped, and sets return code 04.            *
      *                                                                *
      * Last of all the header record (key LOW-VALUES) is written    *
      * with this load's date, time and entry count - the nightly    *
      * LGSNSCRN sees a new header and rescreens the whole book.     *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHIN-FILE ASSIGN TO WATCHIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WATCHIN.

           SELECT WATCH-FILE ASSIGN TO GENASANC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SN-KEY
               FILE STATUS IS FS-WATCH.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHIN-FILE
           RECORDING MODE IS F.
       01 WATCHIN-REC            PIC X(100).

       FD  WATCH-FILE.
       COPY LGSANREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-WATCHIN          PIC X(02)  VALUE SPACES.
             88 WATCHIN-OK                  VALUE '00'.
          05 FS-WATCH            PIC X(02)  VALUE SPACES.
             88 WATCH-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

      *================================================================*
      * Compliance's list entry, as supplied.  Date of birth is        *
      * YYYY-MM-DD, the form CUSTOMER.DATEOFBIRTH holds.               *
      *================================================================*
       01 WS-IN-REC.
          05 WI-LIST-TYPE        PIC X(01).
          05 WI-LIST-REF         PIC X(20).
          05 WI-LASTNAME         PIC X(30).
          05 WI-FIRSTNAME        PIC X(20).
          05 WI-DATEOFBIRTH      PIC X(10).
          05 WI-POSTCODE         PIC X(08).
          05 FILLER              PIC X(11).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(07) VALUE ZEROES.
          05 WS-RECORDS-LOADED   PIC 9(07) VALUE ZEROES.
          05 WS-RECORDS-FAILED   PIC 9(07) VALUE ZEROES.

       01 WS-LOAD-DATE           PIC 9(08) VALUE ZEROES.
       01 WS-LOAD-TIME           PIC 9(08) VALUE ZEROES.

       01 WS-CASE-TABLES.
          05 WS-LOWER-CASE       PIC X(26)  VALUE
                'abcdefghijklmnopqrstuvwxyz'.
          05 WS-UPPER-CASE       PIC X(26)  VALUE
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGSNLOAD'

           MOVE 'LGSNLOAD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-LOAD-ENTRY
              UNTIL END-OF-INP

           PERFORM 3000-WRITE-HEADER

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           ACCEPT WS-LOAD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOAD-TIME FROM TIME

           OPEN INPUT WATCHIN-FILE

           IF NOT WATCHIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WATCHIN:' FS-WATCHIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT WATCH-FILE

           IF NOT WATCH-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENASANC:' FS-WATCH
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ WATCHIN-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT WATCHIN-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-WATCHIN
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

       2000-LOAD-ENTRY.

           MOVE SPACES            TO WATCHLIST-RECORD
           MOVE WI-LIST-TYPE      TO SN-LIST-TYPE
           MOVE WI-LIST-REF       TO SN-LIST-REF
           MOVE WI-LASTNAME       TO SN-LASTNAME
           MOVE WI-FIRSTNAME      TO SN-FIRSTNAME
           MOVE WI-DATEOFBIRTH    TO SN-DATEOFBIRTH
           MOVE WI-POSTCODE       TO SN-POSTCODE
           INSPECT SN-LASTNAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT SN-FIRSTNAME
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT SN-POSTCODE
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE SN-LASTNAME       TO SN-LASTNAME-KEY
           MOVE WS-RECORDS-READ   TO SN-ENTRY-ID

           IF SN-LASTNAME = SPACES
              OR NOT SN-LIST-TYPE-VALID
              DISPLAY 'WATCHLIST ENTRY NOT LOADED, REF:' WI-LIST-REF
                      ' TYPE:' WI-LIST-TYPE
                      ' - NO SURNAME OR UNKNOWN LIST TYPE'
              PERFORM 2900-FAILED-ENTRY
           ELSE
              WRITE WATCHLIST-RECORD
              IF WATCH-OK
                 ADD 1 TO WS-RECORDS-LOADED
              ELSE
                 DISPLAY 'WATCHLIST ENTRY NOT LOADED, REF:' WI-LIST-REF
                         ' STATUS:' FS-WATCH
                 PERFORM 2900-FAILED-ENTRY
              END-IF
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2900-FAILED-ENTRY.

           ADD 1 TO WS-RECORDS-FAILED
           MOVE '04' TO WS-STATUS-CODE
           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

      *================================================================*
      * The header goes in last, so a load that fails part way leaves  *
      * no header - LGSANCHK then holds every customer it is asked to  *
      * screen rather than pass them against a partial list.           *
      *================================================================*
       3000-WRITE-HEADER.

           MOVE SPACES            TO WATCHLIST-RECORD
           MOVE LOW-VALUES        TO SN-KEY
           MOVE WS-LOAD-DATE      TO SN-HDR-LOAD-DATE
           MOVE WS-LOAD-TIME      TO SN-HDR-LOAD-TIME
           MOVE WS-RECORDS-LOADED TO SN-HDR-ENTRIES

           WRITE WATCHLIST-RECORD

           IF NOT WATCH-OK
              DISPLAY '3000-WRITE-HEADER:'
              DISPLAY 'INVALID FILE STATUS ON WRITE HEADER:' FS-WATCH
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'WATCHLIST LOADED:' WS-LOAD-DATE ' ' WS-LOAD-TIME

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'WATCHLIST RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'WATCHLIST RECORDS LOADED:' WS-RECORDS-LOADED
           DISPLAY 'WATCHLIST RECORDS FAILED:' WS-RECORDS-FAILED

           CLOSE WATCHIN-FILE
           CLOSE WATCH-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-RECORDS-LOADED
             TO RLOG-RECORDS-WRITTEN
           MOVE WS-RECORDS-FAILED
             TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
