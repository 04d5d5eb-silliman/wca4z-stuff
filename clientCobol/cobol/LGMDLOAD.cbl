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
       PROGRAM-ID. LGMDLOAD.
      *****************************************************************
      * Direct-debit mandate master load utility.  Reads the mandate *
      * sheet (sequential, already in LGMNDREC layout and sorted by  *
      * customer number) and loads the GENAMAND VSAM KSDS that       *
      * LGBILL takes collection bank details from and LGMDMNT        *
      * maintains day to day.  Used to build the master and to       *
      * rebuild it from an unload; the mandates on the sheet are     *
      * taken to be lodged with the bank already, so nothing goes    *
      * on AUDDIS from here - new and cancelled instructions go      *
      * through LGMDMNT.  Run after the IDCAMS DEFINE in             *
      * LGMDLOAD.jcl.  A record that fails to write (out of          *
      * sequence, duplicate key) is counted and reported but does    *
      * not stop the load.                                           *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDIN-FILE ASSIGN TO MANDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MANDIN.

           SELECT MANDATE-FILE ASSIGN TO GENAMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MD-CUSTOMER-NUM
               FILE STATUS IS FS-MANDATE.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDIN-FILE
           RECORDING MODE IS F.
       01 MANDIN-REC             PIC X(80).

       FD  MANDATE-FILE.
       COPY LGMNDREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-MANDIN           PIC X(02)  VALUE SPACES.
             88 MANDIN-OK                   VALUE '00'.
          05 FS-MANDATE           PIC X(02)  VALUE SPACES.
             88 MANDATE-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

       01 WS-IN-REC              PIC X(80).

       01 WS-COUNTS.
          05 WS-RECORDS-READ     PIC 9(07) VALUE ZEROES.
          05 WS-RECORDS-LOADED   PIC 9(07) VALUE ZEROES.
          05 WS-RECORDS-FAILED   PIC 9(07) VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGMDLOAD'

           MOVE 'LGMDLOAD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-LOAD-MANDATE
              UNTIL END-OF-INP

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN INPUT MANDIN-FILE

           IF NOT MANDIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN MANDIN:' FS-MANDIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT MANDATE-FILE

           IF NOT MANDATE-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENAMAND:' FS-MANDATE
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ MANDIN-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT MANDIN-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-MANDIN
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

       2000-LOAD-MANDATE.

           MOVE WS-IN-REC TO MANDATE-RECORD

           WRITE MANDATE-RECORD

           IF MANDATE-OK
              ADD 1 TO WS-RECORDS-LOADED
           ELSE
              DISPLAY 'MANDATE RECORD NOT LOADED, KEY:' MD-CUSTOMER-NUM
                      ' STATUS:' FS-MANDATE
              ADD 1 TO WS-RECORDS-FAILED
              MOVE '04' TO WS-STATUS-CODE
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           END-IF

           PERFORM 1500-READ-INPUT
           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'MANDATE RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'MANDATE RECORDS LOADED:' WS-RECORDS-LOADED
           DISPLAY 'MANDATE RECORDS FAILED:' WS-RECORDS-FAILED

           CLOSE MANDIN-FILE
           CLOSE MANDATE-FILE

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
