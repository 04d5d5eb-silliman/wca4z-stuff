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
       PROGRAM-ID. LGNCLOAD.
      *****************************************************************
      * Motor no-claims discount scale load utility.  Reads          *
      * underwriting's NCD sheet (sequential, already in LGNCDREC    *
      * layout and sorted by claim-free years) and loads the GENANCD *
      * VSAM KSDS that LGRCALC applies to every rated motor premium. *
      * Run after the IDCAMS DEFINE in LGNCLOAD.jcl whenever         *
      * underwriting changes the scale - no program change needed,   *
      * the same stance the GENADISC discount scale takes.  A record *
      * that fails to write (out of sequence, duplicate key) is      *
      * counted and reported but does not stop the load.             *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCDIN-FILE ASSIGN TO NCDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-NCDIN.

           SELECT NCD-FILE ASSIGN TO GENANCD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NC-NCD-YEARS
               FILE STATUS IS FS-NCD.

       DATA DIVISION.
       FILE SECTION.
       FD  NCDIN-FILE
           RECORDING MODE IS F.
       01 NCDIN-REC              PIC X(20).

       FD  NCD-FILE.
       COPY LGNCDREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-NCDIN            PIC X(02)  VALUE SPACES.
             88 NCDIN-OK                    VALUE '00'.
          05 FS-NCD              PIC X(02)  VALUE SPACES.
             88 NCD-OK                      VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

       01 WS-IN-REC              PIC X(20).

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

           DISPLAY 'START OF PROGRAM LGNCLOAD'

           MOVE 'LGNCLOAD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-LOAD-NCD-STEP
              UNTIL END-OF-INP

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN INPUT NCDIN-FILE

           IF NOT NCDIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN NCDIN:' FS-NCDIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT NCD-FILE

           IF NOT NCD-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENANCD:' FS-NCD
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ NCDIN-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT NCDIN-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-NCDIN
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

       2000-LOAD-NCD-STEP.

           MOVE WS-IN-REC TO NCD-RECORD

           WRITE NCD-RECORD

           IF NCD-OK
              ADD 1 TO WS-RECORDS-LOADED
           ELSE
              DISPLAY 'NCD RECORD NOT LOADED, KEY:'
                       NC-NCD-YEARS
                      ' STATUS:' FS-NCD
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
           DISPLAY 'NCD RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'NCD RECORDS LOADED:' WS-RECORDS-LOADED
           DISPLAY 'NCD RECORDS FAILED:' WS-RECORDS-FAILED

           CLOSE NCDIN-FILE
           CLOSE NCD-FILE

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
