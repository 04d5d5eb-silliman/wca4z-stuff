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
       PROGRAM-ID. LGRILOAD.
      *****************************************************************
      * Reinsurance treaty load utility.  Reads the treaty sheet     *
      * (sequential, already in LGTRTREC layout and sorted by policy *
      * type) and loads the GENATRTY VSAM KSDS the monthly LGRIBORD  *
      * bordereau run cedes from.  Run after the IDCAMS DEFINE in    *
      * LGRILOAD.jcl whenever the treaty terms change - no program   *
      * change needed, the same stance LGLMLOAD takes on GENALIMT.   *
      * A record that fails to write (out of sequence, duplicate     *
      * key) or carries a cession percentage that is not a number    *
      * from 0 to 100 is counted and reported but does not stop the  *
      * load.                                                        *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRTYIN-FILE ASSIGN TO TRTYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-TRTYIN.

           SELECT TREATY-FILE ASSIGN TO GENATRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-POLICY-TYPE
               FILE STATUS IS FS-TREATY.

       DATA DIVISION.
       FILE SECTION.
       FD  TRTYIN-FILE
           RECORDING MODE IS F.
       01 TRTYIN-REC             PIC X(50).

       FD  TREATY-FILE.
       COPY LGTRTREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-TRTYIN           PIC X(02)  VALUE SPACES.
             88 TRTYIN-OK                   VALUE '00'.
          05 FS-TREATY           PIC X(02)  VALUE SPACES.
             88 TREATY-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

       01 WS-IN-REC              PIC X(50).

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

           DISPLAY 'START OF PROGRAM LGRILOAD'

           MOVE 'LGRILOAD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-LOAD-TREATY
              UNTIL END-OF-INP

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN INPUT TRTYIN-FILE

           IF NOT TRTYIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN TRTYIN:' FS-TRTYIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT TREATY-FILE

           IF NOT TREATY-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENATRTY:' FS-TREATY
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ TRTYIN-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT TRTYIN-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-TRTYIN
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

       2000-LOAD-TREATY.

           MOVE WS-IN-REC TO TREATY-RECORD

           IF TR-RETENTION IS NOT NUMERIC
              OR TR-CESSION-PCT IS NOT NUMERIC
              OR TR-CESSION-PCT > 100
              DISPLAY 'TREATY RECORD NOT LOADED, KEY:' TR-POLICY-TYPE
                      ' INVALID RETENTION OR CESSION PERCENTAGE'
              ADD 1 TO WS-RECORDS-FAILED
              MOVE '04' TO WS-STATUS-CODE
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           ELSE
              WRITE TREATY-RECORD

              IF TREATY-OK
                 ADD 1 TO WS-RECORDS-LOADED
              ELSE
                 DISPLAY 'TREATY RECORD NOT LOADED, KEY:'
                         TR-POLICY-TYPE ' STATUS:' FS-TREATY
                 ADD 1 TO WS-RECORDS-FAILED
                 MOVE '04' TO WS-STATUS-CODE
                 IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                    MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
                 END-IF
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
           DISPLAY 'TREATY RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'TREATY RECORDS LOADED:' WS-RECORDS-LOADED
           DISPLAY 'TREATY RECORDS FAILED:' WS-RECORDS-FAILED

           CLOSE TRTYIN-FILE
           CLOSE TREATY-FILE

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
