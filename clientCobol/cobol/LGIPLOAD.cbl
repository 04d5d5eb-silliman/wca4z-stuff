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
       PROGRAM-ID. LGIPLOAD.
      *****************************************************************
      * Insurance Premium Tax rate load utility.  Reads finance's    *
      * IPT sheet (peril + plain effective-from date + rate, sorted  *
      * by peril) and loads the GENAIPT VSAM KSDS that LGRCALC taxes *
      * every premium from.  Like LGRTLOAD the load is NOT           *
      * destructive: existing records - superseded rates included - *
      * are retained and the sheet's records are added with their    *
      * effective dates (IP-EFF-INV computed here, see LGIPTREC), so *
      * a rate change is loaded ahead of the day it takes effect and *
      * "what rate applied last quarter" always has an answer.  The  *
      * KSDS is opened I-O; a brand-new, never-loaded cluster (file  *
      * status 35) falls back to OPEN OUTPUT for the first load.  A  *
      * record that fails to load (bad peril, date or rate, or a     *
      * duplicate peril + effective date) is counted and reported    *
      * but does not stop the load.                                  *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IPTIN-FILE ASSIGN TO IPTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-IPTIN.

           SELECT IPT-FILE ASSIGN TO GENAIPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IP-KEY
               FILE STATUS IS FS-IPT.

       DATA DIVISION.
       FILE SECTION.
       FD  IPTIN-FILE
           RECORDING MODE IS F.
       01 IPTIN-REC              PIC X(20).

       FD  IPT-FILE.
       COPY LGIPTREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-IPTIN            PIC X(02)  VALUE SPACES.
             88 IPTIN-OK                    VALUE '00'.
          05 FS-IPT              PIC X(02)  VALUE SPACES.
             88 IPT-OK                      VALUE '00'.
             88 IPT-NOT-LOADED              VALUE '35'.

       01 WS-SWITCHES.
          05 WS-EOF-INP          PIC X(01)  VALUE ' '.
             88 END-OF-INP                  VALUE 'Y'.

      *================================================================*
      * One IPT-sheet line - the peril, the PLAIN effective-from date *
      * (yyyymmdd) and the rate; the stored key's inverted date is    *
      * computed here so finance never deals with the inversion.      *
      *================================================================*
       01 WS-IN-REC.
          05 IIN-POLICY-TYPE     PIC X(01).
             88 IIN-VALID-PERIL             VALUES 'C' 'E' 'H' 'M'.
          05 IIN-EFF-FROM        PIC 9(08).
          05 IIN-EFF-FROM-X REDEFINES IIN-EFF-FROM
                                 PIC X(08).
          05 IIN-RATE-PCT        PIC 9(02)V99.
          05 IIN-RATE-PCT-X REDEFINES IIN-RATE-PCT
                                 PIC X(04).
          05 FILLER              PIC X(07).

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

           DISPLAY 'START OF PROGRAM LGIPLOAD'

           MOVE 'LGIPLOAD' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-INPUT

           PERFORM 2000-LOAD-IPT-RATE
              UNTIL END-OF-INP

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           INITIALIZE WS-SWITCHES
                      WS-STATUS-CODE

           OPEN INPUT IPTIN-FILE

           IF NOT IPTIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN IPTIN:' FS-IPTIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

      *    Superseded rates are retained - open I-O and add the
      *    sheet's records.  A never-loaded cluster cannot open I-O
      *    (status 35) and takes the first-load OPEN OUTPUT path.
           OPEN I-O IPT-FILE

           IF IPT-NOT-LOADED
              OPEN OUTPUT IPT-FILE
           END-IF

           IF NOT IPT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN GENAIPT:' FS-IPT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

       1500-READ-INPUT.

           READ IPTIN-FILE INTO WS-IN-REC
           AT END
              SET END-OF-INP TO TRUE
           END-READ

           IF NOT IPTIN-OK AND NOT END-OF-INP
              DISPLAY 'INVALID FILE STATUS ON READ:' FS-IPTIN
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

       2000-LOAD-IPT-RATE.

           IF NOT IIN-VALID-PERIL
              OR IIN-EFF-FROM-X IS NOT NUMERIC
              OR IIN-RATE-PCT-X IS NOT NUMERIC
              DISPLAY 'IPT RECORD NOT LOADED, BAD PERIL/DATE/RATE:'
                       WS-IN-REC(1:13)
              ADD 1 TO WS-RECORDS-FAILED
              MOVE '04' TO WS-STATUS-CODE
              IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
                 MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
              END-IF
           ELSE
              MOVE SPACES            TO IPT-RATE-RECORD
              MOVE IIN-POLICY-TYPE   TO IP-POLICY-TYPE
              COMPUTE IP-EFF-INV = 99999999 - IIN-EFF-FROM
              MOVE IIN-RATE-PCT      TO IP-RATE-PCT

              WRITE IPT-RATE-RECORD

              IF IPT-OK
                 ADD 1 TO WS-RECORDS-LOADED
              ELSE
                 DISPLAY 'IPT RECORD NOT LOADED, KEY:' IP-KEY
                         ' STATUS:' FS-IPT
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
           DISPLAY 'IPT RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'IPT RECORDS LOADED:' WS-RECORDS-LOADED
           DISPLAY 'IPT RECORDS FAILED:' WS-RECORDS-FAILED

           CLOSE IPTIN-FILE
           CLOSE IPT-FILE

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
