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
       PROGRAM-ID. LGWHDEC.
      *****************************************************************
      * Warehouse-extract decrypt utility - the one authorised way  *
      * to get a clear copy of an LGWHEXT extract (layout LGWHREC). *
      *                                                              *
      * Pass 1 reads WHIN to its TOTALS trailer for the CKDS key     *
      * label and version the PII was encrypted under - a retired    *
      * version decrypts as well as the current one, since the       *
      * rotation leaves old keys in the CKDS.  Pass 2 deciphers      *
      * each detail's WH-CUSTOMER-PII block (CSNBDEC, CBC, the same  *
      * initial chaining value LGWHEXT used) and writes the record   *
      * to WHCLEAR; delete records are copied as they are.  The      *
      * trailer is copied with TRL-ENCRYPTED set to 'N'.             *
      *                                                              *
      * No trailer stops the run (80) with nothing deciphered.  An   *
      * extract whose trailer already says clear is copied through   *
      * unchanged with a warning (04).  An ICSF failure stops the    *
      * run (92).  Nothing from the PII block is ever displayed.     *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHIN-FILE ASSIGN TO WHIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHIN.

           SELECT WHCLEAR-FILE ASSIGN TO WHCLEAR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHCLEAR.

       DATA DIVISION.
       FILE SECTION.
       FD  WHIN-FILE
           RECORDING MODE IS F.
       01 WHIN-REC               PIC X(220).

       FD  WHCLEAR-FILE
           RECORDING MODE IS F.
       01 WHCLEAR-REC            PIC X(220).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-WHIN             PIC X(02)  VALUE SPACES.
             88 WHIN-OK                     VALUE '00'.
             88 WHIN-EOF                    VALUE '10'.
          05 FS-WHCLEAR          PIC X(02)  VALUE SPACES.
             88 WHCLEAR-OK                  VALUE '00'.

       01 WS-FLAGS.
          05 WS-TRAILER-FOUND    PIC X(01)  VALUE 'N'.
             88 TRAILER-FOUND               VALUE 'Y'.
          05 WS-DECRYPT-SW       PIC X(01)  VALUE 'Y'.
             88 DECRYPT-NEEDED              VALUE 'Y'.

       01 WS-KEY-LABEL           PIC X(64)  VALUE SPACES.
       01 WS-KEY-VERSION         PIC 9(04)  VALUE ZEROES.

       01 WS-COUNTERS.
          05 WS-RECORDS-READ     PIC 9(07)  VALUE ZEROES.
          05 WS-RECORDS-WRITTEN  PIC 9(07)  VALUE ZEROES.
          05 WS-RECORDS-DECRYPTED
                                 PIC 9(07)  VALUE ZEROES.

       COPY LGWHREC.

       COPY LGCRYCA.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGWHDEC'

           MOVE 'LGWHDEC' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-FIND-TRAILER

           PERFORM 2100-READ-WHIN
           PERFORM 2000-PROCESS-RECORD
             UNTIL WHIN-EOF

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           MOVE SPACES TO WS-STATUS-CODE

           OPEN INPUT WHIN-FILE

           IF NOT WHIN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WHIN:' FS-WHIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT WHCLEAR-FILE

           IF NOT WHCLEAR-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WHCLEAR:'
                       FS-WHCLEAR
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * Pass 1 - read through to the TOTALS trailer for the key, then  *
      * reopen WHIN for pass 2.                                        *
      *================================================================*
       1500-FIND-TRAILER.

           PERFORM 1550-SCAN-WHIN
             UNTIL WHIN-EOF

           IF NOT TRAILER-FOUND
              DISPLAY 'NO TOTALS TRAILER ON WHIN - EXTRACT INCOMPLETE'
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           IF TRL-ENCRYPTED NOT = 'Y'
              DISPLAY 'WHIN TRAILER SAYS NOT ENCRYPTED - COPIED AS IS'
              MOVE '04' TO WS-STATUS-CODE
              MOVE 'N' TO WS-DECRYPT-SW
           ELSE
              MOVE TRL-KEY-LABEL   TO WS-KEY-LABEL
              MOVE TRL-KEY-VERSION TO WS-KEY-VERSION
              DISPLAY 'DECRYPTING UNDER KEY:' WS-KEY-LABEL
           END-IF

           CLOSE WHIN-FILE
           OPEN INPUT WHIN-FILE

           IF NOT WHIN-OK
              DISPLAY 'INVALID FILE STATUS ON REOPEN WHIN:' FS-WHIN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

       1550-SCAN-WHIN.

           READ WHIN-FILE

           IF WHIN-OK
              IF WHIN-REC(1:6) = 'TOTALS'
                 MOVE WHIN-REC TO WH-TRAILER-REC
                 MOVE 'Y' TO WS-TRAILER-FOUND
              END-IF
           ELSE
              IF NOT WHIN-EOF
                 DISPLAY 'INVALID FILE STATUS ON WHIN READ:' FS-WHIN
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           PERFORM 1550-EXIT
           .
       1550-EXIT.
           EXIT.

      *================================================================*
      * Pass 2 - details deciphered (unless a delete or the extract    *
      * was never encrypted), the trailer marked clear.                *
      *================================================================*
       2000-PROCESS-RECORD.

           IF WHIN-REC(1:6) = 'TOTALS'
              MOVE WHIN-REC TO WH-TRAILER-REC
              MOVE 'N' TO TRL-ENCRYPTED
              MOVE WH-TRAILER-REC TO WHCLEAR-REC
           ELSE
              MOVE WHIN-REC TO WAREHOUSE-REC
              IF DECRYPT-NEEDED
                 AND WH-ACTION NOT = 'D'
                 PERFORM 2250-DECRYPT-PII
              END-IF
              MOVE WAREHOUSE-REC TO WHCLEAR-REC
           END-IF

           WRITE WHCLEAR-REC

           IF NOT WHCLEAR-OK
              DISPLAY 'INVALID FILE STATUS ON WHCLEAR WRITE:'
                       FS-WHCLEAR
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           ELSE
              ADD 1 TO WS-RECORDS-WRITTEN
           END-IF

           PERFORM 2100-READ-WHIN

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-READ-WHIN.

           READ WHIN-FILE

           IF WHIN-OK
              ADD 1 TO WS-RECORDS-READ
           ELSE
              IF NOT WHIN-EOF
                 DISPLAY 'INVALID FILE STATUS ON WHIN READ:' FS-WHIN
                 MOVE '03' TO WS-STATUS-CODE
                 PERFORM 9000-END-PARA
              END-IF
           END-IF

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * The reverse of LGWHEXT's 2250-ENCRYPT-PII - same key label,    *
      * same CBC rule, same ICV from the customer number.              *
      *================================================================*
       2250-DECRYPT-PII.

           MOVE 0                    TO CRY-EXIT-DATA-LENGTH
           MOVE WS-KEY-LABEL         TO CRY-KEY-ID
           MOVE 112                  TO CRY-TEXT-LENGTH
           MOVE WH-CUSTOMER-PII      TO CRY-CIPHER-TEXT
           MOVE WH-CUST-NUMBER(3:8)  TO CRY-ICV
           MOVE 1                    TO CRY-RULE-ARRAY-COUNT
           MOVE 'CBC     '           TO CRY-RULE-ARRAY
           MOVE LOW-VALUES           TO CRY-CHAINING-VECTOR

           CALL 'CSNBDEC' USING CRY-RETURN-CODE
                                CRY-REASON-CODE
                                CRY-EXIT-DATA-LENGTH
                                CRY-EXIT-DATA
                                CRY-KEY-ID
                                CRY-TEXT-LENGTH
                                CRY-CIPHER-TEXT
                                CRY-ICV
                                CRY-RULE-ARRAY-COUNT
                                CRY-RULE-ARRAY
                                CRY-CHAINING-VECTOR
                                CRY-CLEAR-TEXT

           IF CRY-RETURN-CODE NOT = 0
              OR CRY-REASON-CODE NOT = 0
              DISPLAY 'DECIPHER FAILED, POLICY:' WH-POLICY-NUM
              DISPLAY 'ICSF RETURN CODE:' CRY-RETURN-CODE
                      ' REASON CODE:' CRY-REASON-CODE
              MOVE '92' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE CRY-CLEAR-TEXT TO WH-CUSTOMER-PII
           ADD 1 TO WS-RECORDS-DECRYPTED

           PERFORM 2250-EXIT
           .
       2250-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'KEY VERSION:' WS-KEY-VERSION
           DISPLAY 'RECORDS READ:' WS-RECORDS-READ
           DISPLAY 'RECORDS WRITTEN:' WS-RECORDS-WRITTEN
           DISPLAY 'RECORDS DECRYPTED:' WS-RECORDS-DECRYPTED

           CLOSE WHIN-FILE
           CLOSE WHCLEAR-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE WS-RECORDS-READ
             TO RLOG-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN
             TO RLOG-RECORDS-WRITTEN
           MOVE ZEROES TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
