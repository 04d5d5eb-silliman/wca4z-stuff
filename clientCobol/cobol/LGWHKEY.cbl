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
       PROGRAM-ID. LGWHKEY.
      *****************************************************************
      * Warehouse-extract key rotation.  Run on the rotation         *
      * schedule, each run retires the current PII key and brings    *
      * in the next version:                                         *
      *                                                              *
      *   - reads the current key control record (WHKEYIN, layout    *
      *     LGKEYREC);                                               *
      *   - generates a new double-length DATA key through ICSF      *
      *     (CSNBKGN, operational form - the call COBOLXMP shows);   *
      *   - creates a CKDS record under the next version's label     *
      *     (CSNBKRC) and writes the new key into it (CSNBKRW);      *
      *   - writes the next key control record to WHKEYOUT for the   *
      *     scheduler to swap in, so the next LGWHEXT run encrypts   *
      *     under the new version.                                   *
      *                                                              *
      * The retired versions are left in the CKDS under their own    *
      * labels - every extract already sent names its key on its     *
      * trailer and must stay decryptable.  The key itself is never  *
      * displayed or written anywhere but the CKDS.  Any ICSF        *
      * failure stops the run (92) with WHKEYOUT unwritten, so the   *
      * current version stays in use.                                *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHKEY-IN-FILE ASSIGN TO WHKEYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHKEY-IN.

           SELECT WHKEY-OUT-FILE ASSIGN TO WHKEYOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHKEY-OUT.

       DATA DIVISION.
       FILE SECTION.
       FD  WHKEY-IN-FILE
           RECORDING MODE IS F.
       01 WHKEY-IN-REC           PIC X(128).

       FD  WHKEY-OUT-FILE
           RECORDING MODE IS F.
       01 WHKEY-OUT-REC          PIC X(128).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-WHKEY-IN         PIC X(02)  VALUE SPACES.
             88 WHKEY-IN-OK                 VALUE '00'.
          05 FS-WHKEY-OUT        PIC X(02)  VALUE SPACES.
             88 WHKEY-OUT-OK                VALUE '00'.

       COPY LGKEYREC.

       COPY LGCRYCA.

       01 WS-WORK.
          05 WS-OLD-KEY-LABEL    PIC X(64).
          05 WS-NEW-VERSION      PIC 9(04).
          05 WS-TODAY            PIC 9(08).
          05 WS-ICSF-SERVICE     PIC X(08).
          05 WS-KEYS-GENERATED   PIC 9(01)  VALUE ZEROES.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.

       PROCEDURE DIVISION.
       0001-MAIN.

           DISPLAY 'START OF PROGRAM LGWHKEY'

           MOVE 'LGWHKEY' TO RLOG-PROGRAM
           MOVE 'START'    TO RLOG-RECORD-TYPE
           MOVE ZEROES     TO RLOG-RECORDS-READ
                              RLOG-RECORDS-WRITTEN
                              RLOG-RECORDS-REJECTED
           MOVE '00'       TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-KEY-CONTROL

           PERFORM 2000-GENERATE-KEY
           PERFORM 2100-SET-NEW-LABEL
           PERFORM 2200-STORE-KEY
           PERFORM 2300-WRITE-KEY-CONTROL

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

       1000-INITIALIZATION.

           MOVE SPACES TO WS-STATUS-CODE

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT WHKEY-IN-FILE

           IF NOT WHKEY-IN-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WHKEYIN:'
                       FS-WHKEY-IN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           OPEN OUTPUT WHKEY-OUT-FILE

           IF NOT WHKEY-OUT-OK
              DISPLAY '1000-INITIALIZATION:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WHKEYOUT:'
                       FS-WHKEY-OUT
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * The current key control record.  The very first one is a      *
      * seed carrying only the label prefix and version 0000.  No      *
      * record, no prefix, or a version that is not numeric or has     *
      * reached 9999 stops the run (80).                               *
      *================================================================*
       1500-READ-KEY-CONTROL.

           READ WHKEY-IN-FILE INTO KEY-CONTROL-REC
           AT END
              MOVE SPACES TO KEY-CONTROL-REC
           END-READ

           IF KY-LABEL-PREFIX = SPACES
              OR KY-KEY-VERSION-X IS NOT NUMERIC
              OR KY-KEY-VERSION = 9999
              DISPLAY 'INVALID WHKEYIN RECORD:' KEY-CONTROL-REC(1:44)
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE KY-KEY-LABEL TO WS-OLD-KEY-LABEL

           PERFORM 1500-EXIT
           .
       1500-EXIT.
           EXIT.

      *================================================================*
      * A fresh double-length DATA key in operational form - the token *
      * comes back in CRY-KEY-ID.                                      *
      *================================================================*
       2000-GENERATE-KEY.

           MOVE 0            TO CRY-EXIT-DATA-LENGTH
           MOVE 'OP      '   TO CRY-KEY-FORM
           MOVE 'DOUBLE  '   TO CRY-KEY-LENGTH
           MOVE 'DATA    '   TO CRY-DATA-KEY-TYPE
           MOVE SPACES       TO CRY-NULL-KEY-TYPE
           MOVE LOW-VALUES   TO CRY-KEK-KEY-ID-1
                                CRY-KEK-KEY-ID-2
                                CRY-KEY-ID
                                CRY-NULL-KEY-ID

           CALL 'CSNBKGN' USING CRY-RETURN-CODE
                                CRY-REASON-CODE
                                CRY-EXIT-DATA-LENGTH
                                CRY-EXIT-DATA
                                CRY-KEY-FORM
                                CRY-KEY-LENGTH
                                CRY-DATA-KEY-TYPE
                                CRY-NULL-KEY-TYPE
                                CRY-KEK-KEY-ID-1
                                CRY-KEK-KEY-ID-2
                                CRY-KEY-ID
                                CRY-NULL-KEY-ID

           MOVE 'CSNBKGN' TO WS-ICSF-SERVICE
           PERFORM 2900-CHECK-ICSF

           ADD 1 TO WS-KEYS-GENERATED

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * The next version's label - prefix, '.V', four-digit version.   *
      *================================================================*
       2100-SET-NEW-LABEL.

           COMPUTE WS-NEW-VERSION = KY-KEY-VERSION + 1

           MOVE SPACES TO KY-KEY-LABEL
           STRING KY-LABEL-PREFIX DELIMITED BY SPACE
                  '.V'            DELIMITED BY SIZE
                  WS-NEW-VERSION  DELIMITED BY SIZE
             INTO KY-KEY-LABEL
           END-STRING

           MOVE WS-NEW-VERSION TO KY-KEY-VERSION
           MOVE WS-TODAY       TO KY-GENERATED-DATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Into the CKDS under the new label - create the record, then    *
      * write the key token into it.                                   *
      *================================================================*
       2200-STORE-KEY.

           MOVE 0 TO CRY-EXIT-DATA-LENGTH

           CALL 'CSNBKRC' USING CRY-RETURN-CODE
                                CRY-REASON-CODE
                                CRY-EXIT-DATA-LENGTH
                                CRY-EXIT-DATA
                                KY-KEY-LABEL

           MOVE 'CSNBKRC' TO WS-ICSF-SERVICE
           PERFORM 2900-CHECK-ICSF

           MOVE 0 TO CRY-EXIT-DATA-LENGTH

           CALL 'CSNBKRW' USING CRY-RETURN-CODE
                                CRY-REASON-CODE
                                CRY-EXIT-DATA-LENGTH
                                CRY-EXIT-DATA
                                CRY-KEY-ID
                                KY-KEY-LABEL

           MOVE 'CSNBKRW' TO WS-ICSF-SERVICE
           PERFORM 2900-CHECK-ICSF

      *    The token is in the CKDS now - nothing keeps a copy.
           MOVE LOW-VALUES TO CRY-KEY-ID

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

       2300-WRITE-KEY-CONTROL.

           WRITE WHKEY-OUT-REC FROM KEY-CONTROL-REC

           IF NOT WHKEY-OUT-OK
              DISPLAY 'INVALID FILE STATUS ON WHKEYOUT WRITE:'
                       FS-WHKEY-OUT
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'RETIRED KEY:' WS-OLD-KEY-LABEL
           DISPLAY 'CURRENT KEY:' KY-KEY-LABEL

           PERFORM 2300-EXIT
           .
       2300-EXIT.
           EXIT.

       2900-CHECK-ICSF.

           IF CRY-RETURN-CODE NOT = 0
              OR CRY-REASON-CODE NOT = 0
              DISPLAY 'ICSF SERVICE FAILED:' WS-ICSF-SERVICE
              DISPLAY 'ICSF RETURN CODE:' CRY-RETURN-CODE
                      ' REASON CODE:' CRY-REASON-CODE
              MOVE LOW-VALUES TO CRY-KEY-ID
              MOVE '92' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 2900-EXIT
           .
       2900-EXIT.
           EXIT.

       9000-END-PARA.

           IF WS-STATUS-CODE > WS-WORST-STATUS-CODE
              MOVE WS-STATUS-CODE TO WS-WORST-STATUS-CODE
           END-IF

           DISPLAY 'STATUS CODE:' WS-STATUS-CODE
           DISPLAY 'KEYS GENERATED:' WS-KEYS-GENERATED

           CLOSE WHKEY-IN-FILE
           CLOSE WHKEY-OUT-FILE

           MOVE 'END'      TO RLOG-RECORD-TYPE
           MOVE 1          TO RLOG-RECORDS-READ
           MOVE WS-KEYS-GENERATED
             TO RLOG-RECORDS-WRITTEN
           MOVE ZEROES TO RLOG-RECORDS-REJECTED
           MOVE WS-WORST-STATUS-CODE
             TO RLOG-WORST-STATUS
           CALL RLOG-MODULE USING WS-RUNLOG-PARMS

           MOVE WS-WORST-STATUS-CODE TO WS-WORST-STATUS-NUM
           MOVE WS-WORST-STATUS-NUM  TO RETURN-CODE

           GOBACK.
