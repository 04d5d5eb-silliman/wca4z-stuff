      * it.  A policy with no subtype row is still extracted,         *
      * flagged WH-SUBTYPE-FOUND = 'N' with a zero amount, so the     *
      * warehouse sees the whole book of business.                    *
      *                                                               *
      * The customer PII block of every record is enciphered through  *
      * ICSF before it is written, under the DATA key WHKEYIN names   *
      * (the current LGWHKEY rotation generation), and the key label  *
      * and version go on the trailer for the warehouse side to       *
      * decrypt with.  Without a usable key the run stops - the       *
      * extract is never written in clear.                            *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHCTL-OUT.

      * Current key control record (LGKEYREC) - the CKDS label of the
      * DATA key the PII block is enciphered under.
           SELECT WHKEY-IN-FILE ASSIGN TO WHKEYIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-WHKEY-IN.

       DATA DIVISION.
       FILE SECTION.
       FD  WHOUT-FILE
           RECORDING MODE IS F.
       01 WHCTL-OUT-REC          PIC X(26).

       FD  WHKEY-IN-FILE
           RECORDING MODE IS F.
       01 WHKEY-IN-REC           PIC X(128).

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
             88 WHCTL-IN-OPEN-OK            VALUES '00' '05'.
          05 FS-WHCTL-OUT        PIC X(02)  VALUE SPACES.
             88 WHCTL-OUT-OK                VALUE '00'.
          05 FS-WHKEY-IN         PIC X(02)  VALUE SPACES.
             88 WHKEY-IN-OK                 VALUE '00'.

       01 WS-SWITCHES.
          05 WS-EOF-CSR          PIC X(01)  VALUE ' '.

       COPY LGWHREC.

       COPY LGKEYREC.

       COPY LGCRYCA.

       01 WS-COUNTS.
          05 WS-POLICIES-READ    PIC 9(09) VALUE ZEROES.
          05 WS-RECORDS-WRITTEN  PIC 9(09) VALUE ZEROES.
          05 WS-CUTOFF-TS        PIC X(26).
          05 WS-NEW-CUTOFF-TS    PIC X(26).

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.
           END-IF

           PERFORM 1150-READ-CONTROL
           PERFORM 1170-READ-KEY-CONTROL

      *    The new cutoff is captured before the cursor opens, so
      *    changes landing while this run reads are inside the NEXT
       1150-EXIT.
           EXIT.

      *================================================================*
      * The key the PII block goes out under.  No key control record,  *
      * or one naming no key, stops the run (80) - better no extract   *
      * tonight than one in clear.                                     *
      *================================================================*
       1170-READ-KEY-CONTROL.

           OPEN INPUT WHKEY-IN-FILE

           IF NOT WHKEY-IN-OK
              DISPLAY '1170-READ-KEY-CONTROL:'
              DISPLAY 'INVALID FILE STATUS ON OPEN WHKEYIN:'
                       FS-WHKEY-IN
              MOVE '02' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           READ WHKEY-IN-FILE INTO KEY-CONTROL-REC
           AT END
              MOVE SPACES TO KEY-CONTROL-REC
           END-READ

           CLOSE WHKEY-IN-FILE

           IF KY-KEY-LABEL = SPACES
              OR KY-KEY-VERSION-X IS NOT NUMERIC
              OR KY-KEY-VERSION = 0
              DISPLAY 'NO CURRENT KEY ON WHKEYIN - EXTRACT NOT WRITTEN'
              MOVE '80' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           DISPLAY 'PII ENCRYPTED UNDER KEY:' KY-KEY-LABEL

           PERFORM 1170-EXIT
           .
       1170-EXIT.
           EXIT.

      *================================================================*
      * Every policy on the book joined to its customer - the whole    *
      * CUSTOMER row (the same columns LGPOLICY's DB2-HOST-VARIABLES   *
              END-IF
           END-IF

           PERFORM 2250-ENCRYPT-PII

           WRITE WHOUT-REC FROM WAREHOUSE-REC

           IF NOT WHOUT-OK
       2200-EXIT.
           EXIT.

      *================================================================*
      * Encipher the customer PII block in place - CBC under the key   *
      * label from WHKEYIN, chained from the last eight digits of the  *
      * customer number, so one customer's block does not encrypt the  *
      * same as the next customer's.  A failed encipher stops the run  *
      * (92) before the record is written.                             *
      *================================================================*
       2250-ENCRYPT-PII.

           MOVE 0                    TO CRY-EXIT-DATA-LENGTH
           MOVE KY-KEY-LABEL         TO CRY-KEY-ID
           MOVE 112                  TO CRY-TEXT-LENGTH
           MOVE WH-CUSTOMER-PII      TO CRY-CLEAR-TEXT
           MOVE WH-CUST-NUMBER(3:8)  TO CRY-ICV
           MOVE 1                    TO CRY-RULE-ARRAY-COUNT
           MOVE 'CBC     '           TO CRY-RULE-ARRAY
           MOVE LOW-VALUES           TO CRY-PAD
                                        CRY-CHAINING-VECTOR

           CALL 'CSNBENC' USING CRY-RETURN-CODE
                                CRY-REASON-CODE
                                CRY-EXIT-DATA-LENGTH
                                CRY-EXIT-DATA
                                CRY-KEY-ID
                                CRY-TEXT-LENGTH
                                CRY-CLEAR-TEXT
                                CRY-ICV
                                CRY-RULE-ARRAY-COUNT
                                CRY-RULE-ARRAY
                                CRY-PAD
                                CRY-CHAINING-VECTOR
                                CRY-CIPHER-TEXT

           IF CRY-RETURN-CODE NOT = 0
              OR CRY-REASON-CODE NOT = 0
              DISPLAY 'ENCIPHER FAILED, POLICY:' WH-POLICY-NUM
              DISPLAY 'ICSF RETURN CODE:' CRY-RETURN-CODE
                      ' REASON CODE:' CRY-REASON-CODE
              MOVE '92' TO WS-STATUS-CODE
              PERFORM 9000-END-PARA
           END-IF

           MOVE CRY-CIPHER-TEXT TO WH-CUSTOMER-PII

           PERFORM 2250-EXIT
           .
       2250-EXIT.
           EXIT.

      *================================================================*
      * Deletions since the cutoff, off the POLICYAUDIT trail - one   *
      * explicit action-'D' record each, so the warehouse removes the *
           MOVE WS-NO-SUBTYPE-COUNT TO TRL-NO-SUBTYPE
           MOVE WS-DELETES-WRITTEN TO TRL-DELETES
           MOVE WS-RUN-MODE        TO TRL-RUN-MODE
           MOVE 'Y'                TO TRL-ENCRYPTED
           MOVE KY-KEY-LABEL       TO TRL-KEY-LABEL
           MOVE KY-KEY-VERSION     TO TRL-KEY-VERSION

           DISPLAY 'WRITING TRAILER RECORD:' WH-TRAILER-REC(1:36)

           WRITE WHOUT-REC FROM WH-TRAILER-REC

           IF NOT WHOUT-OK
              DISPLAY 'INVALID FILE STATUS ON TRAILER WRITE:' FS-WHOUT
