      * claims extract (policy number, customer number, date of loss, *
      * claimed value, short description) and registers one CLAIM row *
      * per record, modeled on LGPPOST's read/process/reject/trailer  *
      * loop.  The edits, the policy match and the insert are CALLed  *
      * in the shared LGCLMNT module - the same code the LGTESTC3     *
      * claims screen LINKs to - so a claim keyed online and one off  *
      * this feed are registered the same way.  The policy is looked  *
      * up first so an unknown policy number and a policy that does   *
      * not belong to the customer on the claim get distinct reject   *
      * reason codes, and the policy's type is stamped onto the claim *
      * so the per-type claims listing (LGCLMRPT) never has to        *
      * re-join for it.  Every claim is registered with status 'O'    *
      * (open) - reserves, payments and closure are posted afterwards *
      * by the LGCLMSET settlement run, not this feed.                *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       01 WS-WORST-STATUS-NUM    PIC 9(02)  VALUE ZEROES.

       01 WS-WORK.
          05 WS-CLAIM-PROGRAM    PIC X(07) VALUE 'LGCLMNT'.

      * Parameter block for the shared LGCLMNT claim module - every
      * extract record is registered through it with request 'R' and
      * its CLM-RETURN-CODE is the reject reason code as it stands.
           COPY LGCLMCA.

      * Shared run-control log (one START and one END row per run).
       COPY LGRLOGCA.
           EXIT.

      *================================================================*
      * Register one claim through LGCLMNT.  The module edits the      *
      * claimed value and the date of loss (which must look like an    *
      * ISO date), matches the policy to the customer on the claim and *
      * inserts the CLAIM row; its return code is the reject reason    *
      * code when the claim cannot be registered.                      *
      *================================================================*
       2000-REGISTER-CLAIM.

           MOVE '00' TO WS-STATUS-CODE

           INITIALIZE WS-CLAIM-PARMS
           MOVE 'R'              TO CLM-REQUEST
           MOVE IN-POLICY-NUM    TO CLM-POLICY-NUM
           MOVE IN-CUST-NUMBER   TO CLM-CUST-NUMBER
           MOVE IN-CLAIM-DATE    TO CLM-CLAIM-DATE
           MOVE IN-CLAIM-VALUE-X TO CLM-CLAIM-VALUE-X
           MOVE IN-CLAIM-DESC    TO CLM-CLAIM-DESC

           CALL WS-CLAIM-PROGRAM USING WS-CLAIM-PARMS

           MOVE CLM-RETURN-CODE TO WS-STATUS-CODE

           EVALUATE WS-STATUS-CODE
              WHEN '00'
                 CONTINUE
              WHEN '80'
                 DISPLAY 'UNKNOWN POLICY NUMBER:' IN-POLICY-NUM
              WHEN '81'
                 DISPLAY 'CLAIM CUSTOMER DOES NOT OWN POLICY:'
                          IN-POLICY-NUM
              WHEN '82'
                 DISPLAY 'NON-NUMERIC CLAIM VALUE FOR POLICY:'
                          IN-POLICY-NUM
              WHEN '83'
                 DISPLAY 'INVALID CLAIM DATE FOR POLICY:'
                          IN-POLICY-NUM
              WHEN OTHER
                 DISPLAY 'CLAIM NOT REGISTERED FOR POLICY:'
                          IN-POLICY-NUM ' STATUS:' WS-STATUS-CODE
           END-EVALUATE

           IF WS-STATUS-CODE = '00'
              PERFORM 2200-WRITE-CONFIRMATION
           ELSE
              PERFORM 4500-WRITE-REJECT
           END-IF
       2000-EXIT.
           EXIT.

      *================================================================*
      * Confirmation record for a registered claim - the claim number  *
      * LGCLMNT took from the identity column goes back to the call    *
      * centre the same way ONBOARD-CUSTOMER hands back a generated    *
      * customer number.                                               *
      *================================================================*
       2200-WRITE-CONFIRMATION.

           MOVE CLM-CLAIM-NUM  TO OUT-CLAIM-NUM
           MOVE IN-POLICY-NUM  TO OUT-POLICY-NUM
           MOVE IN-CUST-NUMBER TO OUT-CUST-NUMBER
           WRITE OUT-REC FROM WS-OUT-REC

           IF NOT OUT-OK
              DISPLAY 'INVALID FILE STATUS ON WRITE:' FS-OUT01
              MOVE '03' TO WS-STATUS-CODE
              PERFORM 4500-WRITE-REJECT
           ELSE
              ADD 1 TO WS-CLAIMS-REGISTERED
              ADD IN-CLAIM-VALUE TO WS-CLAIMED-VALUE
           END-IF

           PERFORM 2200-EXIT
           .
