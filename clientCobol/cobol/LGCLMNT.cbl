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
       PROGRAM-ID. LGCLMNT.
      *****************************************************************
      * Claim notification and inquiry - the one place a CLAIM row is *
      * registered.  CALLed by the LGCLMREG intake batch and LINKed   *
      * from the LGTESTC3 claims screen with the LGCLMCA block, the   *
      * same two-door shape as LGVALID, so a claim keyed online gets  *
      * exactly the policy/customer match and reject codes the phone *
      * feed gets.  Issues SQL only (no CICS commands), so it runs    *
      * under either caller.  A registration looks the policy up,     *
      * stamps its type on the claim, inserts it with status 'O' and  *
      * hands back the identity-generated claim number; an inquiry    *
      * cursors CLAIM by policy in claim-number order, up to 8 rows a *
      * call, CLM-START-NUM paging through the rest the same way      *
      * LGSCUS01 pages the customer search.                           *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-WORK.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP-5.
          05 WS-CUSTOMER-NUMBER  PIC S9(09) COMP-5.
          05 WS-OWNER-CUST-NUM   PIC S9(09) COMP-5.
          05 WS-CLAIM-NUM-INT    PIC S9(09) COMP-5.
          05 WS-START-NUM        PIC S9(09) COMP-5.
          05 WS-CLAIM-VALUE      PIC S9(07)V99 COMP-3.
          05 WS-CLAIM-DATE       PIC X(10).
          05 WS-CLAIM-STATUS     PIC X(01).
          05 WS-CLAIM-DESC       PIC X(30).
          05 WS-LIST-IDX         PIC S9(04) COMP.
          05 WS-CSR-STATE        PIC X(01)  VALUE ' '.
             88 CSR-EXHAUSTED               VALUE 'X'.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

           COPY LGPOLICY.

       LINKAGE SECTION.
       COPY LGCLMCA.

       PROCEDURE DIVISION USING WS-CLAIM-PARMS.
       0001-MAIN.

           MOVE '00'   TO CLM-RETURN-CODE
           MOVE ZEROES TO CLM-LIST-COUNT
           MOVE 'N'    TO CLM-MORE-FLAG
           MOVE ' '    TO WS-CSR-STATE

           EVALUATE TRUE
              WHEN CLM-REGISTER
                 PERFORM 2000-REGISTER-CLAIM
              WHEN CLM-INQUIRE
                 PERFORM 3000-INQUIRE-CLAIMS
              WHEN OTHER
                 MOVE '89' TO CLM-RETURN-CODE
           END-EVALUATE

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *================================================================*
      * Register one claim.  The date of loss must look like an ISO    *
      * date - the same digit-position check GETAAVG's age derivation  *
      * applies - before the policy is matched and the row inserted.   *
      *================================================================*
       2000-REGISTER-CLAIM.

           MOVE ZEROES TO CLM-CLAIM-NUM

           EVALUATE TRUE
              WHEN CLM-CLAIM-VALUE-X IS NOT NUMERIC
                 MOVE '82' TO CLM-RETURN-CODE
              WHEN CLM-CLAIM-DATE(1:4) IS NOT NUMERIC
                OR CLM-CLAIM-DATE(6:2) IS NOT NUMERIC
                OR CLM-CLAIM-DATE(9:2) IS NOT NUMERIC
                 MOVE '83' TO CLM-RETURN-CODE
              WHEN OTHER
                 MOVE CLM-POLICY-NUM  TO WS-POLICY-NUM-INT
                 MOVE CLM-CUST-NUMBER TO WS-CUSTOMER-NUMBER
                 MOVE CLM-CLAIM-VALUE TO WS-CLAIM-VALUE
                 MOVE CLM-CLAIM-DATE  TO WS-CLAIM-DATE
                 MOVE CLM-CLAIM-DESC  TO WS-CLAIM-DESC
                 PERFORM 2100-MATCH-POLICY
           END-EVALUATE

           IF CLM-RETURN-CODE = '00'
              PERFORM 2200-INSERT-CLAIM
           END-IF

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Look the policy up so an unknown policy number and a policy    *
      * owned by a different customer than the claim names get         *
      * distinct reason codes, and so the policy's type can be stamped *
      * onto the CLAIM row.  An inquiry with no customer number skips  *
      * the ownership test and only needs the policy to exist.         *
      *================================================================*
       2100-MATCH-POLICY.

           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE
               INTO :WS-OWNER-CUST-NUM, :DB2-POLICYTYPE
               FROM POLICY
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-OWNER-CUST-NUM NOT = WS-CUSTOMER-NUMBER
                    AND (CLM-REGISTER OR WS-CUSTOMER-NUMBER NOT = 0)
                    MOVE '81' TO CLM-RETURN-CODE
                 END-IF
              WHEN 100
                 MOVE '80' TO CLM-RETURN-CODE
              WHEN OTHER
                 DISPLAY 'LGCLMNT - SQL ERROR ON POLICY LOOKUP, '
                         'SQLCODE:' SQLCODE
                 MOVE '90' TO CLM-RETURN-CODE
           END-EVALUATE

           PERFORM 2100-EXIT
           .
       2100-EXIT.
           EXIT.

      *================================================================*
      * Insert the CLAIM row - claim number from the identity column,  *
      * handed back in CLM-CLAIM-NUM the same way ONBOARD-CUSTOMER     *
      * hands back a generated customer number.                        *
      *================================================================*
       2200-INSERT-CLAIM.

           EXEC SQL
             INSERT INTO CLAIM
                       ( CLAIMNUMBER,
                         POLICYNUMBER,
                         CUSTOMERNUMBER,
                         POLICYTYPE,
                         CLAIMDATE,
                         CLAIMVALUE,
                         CLAIMSTATUS,
                         CLAIMDESC,
                         REGISTEREDTIMESTAMP )
                VALUES ( DEFAULT,
                         :WS-POLICY-NUM-INT,
                         :WS-CUSTOMER-NUMBER,
                         :DB2-POLICYTYPE,
                         :WS-CLAIM-DATE,
                         :WS-CLAIM-VALUE,
                         'O',
                         :WS-CLAIM-DESC,
                         CURRENT TIMESTAMP )
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                   SET :WS-CLAIM-NUM-INT = IDENTITY_VAL_LOCAL()
                 END-EXEC
                 MOVE WS-CLAIM-NUM-INT TO CLM-CLAIM-NUM
              WHEN OTHER
                 DISPLAY 'LGCLMNT - SQL ERROR ON CLAIM INSERT, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO CLM-RETURN-CODE
           END-EVALUATE

           PERFORM 2200-EXIT
           .
       2200-EXIT.
           EXIT.

      *================================================================*
      * List the claims on a policy - fill up to 8 slots from the      *
      * cursor, then probe one row further; a ninth claim means        *
      * another page exists (CLM-MORE-FLAG).                           *
      *================================================================*
       3000-INQUIRE-CLAIMS.

           MOVE CLM-POLICY-NUM  TO WS-POLICY-NUM-INT
           MOVE CLM-CUST-NUMBER TO WS-CUSTOMER-NUMBER
           MOVE CLM-START-NUM   TO WS-START-NUM

           PERFORM 2100-MATCH-POLICY

           IF CLM-RETURN-CODE = '00'
              PERFORM 3100-OPEN-CURSOR
              PERFORM 3200-FETCH-ONE-CLAIM
                 UNTIL CSR-EXHAUSTED
                    OR CLM-LIST-COUNT >= 8
              IF NOT CSR-EXHAUSTED
                 PERFORM 3300-PROBE-FOR-MORE
              END-IF
              PERFORM 3400-CLOSE-CURSOR
              IF CLM-LIST-COUNT = 0
                 MOVE '01' TO CLM-RETURN-CODE
              END-IF
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-OPEN-CURSOR.

           EXEC SQL
             DECLARE CLMLIST-CURSOR CURSOR FOR
             SELECT CLAIMNUMBER, CLAIMDATE, CLAIMVALUE,
                    CLAIMSTATUS, CLAIMDESC
               FROM CLAIM
              WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                AND CLAIMNUMBER > :WS-START-NUM
              ORDER BY CLAIMNUMBER
           END-EXEC

           EXEC SQL OPEN CLMLIST-CURSOR END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGCLMNT - SQL ERROR ON OPEN, SQLCODE:'
                       SQLCODE
              MOVE '90' TO CLM-RETURN-CODE
              PERFORM 9000-END-PARA
           END-IF

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-FETCH-ONE-CLAIM.

           EXEC SQL
             FETCH CLMLIST-CURSOR
              INTO :WS-CLAIM-NUM-INT, :WS-CLAIM-DATE, :WS-CLAIM-VALUE,
                   :WS-CLAIM-STATUS, :WS-CLAIM-DESC
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO CLM-LIST-COUNT
                 MOVE CLM-LIST-COUNT TO WS-LIST-IDX
                 MOVE WS-CLAIM-NUM-INT
                   TO CLM-L-CLAIM-NUM(WS-LIST-IDX)
                 MOVE WS-CLAIM-DATE
                   TO CLM-L-CLAIM-DATE(WS-LIST-IDX)
                 MOVE WS-CLAIM-VALUE
                   TO CLM-L-CLAIM-VALUE(WS-LIST-IDX)
                 MOVE WS-CLAIM-STATUS
                   TO CLM-L-CLAIM-STATUS(WS-LIST-IDX)
                 MOVE WS-CLAIM-DESC
                   TO CLM-L-CLAIM-DESC(WS-LIST-IDX)
              WHEN 100
                 SET CSR-EXHAUSTED TO TRUE
              WHEN OTHER
                 DISPLAY 'LGCLMNT - SQL ERROR ON FETCH, SQLCODE:'
                          SQLCODE
                 MOVE '90' TO CLM-RETURN-CODE
                 PERFORM 3400-CLOSE-CURSOR
                 PERFORM 9000-END-PARA
           END-EVALUATE

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-PROBE-FOR-MORE.

           EXEC SQL
             FETCH CLMLIST-CURSOR
              INTO :WS-CLAIM-NUM-INT, :WS-CLAIM-DATE, :WS-CLAIM-VALUE,
                   :WS-CLAIM-STATUS, :WS-CLAIM-DESC
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO CLM-MORE-FLAG
           END-IF

           PERFORM 3300-EXIT
           .
       3300-EXIT.
           EXIT.

       3400-CLOSE-CURSOR.

           EXEC SQL CLOSE CLMLIST-CURSOR END-EXEC

           PERFORM 3400-EXIT
           .
       3400-EXIT.
           EXIT.

       9000-END-PARA.

           GOBACK.
