      *                                                              *
      * Rated at zero existing-policy count on purpose: this run     *
      * measures the rate sheet, and folding per-customer multi-     *
      * policy discounts in would blur band-level deltas.  A motor   *
      * policy is rated on the no-claims years it holds, though -    *
      * the stored premium had that NCD taken off, and leaving it    *
      * out would show every NCD holder as a rate increase.          *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
              MOVE DB2-DATEOFBIRTH TO RAT-DATEOFBIRTH
              MOVE DB2-POSTCODE    TO RAT-POSTCODE
              MOVE SPACE           TO RAT-CICS-FLAG
              MOVE SPACE           TO RAT-REQUEST
              MOVE ZEROES          TO RAT-POLICY-COUNT
              MOVE ZEROES          TO RAT-NCD-YEARS
                                      RAT-NCD-CLAIMS
              IF DB2-POLICYTYPE = 'M'
                 MOVE DB2-M-NCD-YEARS TO RAT-NCD-YEARS
              END-IF

              CALL WS-RATE-PROGRAM USING WS-RATING-PARMS

           EVALUATE DB2-POLICYTYPE
             WHEN 'M'
                EXEC SQL
                   SELECT PREMIUM, NCDYEARS
                     INTO :WS-POLICY-PREMIUM, :DB2-M-NCD-YEARS
                   FROM MOTOR
                   WHERE POLICYNUMBER = :WS-POLICY-NUM-INT
                END-EXEC
