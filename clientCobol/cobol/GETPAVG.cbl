       FD  INPUT01-FILE
           RECORDING MODE IS F.

       01 IN-REC                 PIC X(262).

      ******************************************************************
      *                 OUTPUT FILE                                    *
      * endorse-policy record ('9') carries IN-POLICY-NUM plus the     *
      * new subtype attribute values for 3750-ENDORSE-POLICY.  An      *
      * add-policy record may also carry the broker id and broker's    *
      * reference - blank means the house account - and an instalment  *
      * plan: 2-12 monthly instalments and a credit charge percentage  *
      * (9.99 at most on the feed) - blank means it pays annually.     *
      * A motor add or endorse record carries the policyholder's       *
      * claim-free years for the no-claims discount - blank is none.   *
      *================================================================*
       01 WS-IN-REC.
          05 IN-REQUEST-ID       PIC X(06).
          05 IN-BROKERID-X REDEFINES IN-BROKERID
                                 PIC X(10).
          05 IN-BROKERSREF       PIC X(10).
          05 IN-INSTALMENTS      PIC 9(02).
          05 IN-INSTALMENTS-X REDEFINES IN-INSTALMENTS
                                 PIC X(02).
          05 IN-CREDIT-CHARGE-PCT PIC 9(01)V99.
          05 IN-CREDIT-CHARGE-PCT-X REDEFINES IN-CREDIT-CHARGE-PCT
                                 PIC X(03).
          05 IN-M-NCD-YEARS      PIC 9(02).
          05 IN-M-NCD-YEARS-X REDEFINES IN-M-NCD-YEARS
                                 PIC X(02).

       01 WS-OUT-REC.
          05 OUT-REQUEST-ID      PIC X(06).
             10 WS-L-BROKERID         PIC 9(10).
             10 WS-L-BROKERSREF       PIC X(10).
             10 WS-L-DISCOUNT-PCT     PIC 9(02)V99.
             10 WS-L-INSTALMENTS      PIC 9(02).
             10 WS-L-CREDIT-CHARGE-PCT PIC 9(02)V99.
             10 WS-L-INSTALMENT-AMOUNT PIC S9(07)V99.
             10 WS-L-IPT-AMOUNT       PIC S9(07)V99.
             10 WS-L-M-NCD-YEARS      PIC 9(02).
             10 WS-L-M-NCD-PCT        PIC 9(02)V99.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.

                    MOVE ZEROES TO WS-L-BROKERID
                 END-IF
                 MOVE IN-BROKERSREF    TO WS-L-BROKERSREF
      *          An add record may ask for an instalment plan - a
      *          blank count is a clean zero (pays annually), a blank
      *          charge a clean zero (no credit charge).
                 IF IN-INSTALMENTS-X IS NUMERIC
                    MOVE IN-INSTALMENTS TO WS-L-INSTALMENTS
                 ELSE
                    MOVE ZEROES TO WS-L-INSTALMENTS
                 END-IF
                 IF IN-CREDIT-CHARGE-PCT-X IS NUMERIC
                    MOVE IN-CREDIT-CHARGE-PCT TO WS-L-CREDIT-CHARGE-PCT
                 ELSE
                    MOVE ZEROES TO WS-L-CREDIT-CHARGE-PCT
                 END-IF
                 MOVE IN-M-MAKE        TO WS-L-M-MAKE
                 MOVE IN-M-MODEL       TO WS-L-M-MODEL
                 MOVE IN-M-REGISTRATION TO WS-L-M-REGISTRATION
                 MOVE IN-M-ENGINE-CC   TO WS-L-M-ENGINE-CC
                 IF IN-M-NCD-YEARS-X IS NUMERIC
                    MOVE IN-M-NCD-YEARS TO WS-L-M-NCD-YEARS
                 ELSE
                    MOVE ZEROES TO WS-L-M-NCD-YEARS
                 END-IF
                 MOVE IN-E-TERM-YEARS  TO WS-L-E-TERM-YEARS
                 MOVE IN-E-WITH-PROFITS TO WS-L-E-WITH-PROFITS
                 MOVE IN-H-PROPERTY-TYPE TO WS-L-H-PROPERTY-TYPE
                    MOVE ZEROES TO WS-L-POLICY-COUNT
                    MOVE ZEROES TO WS-L-PREMIUM
                    MOVE ZEROES TO WS-L-DISCOUNT-PCT
                    MOVE ZEROES TO WS-L-M-NCD-PCT
      *             Never carry the previous record's status into
      *             this CALL - GETAAVG sets it back on every exit,
      *             but a stale '00' must not be what a failure
                       DISPLAY 'GETPAVG DISCOUNT PCT:'
                                WS-L-DISCOUNT-PCT
                    END-IF
                    IF WS-L-M-NCD-PCT > 0
                       DISPLAY 'GETPAVG NO-CLAIMS DISCOUNT PCT:'
                                WS-L-M-NCD-PCT
                    END-IF

                    PERFORM 4000-WRITE-OUT-CUSTOMER
      *                THRU 4000-EXIT
