          05 WS-REF-BROKERID     PIC S9(09) COMP-5.
          05 WS-REF-BROKERSREF   PIC X(10).
          05 WS-REF-QUOTE-NUM    PIC S9(09) COMP-5.
          05 WS-REF-INSTALMENTS  PIC S9(04) COMP.
          05 WS-REF-CHARGE-PCT   PIC S9(02)V99 COMP-3.
          05 WS-REF-ATTRS        PIC X(40).
          05 WS-REF-ATTRS-M REDEFINES WS-REF-ATTRS.
             10 WS-RA-M-MAKE         PIC X(10).
             10 WS-RA-M-MODEL        PIC X(10).
             10 WS-RA-M-REGISTRATION PIC X(07).
             10 WS-RA-M-ENGINE-CC    PIC 9(04).
             10 WS-RA-M-NCD-YEARS    PIC 9(02).
             10 WS-RA-M-NCD-PCT      PIC 9(02)V99.
             10 FILLER               PIC X(03).
          05 WS-REF-ATTRS-E REDEFINES WS-REF-ATTRS.
             10 WS-RA-E-TERM-YEARS   PIC 9(02).
             10 WS-RA-E-WITH-PROFITS PIC X(01).
             10 WS-L-BROKERID         PIC 9(10).
             10 WS-L-BROKERSREF       PIC X(10).
             10 WS-L-DISCOUNT-PCT     PIC 9(02)V99.
             10 WS-L-INSTALMENTS      PIC 9(02).
             10 WS-L-CREDIT-CHARGE-PCT PIC 9(02)V99.
             10 WS-L-INSTALMENT-AMOUNT PIC S9(07)V99.
             10 WS-L-IPT-AMOUNT       PIC S9(07)V99.
             10 WS-L-M-NCD-YEARS      PIC 9(02).
             10 WS-L-M-NCD-PCT        PIC 9(02)V99.

           EXEC SQL
             INCLUDE SQLCA
           EXEC SQL
             SELECT CUSTOMERNUMBER, POLICYTYPE, PREMIUM,
                    OVERRIDEFLAG, ATTRIBUTES, STATUS,
                    BROKERID, BROKERSREF, QUOTENUMBER,
                    INSTALMENTS, CHARGEPCT
               INTO :WS-REF-CUST-NUM, :WS-REF-TYPE,
                    :WS-REF-PREMIUM, :WS-REF-OVERRIDE,
                    :WS-REF-ATTRS, :WS-REF-STATUS,
                    :WS-REF-BROKERID, :WS-REF-BROKERSREF,
                    :WS-REF-QUOTE-NUM,
                    :WS-REF-INSTALMENTS, :WS-REF-CHARGE-PCT
               FROM REFERRAL
              WHERE REFERRALNUMBER = :WS-REF-NUM-INT
           END-EXEC
           MOVE 'U'             TO WS-L-UW-APPROVED
           MOVE WS-REF-BROKERID TO WS-L-BROKERID
           MOVE WS-REF-BROKERSREF TO WS-L-BROKERSREF
      *    The instalment plan the application asked for, if any.
           MOVE WS-REF-INSTALMENTS TO WS-L-INSTALMENTS
           MOVE WS-REF-CHARGE-PCT  TO WS-L-CREDIT-CHARGE-PCT

           IF WS-REF-OVERRIDE = 'Y'
              MOVE ' ' TO WS-L-PREMIUM-OVERRIDE
                 MOVE WS-RA-M-MODEL        TO WS-L-M-MODEL
                 MOVE WS-RA-M-REGISTRATION TO WS-L-M-REGISTRATION
                 MOVE WS-RA-M-ENGINE-CC    TO WS-L-M-ENGINE-CC
                 MOVE WS-RA-M-NCD-YEARS    TO WS-L-M-NCD-YEARS
                 MOVE WS-RA-M-NCD-PCT      TO WS-L-M-NCD-PCT
              WHEN 'E'
                 MOVE WS-RA-E-TERM-YEARS   TO WS-L-E-TERM-YEARS
                 MOVE WS-RA-E-WITH-PROFITS TO WS-L-E-WITH-PROFITS
