      *****************************************************************
      * Reject-file recycling run.  Reads the prior run's GETPAVG    *
      * REJFILE generation alongside an operator corrections file    *
      * (full-width 262-byte input records, already corrected, keyed *
      * by request id + customer number), rebuilds the fixable       *
      * rejects and feeds them through the same processing path the  *
      * nightly run uses - the shared LGVALID edits then a CALL to   *

       FD  CORR-FILE
           RECORDING MODE IS F.
       01 CORR-REC               PIC X(262).

       FD  OUT01-FILE
           RECORDING MODE IS F
             10 WS-CORR-KEY.
                15 WS-CORR-REQUEST-ID PIC X(06).
                15 WS-CORR-CUST-NUM   PIC 9(10).
             10 WS-CORR-DATA          PIC X(246).

       01 WS-CORR-IN-REC.
          05 CIN-REQUEST-ID      PIC X(06).
          05 CIN-CUST-NUMBER     PIC 9(10).
          05 CIN-REST            PIC X(246).

      * The matched correction, redefined into GETPAVG's input shape
      * for the reprocess.
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

       COPY LGVALCA.

           MOVE WS-CORR-REQUEST-ID(WS-CORR-IDX) TO IN-REQUEST-ID
           MOVE WS-CORR-CUST-NUM(WS-CORR-IDX)   TO IN-CUST-NUMBER
           MOVE WS-CORR-DATA(WS-CORR-IDX)
             TO WS-IN-REC(17:246)

           MOVE IN-REQUEST-ID    TO WS-L-REQUEST-ID
           MOVE IN-CUST-NUMBER   TO WS-L-CUST-NUMBER
              MOVE ZEROES TO WS-L-BROKERID
           END-IF
           MOVE IN-BROKERSREF    TO WS-L-BROKERSREF
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
      *          Never carry the previous reject's status into this
      *          CALL - a stale '00' must not be what a failure
      *          falls back to.
