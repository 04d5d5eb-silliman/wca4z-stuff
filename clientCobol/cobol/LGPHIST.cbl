             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-PAYMENT-DATE   PIC X(10).
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-AMOUNT         PIC -ZZ,ZZZ,ZZ9.
             10 FILLER           PIC X(04)  VALUE ' '.
             10 FILLER           PIC X(10)  VALUE 'POSTED AT '.
             10 RL-POSTED-TS      PIC X(26).
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(20)  VALUE
                'TOTAL RECEIPTS     -'.
             10 RL-CUST-TOTAL     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
          05 WS-NO-HISTORY-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(30)  VALUE
