      * value per policy type (control break on POLICYTYPE, the same  *
      * one-level control break LGBRKST uses on BROKERID) followed by *
      * a grand total - the loss figure to put next to the premium    *
      * totals LGPORTR reports.  Each claim also shows what LGCLMSET  *
      * has paid on it to date and the reserve still outstanding,    *
      * totalled the same way, so paid and incurred-but-unpaid       *
      * figures come straight off the listing.                        *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       01 WS-TYPE-TOTALS.
          05 WS-TYP-CLAIM-COUNT  PIC 9(07)  VALUE ZEROES.
          05 WS-TYP-CLAIM-VALUE  PIC S9(09)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-PAID         PIC S9(09)V99 COMP-3 VALUE ZEROES.
          05 WS-TYP-RESERVE      PIC S9(09)V99 COMP-3 VALUE ZEROES.

       01 WS-GRAND-TOTALS.
          05 WS-GRD-CLAIM-COUNT  PIC 9(07)  VALUE ZEROES.
          05 WS-GRD-CLAIM-VALUE  PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-PAID         PIC S9(11)V99 COMP-3 VALUE ZEROES.
          05 WS-GRD-RESERVE      PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01 WS-WORK.
          05 WS-CLAIM-NUM-INT    PIC S9(09) COMP-5.
          05 WS-CLAIM-VALUE      PIC S9(07)V99 COMP-3.
          05 WS-CLAIM-DATE       PIC X(10).
          05 WS-CLAIM-STATUS     PIC X(01).
          05 WS-PAID-TO-DATE     PIC S9(07)V99 COMP-3.
          05 WS-RESERVE          PIC S9(07)V99 COMP-3.

       01 WS-STATUS-CODE         PIC X(02)  VALUE SPACES.
       01 WS-WORST-STATUS-CODE   PIC X(02)  VALUE '00'.
             10 FILLER           PIC X(06)  VALUE 'STATUS'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '       VALUE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE 'PAID TO DATE'.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 FILLER           PIC X(12)  VALUE '     RESERVE'.
          05 WS-DETAIL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 RL-CLAIM-NUM      PIC 9(09).
             10 RL-CLAIM-STATUS   PIC X(01).
             10 FILLER           PIC X(04)  VALUE ' '.
             10 RL-CLAIM-VALUE    PIC -ZZZZZZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-PAID           PIC -ZZZZZZZ9.99.
             10 FILLER           PIC X(02)  VALUE ' '.
             10 RL-RESERVE        PIC -ZZZZZZZ9.99.
          05 WS-TYPE-TOTAL-LINE.
             10 FILLER           PIC X(01)  VALUE ' '.
             10 FILLER           PIC X(21)  VALUE
             10 FILLER           PIC X(08)  VALUE ' CLAIMS '.
             10 FILLER           PIC X(06)  VALUE 'VALUE '.
             10 RL-TT-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(06)  VALUE ' PAID '.
             10 RL-TT-PAID        PIC -ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(09)  VALUE ' RESERVE '.
             10 RL-TT-RESERVE     PIC -ZZZ,ZZZ,ZZ9.99.
          05 WS-GRAND-TITLE-LINE.
             10 FILLER           PIC X(01)  VALUE '1'.
             10 FILLER           PIC X(40)  VALUE
             10 RL-GT-COUNT       PIC ZZZ,ZZ9.
             10 FILLER           PIC X(14)  VALUE ' CLAIMS VALUE '.
             10 RL-GT-VALUE       PIC -Z,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(06)  VALUE ' PAID '.
             10 RL-GT-PAID        PIC -Z,ZZZ,ZZZ,ZZ9.99.
             10 FILLER           PIC X(09)  VALUE ' RESERVE '.
             10 RL-GT-RESERVE     PIC -Z,ZZZ,ZZZ,ZZ9.99.

           EXEC SQL
             INCLUDE SQLCA
                    CLM.CUSTOMERNUMBER,
                    CLM.CLAIMDATE,
                    CLM.CLAIMSTATUS,
                    CLM.CLAIMVALUE,
                    CLM.PAIDTODATE,
                    CLM.RESERVE
               FROM CLAIM CLM
              ORDER BY CLM.POLICYTYPE, CLM.CLAIMNUMBER
           END-EXEC
                   :WS-CUSTOMER-NUMBER,
                   :WS-CLAIM-DATE,
                   :WS-CLAIM-STATUS,
                   :WS-CLAIM-VALUE,
                   :WS-PAID-TO-DATE,
                   :WS-RESERVE
           END-EXEC

           EVALUATE SQLCODE
           MOVE WS-CLAIM-DATE      TO RL-CLAIM-DATE
           MOVE WS-CLAIM-STATUS    TO RL-CLAIM-STATUS
           MOVE WS-CLAIM-VALUE     TO RL-CLAIM-VALUE
           MOVE WS-PAID-TO-DATE    TO RL-PAID
           MOVE WS-RESERVE         TO RL-RESERVE

           WRITE RPT-LINE FROM WS-DETAIL-LINE

           ADD WS-CLAIM-VALUE TO WS-TYP-CLAIM-VALUE
           ADD 1              TO WS-GRD-CLAIM-COUNT
           ADD WS-CLAIM-VALUE TO WS-GRD-CLAIM-VALUE
           ADD WS-PAID-TO-DATE TO WS-TYP-PAID
           ADD WS-RESERVE      TO WS-TYP-RESERVE
           ADD WS-PAID-TO-DATE TO WS-GRD-PAID
           ADD WS-RESERVE      TO WS-GRD-RESERVE

           PERFORM 2200-EXIT
           .
           MOVE WS-PREV-POLICY-TYPE TO RL-TT-TYPE
           MOVE WS-TYP-CLAIM-COUNT  TO RL-TT-COUNT
           MOVE WS-TYP-CLAIM-VALUE  TO RL-TT-VALUE
           MOVE WS-TYP-PAID         TO RL-TT-PAID
           MOVE WS-TYP-RESERVE      TO RL-TT-RESERVE

           WRITE RPT-LINE FROM WS-TYPE-TOTAL-LINE


           MOVE WS-GRD-CLAIM-COUNT TO RL-GT-COUNT
           MOVE WS-GRD-CLAIM-VALUE TO RL-GT-VALUE
           MOVE WS-GRD-PAID        TO RL-GT-PAID
           MOVE WS-GRD-RESERVE     TO RL-GT-RESERVE
           WRITE RPT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 3000-EXIT
