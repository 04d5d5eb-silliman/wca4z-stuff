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
       PROGRAM-ID. LGINSTAL.
      *****************************************************************
      * Instalment-schedule module - builds and maintains the         *
      * INSTALMENT rows of a policy paying monthly instead of the     *
      * whole annual premium in one demand.  CALLed with the LGINSCA  *
      * parameter block (which has the full contract) from:          *
      *   - GETAAVG's 3500-ADD-POLICY, when the add asks for a plan  *
      *     ('N' - the schedule starts on the day the policy does);  *
      *   - LGRENEW, when a policy on a plan renews ('R' - the same  *
      *     plan rebuilt for the new year's premium from the old     *
      *     expiry date);                                             *
      *   - GETAAVG's 3750-ENDORSE-POLICY ('E' - the pro-rata        *
      *     additional or return premium spread over the instalments *
      *     not yet demanded).                                        *
      * One module, so the split, the credit charge and the due      *
      * dates come out the same whichever door changed the premium.  *
      * The split: credit charge = premium x charge % (rounded);     *
      * every instalment is (premium + charge) / count truncated to  *
      * the penny, and the first instalment takes the odd pence so   *
      * the schedule adds back to the total exactly.  Instalment n   *
      * falls due n-1 months after the start date - DB2's own month  *
      * arithmetic, which steps a 31st back to a short month's last  *
      * day.  LGBILL collects each instalment on this due date, not  *
      * on the mandate's collection day (a day this module cannot    *
      * see), so DUEDATE is the day the money is taken - or three    *
      * days after it is demanded, the BACS lead time, if later.     *
      * SQL only - no files, no CICS commands - so GETAAVG may       *
      * CALL it under CICS as well as in batch.  No COMMIT here: the *
      * caller's unit of work takes the schedule with the policy.    *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-WORK.
          05 WS-START-DATE       PIC X(10).
          05 WS-FIRST-DUE-DATE   PIC X(10).
          05 WS-INST-NUM         PIC S9(04) COMP.
          05 WS-MONTHS           PIC S9(04) COMP.
          05 WS-INSTALMENTS      PIC S9(04) COMP.
          05 WS-ROWS-LEFT        PIC S9(09) COMP.
          05 WS-CHARGE-PCT       PIC S9(02)V99 COMP-3.
          05 WS-CHARGE           PIC S9(07)V99 COMP-3.
          05 WS-TOTAL            PIC S9(07)V99 COMP-3.
          05 WS-REGULAR-AMOUNT   PIC S9(07)V99 COMP-3.
          05 WS-FIRST-AMOUNT     PIC S9(07)V99 COMP-3.
          05 WS-REGULAR-CHARGE   PIC S9(07)V99 COMP-3.
          05 WS-FIRST-CHARGE     PIC S9(07)V99 COMP-3.
          05 WS-ROW-AMOUNT       PIC S9(07)V99 COMP-3.
          05 WS-ROW-CHARGE       PIC S9(07)V99 COMP-3.
          05 WS-EXTRA-AMOUNT     PIC S9(07)V99 COMP-3.
          05 WS-EXTRA-CHARGE     PIC S9(07)V99 COMP-3.

      * Most a credit charge may add to a year's premium - anything
      * higher is a keying error, not a rate.
       01 WS-MAX-CHARGE-PCT      PIC 9(02)V99 VALUE 25.00.

            EXEC SQL
             INCLUDE SQLCA
            END-EXEC.

            EXEC SQL
              INCLUDE DGENAPP
            END-EXEC.

       LINKAGE SECTION.
       COPY LGINSCA.

       PROCEDURE DIVISION USING WS-INSTAL-PARMS.
       0001-MAIN.

           MOVE '00'   TO INS-STATUS
           MOVE ZEROES TO INS-REGULAR-AMOUNT
           MOVE ZEROES TO INS-FIRST-AMOUNT
           MOVE ZEROES TO INS-TOTAL-PAYABLE

           PERFORM 1000-SET-START-DATE

           IF INS-STATUS = '00'
              EVALUATE TRUE
                 WHEN INS-NEW-PLAN
                    PERFORM 2000-CHECK-PLAN
                    IF INS-STATUS = '00'
                       PERFORM 3000-BUILD-SCHEDULE
                    END-IF
                 WHEN INS-RENEW-PLAN
                    PERFORM 4000-RENEW-PLAN
                 WHEN INS-ENDORSE-PLAN
                    PERFORM 5000-ENDORSE-PLAN
                 WHEN OTHER
                    DISPLAY 'LGINSTAL - UNKNOWN REQUEST:' INS-REQUEST
                    MOVE '80' TO INS-STATUS
              END-EVALUATE
           END-IF

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *================================================================*
      * The schedule starts on the caller's date, or today when the   *
      * caller passes spaces (a new policy starts the day it is       *
      * added).                                                        *
      *================================================================*
       1000-SET-START-DATE.

           IF INS-START-DATE = SPACES
              EXEC SQL
                 SELECT CHAR(CURRENT DATE, ISO)
                   INTO :WS-START-DATE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGINSTAL - SQL ERROR ON CURRENT DATE:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
              END-IF
           ELSE
              MOVE INS-START-DATE TO WS-START-DATE
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * A plan is two to twelve instalments - one instalment is just  *
      * the annual premium by another name, and the cover year has   *
      * only twelve months to collect in.                             *
      *================================================================*
       2000-CHECK-PLAN.

           IF INS-INSTALMENTS < 2 OR INS-INSTALMENTS > 12
              DISPLAY 'LGINSTAL - INSTALMENT COUNT NOT 2-12:'
                       INS-INSTALMENTS
              MOVE '80' TO INS-STATUS
           END-IF

           IF INS-CHARGE-PCT > WS-MAX-CHARGE-PCT
              DISPLAY 'LGINSTAL - CREDIT CHARGE OVER LIMIT:'
                       INS-CHARGE-PCT
              MOVE '80' TO INS-STATUS
           END-IF

           PERFORM 2000-EXIT
           .
       2000-EXIT.
           EXIT.

      *================================================================*
      * Split premium plus credit charge over the plan and write one  *
      * 'D' (due) row per instalment.  The charge is split the same   *
      * way as the amount so each row's CREDITCHARGE is the charge    *
      * part of its AMOUNT.                                           *
      *================================================================*
       3000-BUILD-SCHEDULE.

           MOVE INS-INSTALMENTS TO WS-INSTALMENTS
           MOVE INS-CHARGE-PCT  TO WS-CHARGE-PCT

           COMPUTE WS-CHARGE ROUNDED =
              INS-PREMIUM * INS-CHARGE-PCT / 100
           COMPUTE WS-TOTAL = INS-PREMIUM + WS-CHARGE

           DIVIDE WS-TOTAL BY WS-INSTALMENTS
              GIVING WS-REGULAR-AMOUNT
           COMPUTE WS-FIRST-AMOUNT =
              WS-TOTAL - WS-REGULAR-AMOUNT * (WS-INSTALMENTS - 1)

           DIVIDE WS-CHARGE BY WS-INSTALMENTS
              GIVING WS-REGULAR-CHARGE
           COMPUTE WS-FIRST-CHARGE =
              WS-CHARGE - WS-REGULAR-CHARGE * (WS-INSTALMENTS - 1)

           MOVE 1 TO WS-INST-NUM
           PERFORM 3100-INSERT-INSTALMENT
              UNTIL WS-INST-NUM > WS-INSTALMENTS
                 OR INS-STATUS NOT = '00'

           IF INS-STATUS = '00'
              MOVE WS-REGULAR-AMOUNT TO INS-REGULAR-AMOUNT
              MOVE WS-FIRST-AMOUNT   TO INS-FIRST-AMOUNT
              MOVE WS-TOTAL          TO INS-TOTAL-PAYABLE
              DISPLAY 'LGINSTAL - SCHEDULE WRITTEN, POLICY:'
                       INS-POLICY-NUM ' INSTALMENTS:'
                       INS-INSTALMENTS
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-INSERT-INSTALMENT.

           COMPUTE WS-MONTHS = WS-INST-NUM - 1

           IF WS-INST-NUM = 1
              MOVE WS-FIRST-AMOUNT   TO WS-ROW-AMOUNT
              MOVE WS-FIRST-CHARGE   TO WS-ROW-CHARGE
           ELSE
              MOVE WS-REGULAR-AMOUNT TO WS-ROW-AMOUNT
              MOVE WS-REGULAR-CHARGE TO WS-ROW-CHARGE
           END-IF

           EXEC SQL
             INSERT INTO INSTALMENT
                       ( POLICYNUMBER,
                         CUSTOMERNUMBER,
                         POLICYTYPE,
                         INSTALMENTNUM,
                         INSTALMENTS,
                         CHARGEPCT,
                         DUEDATE,
                         AMOUNT,
                         CREDITCHARGE,
                         STATUS,
                         CREATEDTIMESTAMP )
                VALUES ( :INS-POLICY-NUM,
                         :INS-CUSTOMER-NUM,
                         :INS-POLICY-TYPE,
                         :WS-INST-NUM,
                         :WS-INSTALMENTS,
                         :WS-CHARGE-PCT,
                         CHAR(DATE(:WS-START-DATE)
                                 + :WS-MONTHS MONTHS, ISO),
                         :WS-ROW-AMOUNT,
                         :WS-ROW-CHARGE,
                         'D',
                         CURRENT TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGINSTAL - SQL ERROR ON INSTALMENT INSERT:'
                       SQLCODE
              MOVE '90' TO INS-STATUS
           END-IF

           ADD 1 TO WS-INST-NUM

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

      *================================================================*
      * Renewal - the plan the policy was on last year (count and     *
      * charge off its latest row) carries into the new year.  Any    *
      * not-yet-demanded rows due on or after the new start date are  *
      * cleared first, so a renewal rerun after an abend rebuilds the *
      * year rather than doubling it.  No rows at all: the policy     *
      * pays annually - '04', nothing to do.                          *
      *================================================================*
       4000-RENEW-PLAN.

           EXEC SQL
              SELECT INSTALMENTS, CHARGEPCT
                INTO :WS-INSTALMENTS, :WS-CHARGE-PCT
                FROM INSTALMENT
               WHERE POLICYNUMBER = :INS-POLICY-NUM
               ORDER BY DUEDATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-INSTALMENTS TO INS-INSTALMENTS
                 MOVE WS-CHARGE-PCT  TO INS-CHARGE-PCT
              WHEN 100
                 MOVE '04' TO INS-STATUS
              WHEN OTHER
                 DISPLAY 'LGINSTAL - SQL ERROR ON PLAN LOOKUP:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
           END-EVALUATE

           IF INS-STATUS = '00'
              EXEC SQL
                 DELETE FROM INSTALMENT
                  WHERE POLICYNUMBER = :INS-POLICY-NUM
                    AND STATUS = 'D'
                    AND DUEDATE >= :WS-START-DATE
              END-EXEC

              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'LGINSTAL - SQL ERROR ON SCHEDULE CLEAR:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
              END-IF
           END-IF

           IF INS-STATUS = '00'
              PERFORM 2000-CHECK-PLAN
           END-IF

           IF INS-STATUS = '00'
              PERFORM 3000-BUILD-SCHEDULE
           END-IF

           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

      *================================================================*
      * Endorsement - the pro-rata adjustment plus the plan's credit  *
      * charge on it is spread over the instalments not yet demanded, *
      * the earliest taking the odd pence.  A return premium reduces  *
      * the instalments but never below nil - anything beyond that is *
      * for the refund run, not the collections file.  No rows left   *
      * to spread over: '04', the caller's annual handling applies.   *
      *================================================================*
       5000-ENDORSE-PLAN.

           MOVE ZEROES TO WS-ROWS-LEFT

           EXEC SQL
              SELECT COUNT(*), MIN(DUEDATE), MAX(CHARGEPCT),
                     MAX(INSTALMENTS)
                INTO :WS-ROWS-LEFT, :WS-FIRST-DUE-DATE,
                     :WS-CHARGE-PCT, :WS-INSTALMENTS
                FROM INSTALMENT
               WHERE POLICYNUMBER = :INS-POLICY-NUM
                 AND STATUS = 'D'
               GROUP BY POLICYNUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-INSTALMENTS TO INS-INSTALMENTS
                 MOVE WS-CHARGE-PCT  TO INS-CHARGE-PCT
              WHEN 100
                 MOVE '04' TO INS-STATUS
              WHEN OTHER
                 DISPLAY 'LGINSTAL - SQL ERROR ON SCHEDULE LOOKUP:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
           END-EVALUATE

           IF INS-STATUS = '00'
              COMPUTE WS-CHARGE ROUNDED =
                 INS-PREMIUM * WS-CHARGE-PCT / 100
              COMPUTE WS-TOTAL = INS-PREMIUM + WS-CHARGE

              DIVIDE WS-TOTAL BY WS-ROWS-LEFT
                 GIVING WS-REGULAR-AMOUNT
              COMPUTE WS-EXTRA-AMOUNT =
                 WS-TOTAL - WS-REGULAR-AMOUNT * WS-ROWS-LEFT
              DIVIDE WS-CHARGE BY WS-ROWS-LEFT
                 GIVING WS-REGULAR-CHARGE
              COMPUTE WS-EXTRA-CHARGE =
                 WS-CHARGE - WS-REGULAR-CHARGE * WS-ROWS-LEFT

              EXEC SQL
                 UPDATE INSTALMENT
                    SET AMOUNT =
                        CASE WHEN AMOUNT + :WS-REGULAR-AMOUNT < 0
                             THEN 0
                             ELSE AMOUNT + :WS-REGULAR-AMOUNT END,
                        CREDITCHARGE =
                        CASE WHEN CREDITCHARGE
                                  + :WS-REGULAR-CHARGE < 0
                             THEN 0
                             ELSE CREDITCHARGE
                                  + :WS-REGULAR-CHARGE END
                  WHERE POLICYNUMBER = :INS-POLICY-NUM
                    AND STATUS = 'D'
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGINSTAL - SQL ERROR ON SCHEDULE RESPREAD:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
              END-IF
           END-IF

           IF INS-STATUS = '00'
              AND (WS-EXTRA-AMOUNT NOT = 0 OR WS-EXTRA-CHARGE NOT = 0)
              EXEC SQL
                 UPDATE INSTALMENT
                    SET AMOUNT =
                        CASE WHEN AMOUNT + :WS-EXTRA-AMOUNT < 0
                             THEN 0
                             ELSE AMOUNT + :WS-EXTRA-AMOUNT END,
                        CREDITCHARGE =
                        CASE WHEN CREDITCHARGE
                                  + :WS-EXTRA-CHARGE < 0
                             THEN 0
                             ELSE CREDITCHARGE
                                  + :WS-EXTRA-CHARGE END
                  WHERE POLICYNUMBER = :INS-POLICY-NUM
                    AND STATUS = 'D'
                    AND DUEDATE = :WS-FIRST-DUE-DATE
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'LGINSTAL - SQL ERROR ON SCHEDULE RESPREAD:'
                          SQLCODE
                 MOVE '90' TO INS-STATUS
              END-IF
           END-IF

           IF INS-STATUS = '00'
              MOVE WS-REGULAR-AMOUNT TO INS-REGULAR-AMOUNT
              COMPUTE INS-FIRST-AMOUNT =
                 WS-REGULAR-AMOUNT + WS-EXTRA-AMOUNT
              MOVE WS-TOTAL          TO INS-TOTAL-PAYABLE
              DISPLAY 'LGINSTAL - SCHEDULE RESPREAD, POLICY:'
                       INS-POLICY-NUM ' OVER:' WS-ROWS-LEFT
           END-IF

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

       9000-END-PARA.

           GOBACK.
