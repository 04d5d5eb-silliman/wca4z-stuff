      *   is on file; fallback 1 = A-I  2 = J-R  3 = S-Z (first      *
      *   letter).  Rates load via LGRTLOAD so underwriting re-rates *
      *   without a program change.                                  *
      * Insurance Premium Tax is worked out here too, so every       *
      * caller taxes identically: the rate in effect today for the   *
      * policy type comes off the GENAIPT rate file (LGIPTREC - a    *
      * rate change is one new record with its effective date,       *
      * loaded by LGIPLOAD), applied to the rated - or, on a         *
      * tax-only request, the caller's - premium.  The tax-only      *
      * request reads GENAIPT too, so CICS callers LINK for it like  *
      * any other request.                                           *
      * A motor premium also earns the policy's no-claims discount   *
      * off the GENANCD scale, after any multi-policy discount - the *
      * years held, stepped back down the scale for each claim the   *
      * caller reports, decide the percentage.                       *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
               RECORD KEY IS DS-POLICY-COUNT
               FILE STATUS IS FS-DISC.

      * Motor no-claims discount scale - claim-free years held earn a
      * percentage off the rated motor premium.  Another enhancement:
      * motor still rates (with no NCD) when GENANCD is not allocated.
           SELECT NCD-FILE ASSIGN TO GENANCD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NC-NCD-YEARS
               FILE STATUS IS FS-NCD.

      * Insurance Premium Tax rates by peril, effective-dated the way
      * GENARATE is - a keyed START at (peril, inverted today) and
      * one READ NEXT.  Not an enhancement: every premium is taxed,
      * so a run without GENAIPT prices nothing (status 20) rather
      * than understate the tax.
           SELECT IPT-FILE ASSIGN TO GENAIPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IP-KEY
               FILE STATUS IS FS-IPT.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       FD  DISC-FILE.
       COPY LGDSCREC.

       FD  NCD-FILE.
       COPY LGNCDREC.

       FD  IPT-FILE.
       COPY LGIPTREC.

       WORKING-STORAGE SECTION.

       01 FS-FILE-STATUS.
          05 FS-DISC             PIC X(02)  VALUE SPACES.
             88 DISC-OK                     VALUE '00'.
             88 DISC-NOTFND                 VALUE '23'.
          05 FS-NCD              PIC X(02)  VALUE SPACES.
             88 NCD-OK                      VALUE '00'.
             88 NCD-NOTFND                  VALUE '23'.
          05 FS-IPT              PIC X(02)  VALUE SPACES.
             88 IPT-OK                      VALUE '00'.
             88 IPT-NOTFND                  VALUE '23'.
             88 IPT-AT-END                  VALUES '10' '46'.

       01 WS-SWITCHES.
          05 WS-RATE-FILE-STATE  PIC X(01)  VALUE ' '.
          05 WS-DISC-FILE-STATE  PIC X(01)  VALUE ' '.
             88 DISC-FILE-OPEN              VALUE 'O'.
             88 DISC-FILE-FAILED            VALUE 'F'.
          05 WS-NCD-FILE-STATE   PIC X(01)  VALUE ' '.
             88 NCD-FILE-OPEN               VALUE 'O'.
             88 NCD-FILE-FAILED             VALUE 'F'.
          05 WS-IPT-FILE-STATE   PIC X(01)  VALUE ' '.
             88 IPT-FILE-OPEN               VALUE 'O'.
             88 IPT-FILE-FAILED             VALUE 'F'.

      *================================================================*
      * The band key is built here, outside the FD record areas, so   *
          05 WS-DSC-FOUND        PIC X(01).
          05 WS-DISCOUNT-PCT     PIC 9(02)V99.
          05 WS-CDS-KEY          PIC X(02).
      * No-claims discount work - zoned for the same reason as
      * WS-DSC-LEVEL, the step-down counter doubling as the key.
          05 WS-NCD-YEARS        PIC 9(02).
          05 WS-NCD-LEVEL        PIC 9(02).
          05 WS-NCD-FOUND        PIC X(01).
          05 WS-NCD-PCT          PIC 9(02)V99.
          05 WS-NCD-STEP-BACK    PIC 9(02).
          05 WS-NCD-CLAIMS-DONE  PIC 9(02).
          05 WS-CNC-KEY          PIC X(02).
          05 WS-EFF-INV-TODAY    PIC 9(08).
       01 WS-IPT-RIDFLD.
          05 WIR-POLICY-TYPE     PIC X(01).
          05 WIR-EFF-INV         PIC 9(08).
       01 WS-RATE-RIDFLD.
          05 WRR-BAND            PIC X(03).
          05 WRR-EFF-INV         PIC 9(08).
       77  GENARATE-FILE          PIC X(08) VALUE 'GENARATE'.
       77  GENAPCDE-FILE          PIC X(08) VALUE 'GENAPCDE'.
       77  GENADISC-FILE          PIC X(08) VALUE 'GENADISC'.
       77  GENANCD-FILE           PIC X(08) VALUE 'GENANCD'.
       77  GENAIPT-FILE           PIC X(08) VALUE 'GENAIPT'.
       01 WS-CICS-RATE-REC.
          05 CRT-BAND            PIC X(03).
          05 CRT-EFF-INV         PIC 9(08).
          05 CDS-POLICY-COUNT    PIC X(02).
          05 CDS-DISCOUNT-PCT    PIC 9(02)V99.
          05 FILLER              PIC X(14).
       01 WS-CICS-NCD-REC.
          05 CNC-NCD-YEARS       PIC X(02).
          05 CNC-DISCOUNT-PCT    PIC 9(02)V99.
          05 CNC-STEP-BACK-YEARS PIC 9(02).
          05 FILLER              PIC X(12).
       01 WS-CICS-IPT-REC.
          05 CIP-POLICY-TYPE     PIC X(01).
          05 CIP-EFF-INV         PIC 9(08).
          05 CIP-RATE-PCT        PIC 9(02)V99.
          05 FILLER              PIC X(07).

       LINKAGE SECTION.
       COPY LGRATCA.
       PROCEDURE DIVISION USING WS-RATING-PARMS.
       0001-MAIN.

           MOVE ZEROES TO RAT-IPT-RATE
           MOVE ZEROES TO RAT-IPT-AMOUNT

           IF RAT-TAX-ONLY
              IF RAT-CICS-FLAG NOT = 'C'
                 AND NOT IPT-FILE-OPEN AND NOT IPT-FILE-FAILED
                 PERFORM 1400-OPEN-IPT-FILE
              END-IF
              MOVE '00' TO RAT-STATUS
              PERFORM 5000-APPLY-IPT
              PERFORM 9000-END-PARA
           END-IF

           MOVE ZEROES TO RAT-PREMIUM
           MOVE ZEROES TO RAT-DISCOUNT-PCT
           MOVE ZEROES TO RAT-NCD-PCT

           IF RAT-CICS-FLAG NOT = 'C'
              IF NOT RATE-FILE-OPEN AND NOT RATE-FILE-FAILED
              IF NOT DISC-FILE-OPEN AND NOT DISC-FILE-FAILED
                 PERFORM 1200-OPEN-DISC-FILE
              END-IF

              IF NOT NCD-FILE-OPEN AND NOT NCD-FILE-FAILED
                 PERFORM 1300-OPEN-NCD-FILE
              END-IF

              IF NOT IPT-FILE-OPEN AND NOT IPT-FILE-FAILED
                 PERFORM 1400-OPEN-IPT-FILE
              END-IF
           END-IF

      * A band-only request wants the key and nothing else - the
      * experience reports band claims and premium the way rating
      * would without pricing anything, so the rate table plays no
      * part and an unreadable one does not stop the derivation.
           IF RAT-BAND-ONLY
              PERFORM 1500-RESOLVE-AGE
              PERFORM 2000-DERIVE-BAND-KEY
              MOVE '00' TO RAT-STATUS
              PERFORM 9000-END-PARA
           END-IF

           IF RAT-CICS-FLAG NOT = 'C' AND RATE-FILE-FAILED

              IF RAT-STATUS = '00'
                 PERFORM 4000-APPLY-DISCOUNT
                 PERFORM 4500-APPLY-NCD
                 PERFORM 5000-APPLY-IPT
              END-IF
           END-IF

       1200-EXIT.
           EXIT.

      *================================================================*
      * The no-claims discount scale is an enhancement too - motor    *
      * still rates, with no NCD taken off, when GENANCD is not       *
      * allocated to this run.                                         *
      *================================================================*
       1300-OPEN-NCD-FILE.

           OPEN INPUT NCD-FILE

           IF NCD-OK
              SET NCD-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'LGRCALC - GENANCD NOT AVAILABLE, STATUS:'
                       FS-NCD
              DISPLAY 'LGRCALC - NO NO-CLAIMS DISCOUNTS APPLIED'
              SET NCD-FILE-FAILED TO TRUE
           END-IF

           PERFORM 1300-EXIT
           .
       1300-EXIT.
           EXIT.

       1400-OPEN-IPT-FILE.

           OPEN INPUT IPT-FILE

           IF IPT-OK
              SET IPT-FILE-OPEN TO TRUE
           ELSE
              DISPLAY 'LGRCALC - INVALID FILE STATUS ON OPEN GENAIPT:'
                       FS-IPT
              SET IPT-FILE-FAILED TO TRUE
           END-IF

           PERFORM 1400-EXIT
           .
       1400-EXIT.
           EXIT.

      *================================================================*
      * The rating age - the caller's figure when it has one, or      *
      * derived from the date of birth when the caller passes age     *
                    MOVE 'Y' TO WS-DSC-FOUND
                 END-IF
              ELSE
      *          No usable scale - stop stepping, no discount (the
      *          SUBTRACT below takes the unsigned level to zero).
                 MOVE 1 TO WS-DSC-LEVEL
              END-IF
           END-IF

       4100-EXIT.
           EXIT.

      *================================================================*
      * Motor no-claims discount off the GENANCD scale, taken off the *
      * premium after any multi-policy discount.  Each claim the      *
      * caller reports first steps the years held back to the scale's *
      * step-back years for the step they sit on (a year count below  *
      * the lowest step falls to zero); the percentage is then looked *
      * up at the resulting years, stepping DOWN the way the discount *
      * scale does so the top record covers "this many or more".  The *
      * years rated on and the percentage go back to the caller.  No  *
      * usable scale leaves the years as passed and takes nothing off.*
      *================================================================*
       4500-APPLY-NCD.

           IF RAT-POLICY-TYPE = 'M'
              AND (RAT-CICS-FLAG = 'C' OR NCD-FILE-OPEN)
              IF RAT-NCD-YEARS IS NOT NUMERIC
                 MOVE ZEROES TO RAT-NCD-YEARS
              END-IF
              IF RAT-NCD-CLAIMS IS NOT NUMERIC
                 MOVE ZEROES TO RAT-NCD-CLAIMS
              END-IF

              MOVE RAT-NCD-YEARS TO WS-NCD-YEARS
              MOVE ZEROES        TO WS-NCD-CLAIMS-DONE

              PERFORM 4600-STEP-BACK-NCD
                 UNTIL WS-NCD-CLAIMS-DONE NOT < RAT-NCD-CLAIMS

              PERFORM 4650-LOOK-UP-NCD-SCALE

              IF WS-NCD-FOUND = 'Y' AND WS-NCD-PCT > 0
                 COMPUTE RAT-PREMIUM ROUNDED =
                    RAT-PREMIUM * (100 - WS-NCD-PCT) / 100
                 MOVE WS-NCD-PCT TO RAT-NCD-PCT
              END-IF

              MOVE WS-NCD-YEARS TO RAT-NCD-YEARS
           END-IF

           PERFORM 4500-EXIT
           .
       4500-EXIT.
           EXIT.

       4600-STEP-BACK-NCD.

           PERFORM 4650-LOOK-UP-NCD-SCALE

           IF WS-NCD-FOUND = 'Y'
              MOVE WS-NCD-STEP-BACK TO WS-NCD-YEARS
           ELSE
              MOVE ZEROES TO WS-NCD-YEARS
           END-IF

           ADD 1 TO WS-NCD-CLAIMS-DONE

           PERFORM 4600-EXIT
           .
       4600-EXIT.
           EXIT.

      *================================================================*
      * The scale step for WS-NCD-YEARS - the exact years, or the     *
      * nearest step below them.  Zero years has no step.              *
      *================================================================*
       4650-LOOK-UP-NCD-SCALE.

           MOVE 'N'          TO WS-NCD-FOUND
           MOVE ZEROES       TO WS-NCD-PCT
                                WS-NCD-STEP-BACK
           MOVE WS-NCD-YEARS TO WS-NCD-LEVEL

           PERFORM 4700-FIND-NCD-LEVEL
              UNTIL WS-NCD-LEVEL < 1
                 OR WS-NCD-FOUND = 'Y'

           PERFORM 4650-EXIT
           .
       4650-EXIT.
           EXIT.

       4700-FIND-NCD-LEVEL.

           IF RAT-CICS-FLAG = 'C'
              MOVE WS-NCD-LEVEL TO WS-CNC-KEY
              EXEC CICS READ FILE(GENANCD-FILE)
                        INTO(WS-CICS-NCD-REC)
                        RIDFLD(WS-CNC-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE CNC-DISCOUNT-PCT    TO WS-NCD-PCT
                 MOVE CNC-STEP-BACK-YEARS TO WS-NCD-STEP-BACK
                 MOVE 'Y' TO WS-NCD-FOUND
              END-IF
           ELSE
              IF NCD-FILE-OPEN
                 MOVE WS-NCD-LEVEL TO NC-NCD-YEARS
                 READ NCD-FILE
                 IF NCD-OK
                    MOVE NC-DISCOUNT-PCT    TO WS-NCD-PCT
                    MOVE NC-STEP-BACK-YEARS TO WS-NCD-STEP-BACK
                    MOVE 'Y' TO WS-NCD-FOUND
                 END-IF
              ELSE
      *          No usable scale - stop stepping, no discount (the
      *          SUBTRACT below takes the unsigned level to zero).
                 MOVE 1 TO WS-NCD-LEVEL
              END-IF
           END-IF

           SUBTRACT 1 FROM WS-NCD-LEVEL

           PERFORM 4700-EXIT
           .
       4700-EXIT.
           EXIT.

      *================================================================*
      * Insurance Premium Tax on RAT-PREMIUM at the rate in effect     *
      * today for the policy type: START at (peril, inverted today)   *
      * and READ NEXT - the record landed on is the newest rate       *
      * whose effective date is on or before today, provided its      *
      * peril still matches.  A different peril, or none, means no    *
      * rate is in effect and the peril pays no tax.  A GENAIPT that  *
      * cannot be read fails the request (20).  Rounded to the penny. *
      *================================================================*
       5000-APPLY-IPT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-EFF-INV-TODAY = 99999999 - WS-CURRENT-DATE

           IF RAT-CICS-FLAG = 'C'
              PERFORM 5500-CICS-READ-IPT
           ELSE
              IF IPT-FILE-OPEN
                 MOVE RAT-POLICY-TYPE  TO IP-POLICY-TYPE
                 MOVE WS-EFF-INV-TODAY TO IP-EFF-INV

                 START IPT-FILE KEY IS NOT LESS THAN IP-KEY

                 IF IPT-OK
                    READ IPT-FILE NEXT
                 END-IF

                 EVALUATE TRUE
                    WHEN IPT-OK AND IP-POLICY-TYPE = RAT-POLICY-TYPE
                       MOVE IP-RATE-PCT TO RAT-IPT-RATE
                    WHEN IPT-OK
                    WHEN IPT-NOTFND
                    WHEN IPT-AT-END
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'LGRCALC - INVALID FILE STATUS ON READ '
                               'GENAIPT:' FS-IPT
                       MOVE '20' TO RAT-STATUS
                 END-EVALUATE
              ELSE
                 MOVE '20' TO RAT-STATUS
              END-IF
           END-IF

           COMPUTE RAT-IPT-AMOUNT ROUNDED =
              RAT-PREMIUM * RAT-IPT-RATE / 100

           PERFORM 5000-EXIT
           .
       5000-EXIT.
           EXIT.

      *================================================================*
      * Keyed GTEQ read of the region's GENAIPT file for the CICS     *
      * caller - the same effective-dated positioning as the batch    *
      * path.                                                          *
      *================================================================*
       5500-CICS-READ-IPT.

           MOVE RAT-POLICY-TYPE  TO WIR-POLICY-TYPE
           MOVE WS-EFF-INV-TODAY TO WIR-EFF-INV

           EXEC CICS READ FILE(GENAIPT-FILE)
                     INTO(WS-CICS-IPT-REC)
                     RIDFLD(WS-IPT-RIDFLD)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC

           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                   AND CIP-POLICY-TYPE = RAT-POLICY-TYPE
                 MOVE CIP-RATE-PCT TO RAT-IPT-RATE
              WHEN WS-RESP = DFHRESP(NORMAL)
              WHEN WS-RESP = DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE '20' TO RAT-STATUS
           END-EVALUATE

           PERFORM 5500-EXIT
           .
       5500-EXIT.
           EXIT.

       9000-END-PARA.

           GOBACK.
