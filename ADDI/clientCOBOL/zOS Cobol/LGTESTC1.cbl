       01  WS-POLICY-LIST-WORK.
           03 WS-PL-IDX                PIC 9(02).
           03 WS-PL-PREMIUM-EDIT       PIC -ZZZZZZZ9.99.
           03 WS-PL-NCD-PCT-EDIT       PIC Z9.99.
      * Keyed premium from ENT1PPR on an Add Policy - whole currency
      * units; anything keyed here becomes a flagged quote override
      * instead of the rating module's computed figure.  The field
           03 FILLER                   PIC X(02) VALUE ' %'.
           03 FILLER                   PIC X(09) VALUE SPACES.

      * Add-policy confirmation for a policy on an instalment plan,
      * carrying the regular instalment so the operator can quote it.
       01  WS-INST-MSG.
           03 FILLER                   PIC X(27) VALUE
                                        'Policy Added - instalment '.
           03 WS-INST-MSG-AMOUNT       PIC ZZZZZZ9.99.
           03 FILLER                   PIC X(03) VALUE SPACES.

      * Add-policy confirmation carrying the Insurance Premium Tax
      * charged on top of the premium, and the cancellation
      * confirmation carrying the tax returned with the premium.
       01  WS-IPT-MSG.
           03 FILLER                   PIC X(19) VALUE
                                        'Policy Added - IPT '.
           03 WS-IPT-MSG-AMOUNT        PIC ZZZZZZ9.99.
           03 FILLER                   PIC X(11) VALUE SPACES.
       01  WS-RIPT-MSG.
           03 FILLER                   PIC X(28) VALUE
                                        'Cancelled - prem shown, IPT '.
           03 WS-RIPT-MSG-AMOUNT       PIC ZZZZZZ9.99.
           03 FILLER                   PIC X(02) VALUE SPACES.

       01  WS-EDIT-MSG.
           03 FILLER                   PIC X(15) VALUE
                                        'Invalid field: '.
      * in LGRATCA) because GETAAVG's own rating call is batch-only.
           COPY LGRATCA.

      * Claim request handed to the LGTESTC3 claims screen on options
      * E and F - the same LGCLMCA block that screen LINKs LGCLMNT
      * with, so the keyed policy and customer numbers carry across.
           COPY LGCLMCA.

      * Sanctions/PEP screen of a customer just added on option 2 -
      * LGSANCHK is LINKed (the CICS side of its contract in
      * LGSANCA) with the customer's name, date of birth and postcode.
           COPY LGSANCA.




                   GO TO NO-ADD
                 END-IF

      * Screen the new customer before the add is committed - a
      * possible match (or no list to screen against) still adds the
      * customer, but held on the compliance worklist, so no policy
      * can be added for them until compliance clears the review.
                 PERFORM SCREEN-NEW-CUSTOMER

                 IF SAN-STATUS > '20'
                   Exec CICS Syncpoint Rollback End-Exec
                   GO TO NO-ADD
                 END-IF

                 Perform WRITE-GENACNTL
                 Move CA-CUSTOMER-NUM To ENT1CNOI
                 Move ' '             To ENT1OPTI
                 IF SAN-STATUS = '00'
                   Move 'New Customer Inserted'
                     To  ERRFLDO
                 ELSE
                   Move 'Customer Inserted - held for compliance'
                     To  ERRFLDO
                 END-IF
                 EXEC CICS SEND MAP ('SSMAPC1')
                           FROM(SSMAPC1O)
                           MAPSET ('SSMAP')
                 END-EVALUATE
                 Move ENT1BRFI   To WSP-BROKERSREF

      * Instalment plan - blank count pays annually; 2-12 monthly
      * instalments with an optional whole-percent credit charge.
      * GETAAVG rejects a count over 12 or a charge over 25%.
                 Inspect ENT1INSI Replacing All x'00' by x'40'
                 Inspect ENT1ICPI Replacing All x'00' by x'40'
                 Move SPACES   To WS-NE-FIELD
                 Move ENT1INSI To WS-NE-FIELD(1:2)
                 Move 02       To WS-NE-MAX
                 PERFORM EDIT-NUMERIC-ENTRY
                 EVALUATE TRUE
                   WHEN NE-ENTRY-EMPTY
                     Move Zeroes      To WSP-INSTALMENTS
                   WHEN NE-ENTRY-VALID
                     Move WS-NE-VALUE To WSP-INSTALMENTS
                   WHEN OTHER
                     Move 'Instalments must be numeric or blank'
                       To ERRFLDO
                     EXEC CICS SEND MAP ('SSMAPC1')
                               FROM(SSMAPC1O)
                               MAPSET ('SSMAP')
                     END-EXEC
                     GO TO ENDIT-STARTIT
                 END-EVALUATE
                 Move SPACES   To WS-NE-FIELD
                 Move ENT1ICPI To WS-NE-FIELD(1:2)
                 Move 02       To WS-NE-MAX
                 PERFORM EDIT-NUMERIC-ENTRY
                 EVALUATE TRUE
                   WHEN NE-ENTRY-EMPTY
                     Move Zeroes      To WSP-CREDIT-CHARGE-PCT
                   WHEN NE-ENTRY-VALID
                     Move WS-NE-VALUE To WSP-CREDIT-CHARGE-PCT
                   WHEN OTHER
                     Move 'Credit charge must be numeric or blank'
                       To ERRFLDO
                     EXEC CICS SEND MAP ('SSMAPC1')
                               FROM(SSMAPC1O)
                               MAPSET ('SSMAP')
                     END-EXEC
                     GO TO ENDIT-STARTIT
                 END-EVALUATE

      * An untouched ENT1PPR comes back as X'00' bytes - scrub them
      * to spaces first, the same way the commarea is scrubbed, so
      * blank really means "rate it".
                   GO TO ENDIT-STARTIT
                 END-IF

      * '85' - the customer is held on the compliance worklist
      * pending a sanctions/PEP review, so no policy is issued.
                 IF WSP-STATUS-CODE = '85'
                   Move 'Customer held for compliance review'
                     To ERRFLDO
                   GO TO ERROR-OUT
                 END-IF

                 IF WSP-STATUS-CODE > '01'
                   Move 'Error Adding Policy' To ERRFLDO
                   GO TO ERROR-OUT

                 Move WSP-POLICY-NUM To ENT1PNOI
                 Move ' '            To ENT1OPTI
                 Move WSP-M-NCD-PCT      To WS-PL-NCD-PCT-EDIT
                 Move WS-PL-NCD-PCT-EDIT To ENT1MNPI
                 EVALUATE TRUE
                   WHEN WSP-PREMIUM-OVERRIDE = 'Y'
                     Move 'Policy Added (quote override)' To ERRFLDO
                   WHEN WSP-INSTALMENT-AMOUNT > 0
                     Move WSP-INSTALMENT-AMOUNT To WS-INST-MSG-AMOUNT
                     Move WS-INST-MSG           To ERRFLDO
                   WHEN RAT-DISCOUNT-PCT > 0
                     Move RAT-DISCOUNT-PCT To WS-DISC-MSG-PCT
                     Move WS-DISC-MSG      To ERRFLDO
                   WHEN WSP-IPT-AMOUNT > 0
                     Move WSP-IPT-AMOUNT To WS-IPT-MSG-AMOUNT
                     Move WS-IPT-MSG     To ERRFLDO
                   WHEN OTHER
                     Move 'Policy Added' To ERRFLDO
                 END-EVALUATE
                   GO TO ENDIT-STARTIT
                 END-IF

                 IF WSP-STATUS-CODE = '85'
                   Move 'Customer held for compliance review'
                     To ERRFLDO
                   GO TO ERROR-OUT
                 END-IF

                 IF WSP-STATUS-CODE > '01'
                   Move 'Error Converting Quote' To ERRFLDO
                   GO TO ERROR-OUT
                 Move WSP-RETURN-PREMIUM To WS-PL-PREMIUM-EDIT
                 Move WS-PL-PREMIUM-EDIT To ENT1PPRI
                 Move ' '                To ENT1OPTI
                 IF WSP-IPT-AMOUNT > 0
                   Move WSP-IPT-AMOUNT To WS-RIPT-MSG-AMOUNT
                   Move WS-RIPT-MSG    To ERRFLDO
                 ELSE
                   Move 'Policy Cancelled - return premium shown'
                     To ERRFLDO
                 END-IF
                 EXEC CICS SEND MAP ('SSMAPC1')
                           FROM(SSMAPC1O)
                           MAPSET ('SSMAP')
                 EXEC CICS XCTL PROGRAM('LGTESTC2')
                 END-EXEC

             WHEN 'E'
             WHEN 'F'
      * Register Claim (E) / Claim Inquiry (F) - hand the terminal to
      * the LGTESTC3 claims screen with the policy and customer
      * numbers keyed here; F lists the policy's claims straight
      * away, E asks for the date of loss, value and description.
                 Inspect ENT1PNOI Replacing All x'00' by x'40'
                 Inspect ENT1CNOI Replacing All x'00' by x'40'
                 Move SPACES   To WS-NE-FIELD
                 Move ENT1PNOI To WS-NE-FIELD(1:9)
                 Move 09       To WS-NE-MAX
                 PERFORM EDIT-NUMERIC-ENTRY

                 IF NOT NE-ENTRY-VALID
                   Move 'Enter the policy number for the claim'
                     To ERRFLDO
                   Move -1 To ENT1PNOL
                   EXEC CICS SEND MAP ('SSMAPC1')
                             FROM(SSMAPC1O)
                             MAPSET ('SSMAP')
                             CURSOR
                   END-EXEC
                   GO TO ENDIT-STARTIT
                 END-IF

                 Initialize WS-CLAIM-PARMS
                 IF ENT1OPTO = 'E'
                   Move 'R' To CLM-REQUEST
                 ELSE
                   Move 'I' To CLM-REQUEST
                 END-IF
                 Move WS-NE-VALUE To CLM-POLICY-NUM

      * A customer number that does not parse goes across as zero -
      * the claims screen asks for it again before registering.
                 Move ENT1CNOI To WS-NE-FIELD
                 Move 10       To WS-NE-MAX
                 PERFORM EDIT-NUMERIC-ENTRY
                 IF NE-ENTRY-VALID
                   Move WS-NE-VALUE To CLM-CUST-NUMBER
                 END-IF

                 EXEC CICS XCTL PROGRAM('LGTESTC3')
                           COMMAREA(WS-CLAIM-PARMS)
                           LENGTH(LENGTH OF WS-CLAIM-PARMS)
                 END-EXEC

             WHEN OTHER

                 Move 'Please enter a valid option'
           Else
             Move Zeroes   To WSP-M-ENGINE-CC
           End-If
           If ENT1MNCI Is Numeric
             Move ENT1MNCI To WSP-M-NCD-YEARS
           Else
             Move Zeroes   To WSP-M-NCD-YEARS
           End-If
           If ENT1ETMI Is Numeric
             Move ENT1ETMI To WSP-E-TERM-YEARS
           Else
           Move WSP-M-MODEL         To ENT1MMDI
           Move WSP-M-REGISTRATION  To ENT1MRNI
           Move WSP-M-ENGINE-CC     To ENT1MCCI
           Move WSP-M-NCD-YEARS     To ENT1MNCI
           Move WSP-M-NCD-PCT       To WS-PL-NCD-PCT-EDIT
           Move WS-PL-NCD-PCT-EDIT  To ENT1MNPI
           Move WSP-E-TERM-YEARS    To ENT1ETMI
           Move WSP-E-WITH-PROFITS  To ENT1EWPI
           Move WSP-H-PROPERTY-TYPE To ENT1HPTI
             Else
               Move WS-INFORCE-COUNT To RAT-POLICY-COUNT
             End-If
      * A motor risk earns the no-claims discount for the years
      * keyed on the screen; the percentage goes across with the
      * 'R' premium it was taken off, so GETAAVG stores the two
      * together.
             Move WSP-M-NCD-YEARS To RAT-NCD-YEARS

             EXEC CICS LINK PROGRAM('LGRCALC')
                       COMMAREA(WS-RATING-PARMS)
                       LENGTH(LENGTH OF WS-RATING-PARMS)
             END-EXEC

             Move RAT-NCD-PCT     To WSP-M-NCD-PCT
           END-IF

           EXIT.

           EXIT.

      *================================================================*
      * Sanctions/PEP screen of the customer option 2 has just added -*
      * LGSANCHK browses the region's GENASANC watchlist and holds    *
      * any possible match on the SANCREVIEW worklist in this same    *
      * unit of work.  SAN-STATUS 00 clear, 01 held for review, 20    *
      * held unscreened (no list), anything higher failed.            *
      *================================================================*
       SCREEN-NEW-CUSTOMER.

           Initialize WS-SANCTION-PARMS
           Move CA-CUSTOMER-NUM  To SAN-CUSTOMER-NUM
           Move CA-FIRST-NAME    To SAN-FIRSTNAME
           Move CA-LAST-NAME     To SAN-LASTNAME
           Move CA-DOB           To SAN-DATEOFBIRTH
           Move CA-POSTCODE      To SAN-POSTCODE
           Move 'O'              To SAN-SOURCE
           Move 'C'              To SAN-CICS-FLAG

           EXEC CICS LINK PROGRAM(SAN-MODULE)
                     COMMAREA(WS-SANCTION-PARMS)
                     LENGTH(LENGTH OF WS-SANCTION-PARMS)
           END-EXEC.

           EXIT.

      *--------------------------------------------------------------*
       READ-LOGIC.
           INITIALIZE WS-HEADER.
