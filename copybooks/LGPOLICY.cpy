          05 DB2-M-MODEL           PIC X(10).
          05 DB2-M-REGISTRATION    PIC X(07).
          05 DB2-M-ENGINECC        PIC S9(09) COMP.
          05 DB2-M-NCD-YEARS       PIC S9(09) COMP.
          05 DB2-M-NCD-PCT         PIC S9(02)V99 COMP-3.
          05 DB2-E-TERM-YEARS      PIC S9(09) COMP.
          05 DB2-E-WITH-PROFITS    PIC X(01).
          05 DB2-H-PROPERTY-TYPE   PIC X(10).
          05 DB2-H-BEDROOMS        PIC S9(09) COMP.
          05 DB2-C-TRADE-DESC      PIC X(20).
      * POLICY.IPTRATE/IPTAMOUNT - Insurance Premium Tax on the
      * current premium.
          05 DB2-IPT-RATE          PIC S9(02)V99 COMP-3.
          05 DB2-IPT-AMOUNT        PIC S9(07)V99 COMP-3.

      * Parameter block for the online policy-level CRUD options
      * (Add/Inquire/Delete Policy) added to LGTESTC1 - LINKed straight
      * 'U' only from the LGUWDEC decision run re-presenting an
      * underwriter-accepted referral past the GENALIMT limit check.
      * WSP-REFERRAL-NUM returns the worklist number when an add is
      * referred to underwriting (status '01'), or the SANCREVIEW
      * number when a new customer is held for sanctions review.
          05 WSP-UW-APPROVED       PIC X(01).
          05 WSP-REFERRAL-NUM      PIC 9(09).
      * Broker id and broker's reference captured on an Add Policy -
      * Multi-policy discount percentage applied to the rated premium
      * on an add or saved quote, so the operator can quote it.
          05 WSP-DISCOUNT-PCT      PIC 9(02)V99.
      * Instalment plan on an Add Policy - 2-12 monthly instalments
      * and an optional credit charge percentage; zero instalments
      * pays annually.  WSP-INSTALMENT-AMOUNT returns the regular
      * instalment (on an endorsement, the change to each instalment
      * still to be demanded).
          05 WSP-INSTALMENTS       PIC 9(02).
          05 WSP-CREDIT-CHARGE-PCT PIC 9(02)V99.
          05 WSP-INSTALMENT-AMOUNT PIC S9(07)V99.
      * Insurance Premium Tax on the policy's premium (add and
      * endorsement) or returned with it (cancellation) - held apart
      * from WSP-PREMIUM, which stays the net premium.
          05 WSP-IPT-AMOUNT        PIC S9(07)V99.
      * Motor no-claims discount - claim-free years keyed on an add or
      * endorsement, and the percentage LGRCALC took off the premium
      * for them.
          05 WSP-M-NCD-YEARS       PIC 9(02).
          05 WSP-M-NCD-PCT         PIC 9(02)V99.
