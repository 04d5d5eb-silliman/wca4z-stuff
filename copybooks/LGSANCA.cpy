      ******************************************************************
      *  LGSANCA                                                      *
      *  Parameter block for the shared LGSANCHK sanctions/PEP        *
      *  screening module.  Every door that takes a customer on -     *
      *  GETAAVG's ONBOARD-CUSTOMER (the batch feeds) and LGTESTC1's  *
      *  online add - and the nightly LGSNSCRN rescreen of the book   *
      *  screen through it, so the match rule lives in one place.     *
      *                                                                *
      *  SAN-CICS-FLAG works as RAT-CICS-FLAG does for LGRCALC:       *
      *   - space: batch, a plain CALL - native keyed browse of the   *
      *     //GENASANC DD, opened on first call and held open;        *
      *   - 'C': under CICS, via EXEC CICS LINK with this block as    *
      *     the commarea - an EXEC CICS browse of the region's        *
      *     GENASANC file.  CICS callers must LINK, never CALL.       *
      *                                                                *
      *  SAN-REQUEST 'H' returns the list's header alone (when it was *
      *  loaded, how many entries) on SAN-LIST-LOAD-DATE/-TIME and    *
      *  SAN-LIST-ENTRIES.  Any other request screens the customer:   *
      *  an entry is a possible match when the surname agrees and     *
      *  the first name, date of birth or postcode agrees too (or the *
      *  entry gives none of the three).  Each possible match not     *
      *  already on the SANCREVIEW worklist for the customer is held  *
      *  there, pending a compliance decision; an entry already there *
      *  keeps the decision it has.  SAN-SOURCE is recorded on the    *
      *  row: 'B' batch onboarding, 'O' online add, 'R' rescreen.     *
      *                                                                *
      *  SAN-STATUS:                                                  *
      *    00 - no possible match                                     *
      *    01 - possible match(es) - the customer is held for review; *
      *         SAN-REVIEW-NUM is the first new worklist number       *
      *    20 - watchlist unavailable - the customer is held on the   *
      *         worklist as not screened (list type 'U'), never let   *
      *         through unscreened                                    *
      *    90 - DB2 error                                             *
      *  SAN-HELD comes back 'Y' whenever the customer has a review   *
      *  still pending or a match confirmed - GETAAVG will not issue  *
      *  a policy to such a customer.                                 *
      ******************************************************************
       77 SAN-MODULE               PIC X(08) VALUE 'LGSANCHK'.
       01 WS-SANCTION-PARMS.
          05 SAN-REQUEST           PIC X(01).
             88 SAN-HEADER-ONLY               VALUE 'H'.
          05 SAN-CUSTOMER-NUM      PIC S9(09) COMP.
          05 SAN-FIRSTNAME         PIC X(10).
          05 SAN-LASTNAME          PIC X(10).
          05 SAN-DATEOFBIRTH       PIC X(10).
          05 SAN-POSTCODE          PIC X(08).
          05 SAN-SOURCE            PIC X(01).
          05 SAN-CICS-FLAG         PIC X(01).
          05 SAN-STATUS            PIC X(02).
          05 SAN-HIT-COUNT         PIC 9(04).
          05 SAN-NEW-HITS          PIC 9(04).
          05 SAN-REVIEW-NUM        PIC 9(09).
          05 SAN-HELD              PIC X(01).
          05 SAN-LIST-LOAD-DATE    PIC 9(08).
          05 SAN-LIST-LOAD-TIME    PIC 9(08).
          05 SAN-LIST-ENTRIES      PIC 9(07).
