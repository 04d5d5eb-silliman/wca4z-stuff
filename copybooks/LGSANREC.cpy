      ******************************************************************
      *  LGSANREC                                                     *
      *  Record layout for the GENASANC VSAM KSDS sanctions and PEP   *
      *  (politically exposed person) watchlist - defined and loaded  *
      *  by LGSNLOAD from the compliance team's list, read only by    *
      *  the LGSANCHK screening module, maintained as a dataset like  *
      *  GENALIMT so a new list needs no program change.              *
      *                                                                *
      *  Keyed on the first ten characters of the listed surname      *
      *  (upper case - CUSTOMER.LASTNAME is CHAR(10), so a customer's *
      *  surname is compared on exactly what can be held for it) plus *
      *  the entry's load sequence number, so every entry for one     *
      *  surname is a single keyed browse.  SN-LIST-REF is the list's *
      *  own reference for the entry and is what a review row         *
      *  remembers - the load sequence changes at every load.  A      *
      *  blank date of birth or postcode means the list gives none.   *
      *                                                                *
      *  One header record, key all LOW-VALUES, carries when the list *
      *  was loaded and how many entries it holds - the nightly       *
      *  LGSNSCRN compares it with the last list it screened the book *
      *  against.  LRECL is 150.                                      *
      ******************************************************************
       01 WATCHLIST-RECORD.
          05 SN-KEY.
             10 SN-LASTNAME-KEY    PIC X(10).
             10 SN-ENTRY-ID        PIC 9(08).
          05 SN-ENTRY-DATA.
             10 SN-LIST-TYPE       PIC X(01).
                88 SN-SANCTIONS-ENTRY         VALUE 'S'.
                88 SN-PEP-ENTRY               VALUE 'P'.
                88 SN-LIST-TYPE-VALID         VALUES 'S' 'P'.
             10 SN-LIST-REF        PIC X(20).
             10 SN-LASTNAME        PIC X(30).
             10 SN-FIRSTNAME       PIC X(20).
             10 SN-DATEOFBIRTH     PIC X(10).
             10 SN-POSTCODE        PIC X(08).
             10 FILLER             PIC X(43).
          05 SN-HEADER-DATA REDEFINES SN-ENTRY-DATA.
             10 SN-HDR-LOAD-DATE   PIC 9(08).
             10 SN-HDR-LOAD-TIME   PIC 9(08).
             10 SN-HDR-ENTRIES     PIC 9(07).
             10 FILLER             PIC X(109).
