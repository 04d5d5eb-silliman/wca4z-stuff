      ******************************************************************
      *  LGCRYCA                                                      *
      *  Parameter area for the ICSF symmetric key services the       *
      *  warehouse extract uses - the same services, and the same     *
      *  parameter shapes, COBOLXMP exercises: CSNBKGN key generate,  *
      *  CSNBENC encipher and CSNBDEC decipher, plus CSNBKRC/CSNBKRW  *
      *  to create and write a key record in the CKDS.                *
      *                                                                *
      *  CRY-KEY-ID carries either a CKDS key label (encipher and     *
      *  decipher) or the operational key token CSNBKGN returns.      *
      *  CRY-CLEAR-TEXT/CRY-CIPHER-TEXT are sized to the LGWHREC      *
      *  customer PII block (112 bytes, a whole number of 8-byte      *
      *  blocks, so CBC needs no padding and the cipher text is the   *
      *  same length as the clear text it replaces).                  *
      *                                                                *
      *  CRY-RETURN-CODE/CRY-REASON-CODE are ICSF's own - anything    *
      *  but zero in either is a failed service.                      *
      ******************************************************************
       01 WS-CRYPTO-PARMS.
          05 CRY-RETURN-CODE       PIC 9(08) COMP.
          05 CRY-REASON-CODE       PIC 9(08) COMP.
          05 CRY-EXIT-DATA-LENGTH  PIC 9(08) COMP.
          05 CRY-EXIT-DATA         PIC X(04).
          05 CRY-KEY-ID            PIC X(64).
          05 CRY-KEK-KEY-ID-1      PIC X(64).
          05 CRY-KEK-KEY-ID-2      PIC X(64).
          05 CRY-NULL-KEY-ID       PIC X(64).
          05 CRY-KEY-FORM          PIC X(08).
          05 CRY-KEY-LENGTH        PIC X(08).
          05 CRY-DATA-KEY-TYPE     PIC X(08).
          05 CRY-NULL-KEY-TYPE     PIC X(08).
          05 CRY-TEXT-LENGTH       PIC 9(08) COMP.
          05 CRY-CLEAR-TEXT        PIC X(112).
          05 CRY-CIPHER-TEXT       PIC X(112).
          05 CRY-ICV               PIC X(08).
          05 CRY-PAD               PIC X(01).
          05 CRY-RULE-ARRAY-COUNT  PIC 9(08) COMP.
          05 CRY-RULE-ARRAY        PIC X(08).
          05 CRY-CHAINING-VECTOR   PIC X(18).
