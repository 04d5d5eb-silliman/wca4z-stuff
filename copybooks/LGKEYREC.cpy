      ******************************************************************
      *  LGKEYREC                                                     *
      *  Record layout of the warehouse-extract key control record -  *
      *  one record naming the ICSF DATA key LGWHEXT encrypts the     *
      *  customer PII block of every extract record with.  Kept as a  *
      *  GDG: the LGWHKEY rotation job reads the current generation,  *
      *  generates the next key version into the CKDS under a new     *
      *  label and writes the next generation, the same run-to-run    *
      *  hand-over LGWHEXT itself takes with WHCTLIN/WHCTLOUT.        *
      *                                                                *
      *  KY-LABEL-PREFIX is the fixed part of the label (for example  *
      *  GENAPP.WHEXT.PII); KY-KEY-LABEL is the prefix plus '.V' and  *
      *  the four-digit KY-KEY-VERSION, blank-padded to the 64 bytes  *
      *  ICSF takes a label in.  Retired versions stay in the CKDS,   *
      *  so an old extract always decrypts under the label its        *
      *  trailer names.  KY-GENERATED-DATE is the YYYYMMDD the        *
      *  version was generated.  Version zero means no key has been   *
      *  generated yet.                                               *
      *                                                                *
      *  LRECL is 128.                                                 *
      ******************************************************************
       01 KEY-CONTROL-REC.
          05 KY-LABEL-PREFIX       PIC X(40).
          05 KY-KEY-VERSION        PIC 9(04).
          05 KY-KEY-VERSION-X REDEFINES KY-KEY-VERSION
                                   PIC X(04).
          05 KY-KEY-LABEL          PIC X(64).
          05 KY-GENERATED-DATE     PIC X(08).
          05 FILLER                PIC X(12).
