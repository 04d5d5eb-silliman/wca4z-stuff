      ******************************************************************
      *  LGNCDREC                                                     *
      *  Record layout for the GENANCD VSAM KSDS motor no-claims      *
      *  discount scale (defined and loaded by LGNCLOAD, read by      *
      *  LGRCALC), maintained as a dataset alongside the GENADISC     *
      *  multi-policy scale so underwriting can change the NCD scale  *
      *  without a program change.                                    *
      *                                                                *
      *  NC-NCD-YEARS is the claim-free years held, zoned two digits. *
      *  LGRCALC looks for the exact years and steps DOWN to fewer    *
      *  years until a record is found, so a sheet whose top record   *
      *  is '09' means "nine or more years earn this discount".       *
      *  NC-DISCOUNT-PCT is the percentage taken off the rated motor  *
      *  premium.  NC-STEP-BACK-YEARS is the years a policyholder at  *
      *  this step is put back to for each claim in the policy year - *
      *  the "protected scale" underwriting publishes (e.g. 05 steps  *
      *  back to 02 on one claim, to 00 on a second).                 *
      ******************************************************************
       01 NCD-RECORD.
          05 NC-NCD-YEARS          PIC X(02).
          05 NC-DISCOUNT-PCT       PIC 9(02)V99.
          05 NC-STEP-BACK-YEARS    PIC 9(02).
          05 FILLER                PIC X(12).
