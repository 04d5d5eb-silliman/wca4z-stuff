              03 ENT1MCCA          PIC X.
           02 ENT1MCCI             PIC X(04).

           02 ENT1MNCL             PIC S9(4) COMP.
           02 ENT1MNCF             PIC X.
           02 FILLER REDEFINES ENT1MNCF.
              03 ENT1MNCA          PIC X.
           02 ENT1MNCI             PIC X(02).

           02 ENT1MNPL             PIC S9(4) COMP.
           02 ENT1MNPF             PIC X.
           02 FILLER REDEFINES ENT1MNPF.
              03 ENT1MNPA          PIC X.
           02 ENT1MNPI             PIC X(05).

           02 ENT1ETML             PIC S9(4) COMP.
           02 ENT1ETMF             PIC X.
           02 FILLER REDEFINES ENT1ETMF.
              03 ENT1BRFA          PIC X.
           02 ENT1BRFI             PIC X(10).

      * Instalment plan keyed on an Add Policy - number of monthly
      * instalments (blank = pays annually) and the credit charge as
      * a whole percentage (blank = no charge).
           02 ENT1INSL             PIC S9(4) COMP.
           02 ENT1INSF             PIC X.
           02 FILLER REDEFINES ENT1INSF.
              03 ENT1INSA          PIC X.
           02 ENT1INSI             PIC X(02).

           02 ENT1ICPL             PIC S9(4) COMP.
           02 ENT1ICPF             PIC X.
           02 FILLER REDEFINES ENT1ICPF.
              03 ENT1ICPA          PIC X.
           02 ENT1ICPI             PIC X(02).

      * Quote number - shown after a Save Quote, keyed by the
      * operator on a Convert Quote.
           02 ENT1QNOL             PIC S9(4) COMP.
           02 FILLER               PIC X(03).
           02 ENT1MCCO             PIC X(04).
           02 FILLER               PIC X(03).
           02 ENT1MNCO             PIC X(02).
           02 FILLER               PIC X(03).
           02 ENT1MNPO             PIC X(05).
           02 FILLER               PIC X(03).
           02 ENT1ETMO             PIC X(02).
           02 FILLER               PIC X(03).
           02 ENT1EWPO             PIC X(01).
           02 FILLER               PIC X(03).
           02 ENT1BRFO             PIC X(10).
           02 FILLER               PIC X(03).
           02 ENT1INSO             PIC X(02).
           02 FILLER               PIC X(03).
           02 ENT1ICPO             PIC X(02).
           02 FILLER               PIC X(03).
           02 ENT1QNOO             PIC X(09).
           02 FILLER               PIC X(03).
           02 ENT1CRSO             PIC X(20).
              03 SRC1LPCO          PIC X(08).
           02 FILLER               PIC X(03).
           02 SRC1MSGO             PIC X(40).

      * Claims map SSMAPC3 (mapset SSMAP) - register a claim against a
      * policy (CLM1ACT 'R') or list the claims on it (CLM1ACT 'I').
      * The new claim number comes back in CLM1NUM; the inquiry fills
      * a read-only 8-line claim list that PF8 pages forward.
       01 SSMAPC3I.
           02 CLM1ACTL             PIC S9(4) COMP.
           02 CLM1ACTF             PIC X.
           02 FILLER REDEFINES CLM1ACTF.
              03 CLM1ACTA          PIC X.
           02 CLM1ACTI             PIC X(01).

           02 CLM1PNOL             PIC S9(4) COMP.
           02 CLM1PNOF             PIC X.
           02 FILLER REDEFINES CLM1PNOF.
              03 CLM1PNOA          PIC X.
           02 CLM1PNOI             PIC X(09).

           02 CLM1CNOL             PIC S9(4) COMP.
           02 CLM1CNOF             PIC X.
           02 FILLER REDEFINES CLM1CNOF.
              03 CLM1CNOA          PIC X.
           02 CLM1CNOI             PIC X(10).

           02 CLM1DATL             PIC S9(4) COMP.
           02 CLM1DATF             PIC X.
           02 FILLER REDEFINES CLM1DATF.
              03 CLM1DATA          PIC X.
           02 CLM1DATI             PIC X(10).

           02 CLM1VALL             PIC S9(4) COMP.
           02 CLM1VALF             PIC X.
           02 FILLER REDEFINES CLM1VALF.
              03 CLM1VALA          PIC X.
           02 CLM1VALI             PIC X(10).

           02 CLM1DSCL             PIC S9(4) COMP.
           02 CLM1DSCF             PIC X.
           02 FILLER REDEFINES CLM1DSCF.
              03 CLM1DSCA          PIC X.
           02 CLM1DSCI             PIC X(30).

           02 CLM1NUML             PIC S9(4) COMP.
           02 CLM1NUMF             PIC X.
           02 FILLER REDEFINES CLM1NUMF.
              03 CLM1NUMA          PIC X.
           02 CLM1NUMI             PIC X(09).

           02 CLM1LI OCCURS 8 TIMES.
              03 CLM1LNOI          PIC X(09).
              03 CLM1LDTI          PIC X(10).
              03 CLM1LVLI          PIC X(11).
              03 CLM1LSTI          PIC X(01).
              03 CLM1LDSI          PIC X(30).

           02 CLM1MSGL             PIC S9(4) COMP.
           02 CLM1MSGF             PIC X.
           02 FILLER REDEFINES CLM1MSGF.
              03 CLM1MSGA          PIC X.
           02 CLM1MSGI             PIC X(40).

       01 SSMAPC3O REDEFINES SSMAPC3I.
           02 FILLER               PIC X(03).
           02 CLM1ACTO             PIC X(01).
           02 FILLER               PIC X(03).
           02 CLM1PNOO             PIC X(09).
           02 FILLER               PIC X(03).
           02 CLM1CNOO             PIC X(10).
           02 FILLER               PIC X(03).
           02 CLM1DATO             PIC X(10).
           02 FILLER               PIC X(03).
           02 CLM1VALO             PIC X(10).
           02 FILLER               PIC X(03).
           02 CLM1DSCO             PIC X(30).
           02 FILLER               PIC X(03).
           02 CLM1NUMO             PIC X(09).
           02 CLM1LO OCCURS 8 TIMES.
              03 CLM1LNOO          PIC X(09).
              03 CLM1LDTO          PIC X(10).
              03 CLM1LVLO          PIC X(11).
              03 CLM1LSTO          PIC X(01).
              03 CLM1LDSO          PIC X(30).
           02 FILLER               PIC X(03).
           02 CLM1MSGO             PIC X(40).
