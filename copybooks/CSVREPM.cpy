      *
      * CSVREPM - symbolic map for BMS mapset CSVREPM (map CSVREPR),
      * hand-built to match src/CSVREPM.bms field for field.  Each
      * screen field gets the usual three BMS-generated companions
      * ahead of its data value - length, flag byte, and the
      * attribute byte that redefines the flag byte - exactly the
      * way DFHMDF/basic mapping support lays them out, so this
      * copybook would still line up if it were ever regenerated
      * from the .bms source by the mapset assembly step.
      *
       01  CSVREPRI.
           05  FNM1L                   COMP PIC S9(4).
           05  FNM1F                   PICTURE X.
           05  FILLER REDEFINES FNM1F.
               10  FNM1A               PICTURE X.
           05  FNM1                    PIC X(064).

           05  FNM2L                   COMP PIC S9(4).
           05  FNM2F                   PICTURE X.
           05  FILLER REDEFINES FNM2F.
               10  FNM2A               PICTURE X.
           05  FNM2                    PIC X(064).

           05  RECNL                   COMP PIC S9(4).
           05  RECNF                   PICTURE X.
           05  FILLER REDEFINES RECNF.
               10  RECNA               PICTURE X.
           05  RECN                    PIC X(009).

           05  LDSTL                   COMP PIC S9(4).
           05  LDSTF                   PICTURE X.
           05  FILLER REDEFINES LDSTF.
               10  LDSTA               PICTURE X.
           05  LDST                    PIC X(014).

           05  ACTL                    COMP PIC S9(4).
           05  ACTF                    PICTURE X.
           05  FILLER REDEFINES ACTF.
               10  ACTA                PICTURE X.
           05  ACT                     PIC X(001).

           05  STATL                   COMP PIC S9(4).
           05  STATF                   PICTURE X.
           05  FILLER REDEFINES STATF.
               10  STATA               PICTURE X.
           05  STAT                    PIC X(001).

           05  RSNL                    COMP PIC S9(4).
           05  RSNF                    PICTURE X.
           05  FILLER REDEFINES RSNF.
               10  RSNA                PICTURE X.
           05  RSN                     PIC X(004).

           05  RCOUTL                  COMP PIC S9(4).
           05  RCOUTF                  PICTURE X.
           05  FILLER REDEFINES RCOUTF.
               10  RCOUTA              PICTURE X.
           05  RCOUT                   PIC X(016).

           05  RLENL                   COMP PIC S9(4).
           05  RLENF                   PICTURE X.
           05  FILLER REDEFINES RLENF.
               10  RLENA               PICTURE X.
           05  RLEN                    PIC X(005).

           05  OFFSL                   COMP PIC S9(4).
           05  OFFSF                   PICTURE X.
           05  FILLER REDEFINES OFFSF.
               10  OFFSA               PICTURE X.
           05  OFFS                    PIC X(005).

           05  MSGL                    COMP PIC S9(4).
           05  MSGF                    PICTURE X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                PICTURE X.
           05  MSG                     PIC X(079).

           05  RAW01L                  COMP PIC S9(4).
           05  RAW01F                  PICTURE X.
           05  FILLER REDEFINES RAW01F.
               10  RAW01A              PICTURE X.
           05  RAW01                   PIC X(079).

           05  RAW02L                  COMP PIC S9(4).
           05  RAW02F                  PICTURE X.
           05  FILLER REDEFINES RAW02F.
               10  RAW02A              PICTURE X.
           05  RAW02                   PIC X(079).

           05  RAW03L                  COMP PIC S9(4).
           05  RAW03F                  PICTURE X.
           05  FILLER REDEFINES RAW03F.
               10  RAW03A              PICTURE X.
           05  RAW03                   PIC X(079).

           05  RAW04L                  COMP PIC S9(4).
           05  RAW04F                  PICTURE X.
           05  FILLER REDEFINES RAW04F.
               10  RAW04A              PICTURE X.
           05  RAW04                   PIC X(079).

           05  RAW05L                  COMP PIC S9(4).
           05  RAW05F                  PICTURE X.
           05  FILLER REDEFINES RAW05F.
               10  RAW05A              PICTURE X.
           05  RAW05                   PIC X(079).

           05  RAW06L                  COMP PIC S9(4).
           05  RAW06F                  PICTURE X.
           05  FILLER REDEFINES RAW06F.
               10  RAW06A              PICTURE X.
           05  RAW06                   PIC X(079).

           05  RAW07L                  COMP PIC S9(4).
           05  RAW07F                  PICTURE X.
           05  FILLER REDEFINES RAW07F.
               10  RAW07A              PICTURE X.
           05  RAW07                   PIC X(079).

           05  RAW08L                  COMP PIC S9(4).
           05  RAW08F                  PICTURE X.
           05  FILLER REDEFINES RAW08F.
               10  RAW08A              PICTURE X.
           05  RAW08                   PIC X(079).
