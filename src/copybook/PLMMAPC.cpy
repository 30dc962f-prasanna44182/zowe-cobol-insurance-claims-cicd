      *===============================================================
      * PLMMAPC - Symbolic map for mapset CLMSPLMM / map PLMMAP
      * DFHMSD TYPE=DSECT output for the CPLM policy master
      * maintenance screen, kept in the copylib so CLMSPLMC compiles
      * without the map assembly step in line.
      *===============================================================
       01  PLMMAPI.
           05  FILLER              PIC X(12).
           05  ACTIONL             PIC S9(04) COMP.
           05  ACTIONF             PIC X(01).
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA         PIC X(01).
           05  ACTIONI             PIC X(01).
           05  POLNOL              PIC S9(04) COMP.
           05  POLNOF              PIC X(01).
           05  FILLER REDEFINES POLNOF.
               10  POLNOA          PIC X(01).
           05  POLNOI              PIC X(10).
           05  HOLDERL             PIC S9(04) COMP.
           05  HOLDERF             PIC X(01).
           05  FILLER REDEFINES HOLDERF.
               10  HOLDERA         PIC X(01).
           05  HOLDERI             PIC X(30).
           05  POLSTATL            PIC S9(04) COMP.
           05  POLSTATF            PIC X(01).
           05  FILLER REDEFINES POLSTATF.
               10  POLSTATA        PIC X(01).
           05  POLSTATI            PIC X(01).
           05  EFFDATEL            PIC S9(04) COMP.
           05  EFFDATEF            PIC X(01).
           05  FILLER REDEFINES EFFDATEF.
               10  EFFDATEA        PIC X(01).
           05  EFFDATEI            PIC X(08).
           05  EXPDATEL            PIC S9(04) COMP.
           05  EXPDATEF            PIC X(01).
           05  FILLER REDEFINES EXPDATEF.
               10  EXPDATEA        PIC X(01).
           05  EXPDATEI            PIC X(08).
           05  DEDUCTL             PIC S9(04) COMP.
           05  DEDUCTF             PIC X(01).
           05  FILLER REDEFINES DEDUCTF.
               10  DEDUCTA         PIC X(01).
           05  DEDUCTI             PIC X(09).
           05  COINSL              PIC S9(04) COMP.
           05  COINSF              PIC X(01).
           05  FILLER REDEFINES COINSF.
               10  COINSA          PIC X(01).
           05  COINSI              PIC X(03).
           05  OOPMAXL             PIC S9(04) COMP.
           05  OOPMAXF             PIC X(01).
           05  FILLER REDEFINES OOPMAXF.
               10  OOPMAXA         PIC X(01).
           05  OOPMAXI             PIC X(11).
           05  PAIDTHRL            PIC S9(04) COMP.
           05  PAIDTHRF            PIC X(01).
           05  FILLER REDEFINES PAIDTHRF.
               10  PAIDTHRA        PIC X(01).
           05  PAIDTHRI            PIC X(10).
           05  GRACENDL            PIC S9(04) COMP.
           05  GRACENDF            PIC X(01).
           05  FILLER REDEFINES GRACENDF.
               10  GRACENDA        PIC X(01).
           05  GRACENDI            PIC X(10).
           05  BILLDTL             PIC S9(04) COMP.
           05  BILLDTF             PIC X(01).
           05  FILLER REDEFINES BILLDTF.
               10  BILLDTA         PIC X(01).
           05  BILLDTI             PIC X(10).
           05  MSGLINEL            PIC S9(04) COMP.
           05  MSGLINEF            PIC X(01).
           05  FILLER REDEFINES MSGLINEF.
               10  MSGLINEA        PIC X(01).
           05  MSGLINEI            PIC X(60).
       01  PLMMAPO REDEFINES PLMMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  ACTIONO             PIC X(01).
           05  FILLER              PIC X(03).
           05  POLNOO              PIC X(10).
           05  FILLER              PIC X(03).
           05  HOLDERO             PIC X(30).
           05  FILLER              PIC X(03).
           05  POLSTATO            PIC X(01).
           05  FILLER              PIC X(03).
           05  EFFDATEO            PIC X(08).
           05  FILLER              PIC X(03).
           05  EXPDATEO            PIC X(08).
           05  FILLER              PIC X(03).
           05  DEDUCTO             PIC X(09).
           05  FILLER              PIC X(03).
           05  COINSO              PIC X(03).
           05  FILLER              PIC X(03).
           05  OOPMAXO             PIC X(11).
           05  FILLER              PIC X(03).
           05  PAIDTHRO            PIC X(10).
           05  FILLER              PIC X(03).
           05  GRACENDO            PIC X(10).
           05  FILLER              PIC X(03).
           05  BILLDTO             PIC X(10).
           05  FILLER              PIC X(03).
           05  MSGLINEO            PIC X(60).
