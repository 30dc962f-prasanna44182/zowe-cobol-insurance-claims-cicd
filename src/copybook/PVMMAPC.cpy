      *===============================================================
      * PVMMAPC - Symbolic map for mapset CLMSPVMM / map PVMMAP
      * DFHMSD TYPE=DSECT output for the CPVM provider master
      * maintenance screen, kept in the copylib so CLMSPVMC compiles
      * without the map assembly step in line.
      *===============================================================
       01  PVMMAPI.
           05  FILLER              PIC X(12).
           05  ACTIONL             PIC S9(04) COMP.
           05  ACTIONF             PIC X(01).
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA         PIC X(01).
           05  ACTIONI             PIC X(01).
           05  PRVIDL              PIC S9(04) COMP.
           05  PRVIDF              PIC X(01).
           05  FILLER REDEFINES PRVIDF.
               10  PRVIDA          PIC X(01).
           05  PRVIDI              PIC X(08).
           05  PRVNAMEL            PIC S9(04) COMP.
           05  PRVNAMEF            PIC X(01).
           05  FILLER REDEFINES PRVNAMEF.
               10  PRVNAMEA        PIC X(01).
           05  PRVNAMEI            PIC X(30).
           05  PRVSTATL            PIC S9(04) COMP.
           05  PRVSTATF            PIC X(01).
           05  FILLER REDEFINES PRVSTATF.
               10  PRVSTATA        PIC X(01).
           05  PRVSTATI            PIC X(01).
           05  ADDDATEL            PIC S9(04) COMP.
           05  ADDDATEF            PIC X(01).
           05  FILLER REDEFINES ADDDATEF.
               10  ADDDATEA        PIC X(01).
           05  ADDDATEI            PIC X(10).
           05  TRMDATEL            PIC S9(04) COMP.
           05  TRMDATEF            PIC X(01).
           05  FILLER REDEFINES TRMDATEF.
               10  TRMDATEA        PIC X(01).
           05  TRMDATEI            PIC X(08).
           05  PAYMETHL            PIC S9(04) COMP.
           05  PAYMETHF            PIC X(01).
           05  FILLER REDEFINES PAYMETHF.
               10  PAYMETHA        PIC X(01).
           05  PAYMETHI            PIC X(01).
           05  ROUTINGL            PIC S9(04) COMP.
           05  ROUTINGF            PIC X(01).
           05  FILLER REDEFINES ROUTINGF.
               10  ROUTINGA        PIC X(01).
           05  ROUTINGI            PIC X(09).
           05  ACCTNOL             PIC S9(04) COMP.
           05  ACCTNOF             PIC X(01).
           05  FILLER REDEFINES ACCTNOF.
               10  ACCTNOA         PIC X(01).
           05  ACCTNOI             PIC X(17).
           05  REMIT1L             PIC S9(04) COMP.
           05  REMIT1F             PIC X(01).
           05  FILLER REDEFINES REMIT1F.
               10  REMIT1A         PIC X(01).
           05  REMIT1I             PIC X(30).
           05  REMIT2L             PIC S9(04) COMP.
           05  REMIT2F             PIC X(01).
           05  FILLER REDEFINES REMIT2F.
               10  REMIT2A         PIC X(01).
           05  REMIT2I             PIC X(30).
           05  RCITYL              PIC S9(04) COMP.
           05  RCITYF              PIC X(01).
           05  FILLER REDEFINES RCITYF.
               10  RCITYA          PIC X(01).
           05  RCITYI              PIC X(20).
           05  RSTATEL             PIC S9(04) COMP.
           05  RSTATEF             PIC X(01).
           05  FILLER REDEFINES RSTATEF.
               10  RSTATEA         PIC X(01).
           05  RSTATEI             PIC X(02).
           05  RZIPL               PIC S9(04) COMP.
           05  RZIPF               PIC X(01).
           05  FILLER REDEFINES RZIPF.
               10  RZIPA           PIC X(01).
           05  RZIPI               PIC X(10).
           05  TINL                PIC S9(04) COMP.
           05  TINF                PIC X(01).
           05  FILLER REDEFINES TINF.
               10  TINA            PIC X(01).
           05  TINI                PIC X(09).
           05  TINTYPEL            PIC S9(04) COMP.
           05  TINTYPEF            PIC X(01).
           05  FILLER REDEFINES TINTYPEF.
               10  TINTYPEA        PIC X(01).
           05  TINTYPEI            PIC X(01).
           05  MSGLINEL            PIC S9(04) COMP.
           05  MSGLINEF            PIC X(01).
           05  FILLER REDEFINES MSGLINEF.
               10  MSGLINEA        PIC X(01).
           05  MSGLINEI            PIC X(60).
       01  PVMMAPO REDEFINES PVMMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  ACTIONO             PIC X(01).
           05  FILLER              PIC X(03).
           05  PRVIDO              PIC X(08).
           05  FILLER              PIC X(03).
           05  PRVNAMEO            PIC X(30).
           05  FILLER              PIC X(03).
           05  PRVSTATO            PIC X(01).
           05  FILLER              PIC X(03).
           05  ADDDATEO            PIC X(10).
           05  FILLER              PIC X(03).
           05  TRMDATEO            PIC X(08).
           05  FILLER              PIC X(03).
           05  PAYMETHO            PIC X(01).
           05  FILLER              PIC X(03).
           05  ROUTINGO            PIC X(09).
           05  FILLER              PIC X(03).
           05  ACCTNOO             PIC X(17).
           05  FILLER              PIC X(03).
           05  REMIT1O             PIC X(30).
           05  FILLER              PIC X(03).
           05  REMIT2O             PIC X(30).
           05  FILLER              PIC X(03).
           05  RCITYO              PIC X(20).
           05  FILLER              PIC X(03).
           05  RSTATEO             PIC X(02).
           05  FILLER              PIC X(03).
           05  RZIPO               PIC X(10).
           05  FILLER              PIC X(03).
           05  TINO                PIC X(09).
           05  FILLER              PIC X(03).
           05  TINTYPEO            PIC X(01).
           05  FILLER              PIC X(03).
           05  MSGLINEO            PIC X(60).
