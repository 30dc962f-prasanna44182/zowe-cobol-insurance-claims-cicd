      *===============================================================
      * MHSMAPC - Symbolic map for mapset CLMSMHSM / map MHSMAP
      * DFHMSD TYPE=DSECT output for the CMHS member claim-history
      * screen, kept in the copylib so CLMSMHSC compiles without the
      * map assembly step in line.
      *===============================================================
       01  MHSMAPI.
           05  FILLER              PIC X(12).
           05  MBRIDL              PIC S9(04) COMP.
           05  MBRIDF              PIC X(01).
           05  FILLER REDEFINES MBRIDF.
               10  MBRIDA          PIC X(01).
           05  MBRIDI              PIC X(09).
           05  NAMESRCHL           PIC S9(04) COMP.
           05  NAMESRCHF           PIC X(01).
           05  FILLER REDEFINES NAMESRCHF.
               10  NAMESRCHA       PIC X(01).
           05  NAMESRCHI           PIC X(30).
           05  MBRNAMEL            PIC S9(04) COMP.
           05  MBRNAMEF            PIC X(01).
           05  FILLER REDEFINES MBRNAMEF.
               10  MBRNAMEA        PIC X(01).
           05  MBRNAMEI            PIC X(30).
           05  BENYRL              PIC S9(04) COMP.
           05  BENYRF              PIC X(01).
           05  FILLER REDEFINES BENYRF.
               10  BENYRA          PIC X(01).
           05  BENYRI              PIC X(04).
           05  DEDAPPL             PIC S9(04) COMP.
           05  DEDAPPF             PIC X(01).
           05  FILLER REDEFINES DEDAPPF.
               10  DEDAPPA         PIC X(01).
           05  DEDAPPI             PIC X(14).
           05  OOPAPPL             PIC S9(04) COMP.
           05  OOPAPPF             PIC X(01).
           05  FILLER REDEFINES OOPAPPF.
               10  OOPAPPA         PIC X(01).
           05  OOPAPPI             PIC X(14).
           05  APLCNTL             PIC S9(04) COMP.
           05  APLCNTF             PIC X(01).
           05  FILLER REDEFINES APLCNTF.
               10  APLCNTA         PIC X(01).
           05  APLCNTI             PIC X(03).
           05  APLDUEL             PIC S9(04) COMP.
           05  APLDUEF             PIC X(01).
           05  FILLER REDEFINES APLDUEF.
               10  APLDUEA         PIC X(01).
           05  APLDUEI             PIC X(10).
           05  SEL01L              PIC S9(04) COMP.
           05  SEL01F              PIC X(01).
           05  FILLER REDEFINES SEL01F.
               10  SEL01A          PIC X(01).
           05  SEL01I              PIC X(01).
           05  LINE01L             PIC S9(04) COMP.
           05  LINE01F             PIC X(01).
           05  FILLER REDEFINES LINE01F.
               10  LINE01A         PIC X(01).
           05  LINE01I             PIC X(76).
           05  SEL02L              PIC S9(04) COMP.
           05  SEL02F              PIC X(01).
           05  FILLER REDEFINES SEL02F.
               10  SEL02A          PIC X(01).
           05  SEL02I              PIC X(01).
           05  LINE02L             PIC S9(04) COMP.
           05  LINE02F             PIC X(01).
           05  FILLER REDEFINES LINE02F.
               10  LINE02A         PIC X(01).
           05  LINE02I             PIC X(76).
           05  SEL03L              PIC S9(04) COMP.
           05  SEL03F              PIC X(01).
           05  FILLER REDEFINES SEL03F.
               10  SEL03A          PIC X(01).
           05  SEL03I              PIC X(01).
           05  LINE03L             PIC S9(04) COMP.
           05  LINE03F             PIC X(01).
           05  FILLER REDEFINES LINE03F.
               10  LINE03A         PIC X(01).
           05  LINE03I             PIC X(76).
           05  SEL04L              PIC S9(04) COMP.
           05  SEL04F              PIC X(01).
           05  FILLER REDEFINES SEL04F.
               10  SEL04A          PIC X(01).
           05  SEL04I              PIC X(01).
           05  LINE04L             PIC S9(04) COMP.
           05  LINE04F             PIC X(01).
           05  FILLER REDEFINES LINE04F.
               10  LINE04A         PIC X(01).
           05  LINE04I             PIC X(76).
           05  SEL05L              PIC S9(04) COMP.
           05  SEL05F              PIC X(01).
           05  FILLER REDEFINES SEL05F.
               10  SEL05A          PIC X(01).
           05  SEL05I              PIC X(01).
           05  LINE05L             PIC S9(04) COMP.
           05  LINE05F             PIC X(01).
           05  FILLER REDEFINES LINE05F.
               10  LINE05A         PIC X(01).
           05  LINE05I             PIC X(76).
           05  SEL06L              PIC S9(04) COMP.
           05  SEL06F              PIC X(01).
           05  FILLER REDEFINES SEL06F.
               10  SEL06A          PIC X(01).
           05  SEL06I              PIC X(01).
           05  LINE06L             PIC S9(04) COMP.
           05  LINE06F             PIC X(01).
           05  FILLER REDEFINES LINE06F.
               10  LINE06A         PIC X(01).
           05  LINE06I             PIC X(76).
           05  SEL07L              PIC S9(04) COMP.
           05  SEL07F              PIC X(01).
           05  FILLER REDEFINES SEL07F.
               10  SEL07A          PIC X(01).
           05  SEL07I              PIC X(01).
           05  LINE07L             PIC S9(04) COMP.
           05  LINE07F             PIC X(01).
           05  FILLER REDEFINES LINE07F.
               10  LINE07A         PIC X(01).
           05  LINE07I             PIC X(76).
           05  SEL08L              PIC S9(04) COMP.
           05  SEL08F              PIC X(01).
           05  FILLER REDEFINES SEL08F.
               10  SEL08A          PIC X(01).
           05  SEL08I              PIC X(01).
           05  LINE08L             PIC S9(04) COMP.
           05  LINE08F             PIC X(01).
           05  FILLER REDEFINES LINE08F.
               10  LINE08A         PIC X(01).
           05  LINE08I             PIC X(76).
           05  SEL09L              PIC S9(04) COMP.
           05  SEL09F              PIC X(01).
           05  FILLER REDEFINES SEL09F.
               10  SEL09A          PIC X(01).
           05  SEL09I              PIC X(01).
           05  LINE09L             PIC S9(04) COMP.
           05  LINE09F             PIC X(01).
           05  FILLER REDEFINES LINE09F.
               10  LINE09A         PIC X(01).
           05  LINE09I             PIC X(76).
           05  SEL10L              PIC S9(04) COMP.
           05  SEL10F              PIC X(01).
           05  FILLER REDEFINES SEL10F.
               10  SEL10A          PIC X(01).
           05  SEL10I              PIC X(01).
           05  LINE10L             PIC S9(04) COMP.
           05  LINE10F             PIC X(01).
           05  FILLER REDEFINES LINE10F.
               10  LINE10A         PIC X(01).
           05  LINE10I             PIC X(76).
           05  SEL11L              PIC S9(04) COMP.
           05  SEL11F              PIC X(01).
           05  FILLER REDEFINES SEL11F.
               10  SEL11A          PIC X(01).
           05  SEL11I              PIC X(01).
           05  LINE11L             PIC S9(04) COMP.
           05  LINE11F             PIC X(01).
           05  FILLER REDEFINES LINE11F.
               10  LINE11A         PIC X(01).
           05  LINE11I             PIC X(76).
           05  SEL12L              PIC S9(04) COMP.
           05  SEL12F              PIC X(01).
           05  FILLER REDEFINES SEL12F.
               10  SEL12A          PIC X(01).
           05  SEL12I              PIC X(01).
           05  LINE12L             PIC S9(04) COMP.
           05  LINE12F             PIC X(01).
           05  FILLER REDEFINES LINE12F.
               10  LINE12A         PIC X(01).
           05  LINE12I             PIC X(76).
           05  MSGLINEL            PIC S9(04) COMP.
           05  MSGLINEF            PIC X(01).
           05  FILLER REDEFINES MSGLINEF.
               10  MSGLINEA        PIC X(01).
           05  MSGLINEI            PIC X(60).
       01  MHSMAPO REDEFINES MHSMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  MBRIDO              PIC X(09).
           05  FILLER              PIC X(03).
           05  NAMESRCHO           PIC X(30).
           05  FILLER              PIC X(03).
           05  MBRNAMEO            PIC X(30).
           05  FILLER              PIC X(03).
           05  BENYRO              PIC X(04).
           05  FILLER              PIC X(03).
           05  DEDAPPO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03).
           05  OOPAPPO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03).
           05  APLCNTO             PIC ZZ9.
           05  FILLER              PIC X(03).
           05  APLDUEO             PIC X(10).
           05  FILLER              PIC X(03).
           05  SEL01O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE01O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL02O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE02O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL03O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE03O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL04O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE04O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL05O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE05O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL06O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE06O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL07O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE07O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL08O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE08O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL09O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE09O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL10O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE10O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL11O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE11O             PIC X(76).
           05  FILLER              PIC X(03).
           05  SEL12O              PIC X(01).
           05  FILLER              PIC X(03).
           05  LINE12O             PIC X(76).
           05  FILLER              PIC X(03).
           05  MSGLINEO            PIC X(60).
