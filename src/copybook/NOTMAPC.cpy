           05  FILLER REDEFINES AUTHORF.
               10  AUTHORA         PIC X(01).
           05  AUTHORI             PIC X(08).
           05  REVIEWL             PIC S9(04) COMP.
           05  REVIEWF             PIC X(01).
           05  FILLER REDEFINES REVIEWF.
               10  REVIEWA         PIC X(01).
           05  REVIEWI             PIC X(01).
           05  NOTE1L              PIC S9(04) COMP.
           05  NOTE1F              PIC X(01).
           05  FILLER REDEFINES NOTE1F.
           05  FILLER              PIC X(03).
           05  AUTHORO             PIC X(08).
           05  FILLER              PIC X(03).
           05  REVIEWO             PIC X(01).
           05  FILLER              PIC X(03).
           05  NOTE1O              PIC X(78).
           05  FILLER              PIC X(03).
           05  NOTE2O              PIC X(78).
