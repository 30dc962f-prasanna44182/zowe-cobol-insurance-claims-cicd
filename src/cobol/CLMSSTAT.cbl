       01  WS-EXPECTED-STEPS.
           05  FILLER              PIC X(08) VALUE 'CLMSVALD'.
           05  FILLER              PIC X(08) VALUE 'CLMSDB2 '.
           05  FILLER              PIC X(08) VALUE 'CLMSPRCE'.
           05  FILLER              PIC X(08) VALUE 'CLMSDOCR'.
           05  FILLER              PIC X(08) VALUE 'CLMSRPT '.
           05  FILLER              PIC X(08) VALUE 'CLMSAUTO'.
           05  FILLER              PIC X(08) VALUE 'CLMSBAL '.
           05  FILLER              PIC X(08) VALUE 'CLMSOSNP'.
           05  FILLER              PIC X(08) VALUE 'CLMSAGE '.
           05  FILLER              PIC X(08) VALUE 'CLMSXREF'.
           05  FILLER              PIC X(08) VALUE 'CLMSTRND'.
       01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
           05  WS-EXP-STEP         OCCURS 11 TIMES
                                   INDEXED BY WS-EXP-IDX
                                   PIC X(08).
       01  WS-EXPECTED-MAX         PIC 9(02) VALUE 11.

       01  WS-CHAIN-BROKEN-FLAG    PIC X(01) VALUE 'N'.
           88  CHAIN-BROKEN        VALUE 'Y'.
