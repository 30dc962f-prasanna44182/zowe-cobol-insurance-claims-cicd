           05  WS-TOT-INPUT        PIC 9(07) VALUE ZEROS.
           05  WS-TOT-VALID        PIC 9(07) VALUE ZEROS.
           05  WS-TOT-REJECT       PIC 9(07) VALUE ZEROS.
           05  WS-TOT-SIUHOLD      PIC 9(07) VALUE ZEROS.

       01  WS-VALID-EOF            PIC X(01) VALUE 'N'.
           88  END-OF-VALID        VALUE 'Y'.
           ADD VLT-INPUT-COUNT  TO WS-TOT-INPUT.
           ADD VLT-VALID-COUNT  TO WS-TOT-VALID.
           ADD VLT-REJECT-COUNT TO WS-TOT-REJECT.
           ADD VLT-SIU-HOLD-COUNT TO WS-TOT-SIUHOLD.
      *---------------------------------------------------------------
      * Straight copy of the concatenated valid slices, watching
      * that the composite key never steps backward - a backward
           MOVE WS-TOT-INPUT     TO RJH-INPUT-COUNT.
           MOVE WS-TOT-VALID     TO RJH-VALID-COUNT.
           MOVE WS-TOT-REJECT    TO RJH-REJECT-COUNT.
           MOVE WS-TOT-SIUHOLD   TO RJH-SIU-HOLD-COUNT.
           COMPUTE RJH-REJECT-PCT ROUNDED =
               (WS-TOT-REJECT * 100) / WS-TOT-INPUT.
           WRITE REJECT-HISTORY-RECORD.
