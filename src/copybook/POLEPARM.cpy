      *===============================================================
      * POLEPARM - CLMSPOLE Policy Maintenance Edit Parameter Area
      * Passed with a POLTREC transaction and a POLYREC master image
      * by CLMSPOLM (batch deck) and CLMSPLMC (CPLM screen), so the
      * two apply the same field edits:
      *   FUNCTION 'K' - common edits only: action code and policy
      *   number, made before the master is read
      *   FUNCTION 'A' - all edits for the action, then the
      *   transaction applied to the master image: an add builds it,
      *   a change or terminate updates the image the caller read
      * RETURN-CODE 0 = passed (image ready to write/rewrite),
      * 8 = rejected with ERROR-TEXT set - the image may be part
      * updated and must not be written.
      *===============================================================
       01  POLE-PARMS.
           05  POLE-FUNCTION       PIC X(01).
               88  POLE-FUNC-KEY-EDIT    VALUE 'K'.
               88  POLE-FUNC-APPLY       VALUE 'A'.
           05  POLE-ERROR-TEXT     PIC X(30).
           05  POLE-RETURN-CODE    PIC S9(04) COMP.
