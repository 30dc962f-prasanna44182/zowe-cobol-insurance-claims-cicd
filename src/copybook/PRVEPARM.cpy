      *===============================================================
      * PRVEPARM - CLMSPRVE Provider Maintenance Edit Parameter Area
      * Passed with a PRVTREC transaction and a PRVDREC master image
      * by CLMSPRVM (batch deck) and CLMSPVMC (CPVM screen), so the
      * two apply the same field edits:
      *   FUNCTION 'K' - common edits only: action code, provider
      *   id and taxpayer id, made before the master is read
      *   FUNCTION 'A' - all edits for the action, then the
      *   transaction applied to the master image: an add builds it,
      *   a change or terminate updates the image the caller read
      * RETURN-CODE 0 = passed (image ready to write/rewrite),
      * 8 = rejected with ERROR-TEXT set - the image may be part
      * updated and must not be written.
      *===============================================================
       01  PRVE-PARMS.
           05  PRVE-FUNCTION       PIC X(01).
               88  PRVE-FUNC-KEY-EDIT    VALUE 'K'.
               88  PRVE-FUNC-APPLY       VALUE 'A'.
           05  PRVE-ERROR-TEXT     PIC X(30).
           05  PRVE-RETURN-CODE    PIC S9(04) COMP.
