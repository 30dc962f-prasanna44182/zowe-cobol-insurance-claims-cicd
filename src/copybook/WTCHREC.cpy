      * value so one cluster holds both kinds of entry:
      *   'P' + policy number (padded) - policy under investigation
      *   'N' + claimant name          - claimant under investigation
      *   'R' + provider id (padded)   - billing provider under
      *                                  investigation; CLMSPOUT writes
      *                                  these for the SIU to load
      * Read by CLMSVALD at validation time; hits divert to the SIU
      * hold file instead of loading to CLAIMS_MASTER.
      *===============================================================
               10  WTC-ENTRY-TYPE  PIC X(01).
                   88  WTC-TYPE-POLICY  VALUE 'P'.
                   88  WTC-TYPE-NAME    VALUE 'N'.
                   88  WTC-TYPE-PROVIDER VALUE 'R'.
               10  WTC-ENTRY-VALUE PIC X(30).
           05  WTC-CASE-ID         PIC X(08).
           05  WTC-ADDED-DATE      PIC 9(08).
