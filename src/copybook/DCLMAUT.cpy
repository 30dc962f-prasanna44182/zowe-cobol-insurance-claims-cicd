      *===============================================================
      * DCLMAUT - DB2 DCLGEN for MASTER_MAINT_AUTH table
      * Generated declaration for host variables
      * Table: Z77140.MASTER_MAINT_AUTH
      * The CICS user ids allowed on the online master maintenance
      * screens, one row per user per team: TEAM_CODE 'P' policy
      * services (CPLM, policy master), 'R' provider relations
      * (CPVM, provider master). Kept by security administration;
      * a user with no row for the team is turned away.
      *===============================================================
       01  DCLMASTER-MAINT-AUTH.
           10  DCL-MAU-USER-ID        PIC X(08).
           10  DCL-MAU-TEAM-CODE      PIC X(01).
           10  DCL-MAU-GRANTED-BY     PIC X(08).
           10  DCL-MAU-GRANTED-DATE   PIC S9(08) COMP-3.
