      *===============================================================
      * DCLMCHG - DB2 DCLGEN for MASTER_CHANGE_LOG table
      * Generated declaration for host variables
      * Table: Z77140.MASTER_CHANGE_LOG
      * One row per change made to the policy or provider master
      * from the online maintenance screens (CPLM, CLMSPLMC; CPVM,
      * CLMSPVMC): the master ('P' POLYMSTR, 'R' PROVMSTR), its key,
      * the action ('A' add, 'C' change), who made it and when, and
      * the master record before and after - spaces before an add.
      * CLMSPOLM and CLMSPRVM print each row's images in the nightly
      * change report beside the batch deck's and stamp
      * REPORTED_DATE, which stays zero until then.
      *===============================================================
       01  DCLMASTER-CHANGE-LOG.
           10  DCL-MCL-MASTER-TYPE    PIC X(01).
           10  DCL-MCL-MASTER-KEY     PIC X(10).
           10  DCL-MCL-ACTION         PIC X(01).
           10  DCL-MCL-CHANGED-BY     PIC X(08).
           10  DCL-MCL-CHANGE-TS      PIC X(26).
           10  DCL-MCL-BEFORE-IMAGE   PIC X(200).
           10  DCL-MCL-AFTER-IMAGE    PIC X(200).
           10  DCL-MCL-REPORTED-DATE  PIC S9(08) COMP-3.
