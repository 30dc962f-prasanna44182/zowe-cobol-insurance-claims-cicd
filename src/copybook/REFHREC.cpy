      *===============================================================
      * REFHREC - Reference Table Change History Record Layout
      * VSAM KSDS (LRECL=250, key pos 1-37) - DD REFHIST. The trail
      * of every change CLMSREFM applies to the REFMSTR reference
      * tables, never rewritten or deleted: one record per add,
      * change or expire of a version, with who made it (the user
      * id on the card), when, and the version before and after -
      * spaces and zeros before an add.
      * Keyed by table, entry key, the effective date of the version
      * touched, the date of the change and a sequence within the
      * day, so a START on the table and entry reads the entry's
      * whole history in version order.
      *===============================================================
       01  REFERENCE-HISTORY-RECORD.
           05  RFH-HIST-KEY.
               10  RFH-TABLE-ID        PIC X(02).
               10  RFH-ENTRY-KEY       PIC X(16).
               10  RFH-EFF-DATE        PIC 9(08).
               10  RFH-CHANGE-DATE     PIC 9(08).
               10  RFH-CHANGE-SEQ      PIC 9(03).
           05  RFH-ACTION              PIC X(01).
               88  RFH-ACTION-ADD          VALUE 'A'.
               88  RFH-ACTION-CHANGE       VALUE 'C'.
               88  RFH-ACTION-EXPIRE       VALUE 'X'.
           05  RFH-CHANGED-BY          PIC X(08).
           05  RFH-CHANGE-TS           PIC X(26).
           05  RFH-BEFORE-TERM-DATE    PIC 9(08).
           05  RFH-BEFORE-DATA         PIC X(80).
           05  RFH-AFTER-TERM-DATE     PIC 9(08).
           05  RFH-AFTER-DATA          PIC X(80).
           05  FILLER                  PIC X(02).
