      *===============================================================
      * REFTREC - Reference Table Maintenance Transaction Layout
      * Input to CLMSREFM (DD REFTIN, LRECL=120). One record per
      * maintenance action against a version on the REFMSTR
      * cluster. RMT-DATA carries the entry in the table's own card
      * layout (FRLSREC, TRTYREC, STRLREC, CATEVREC or CALREC), and
      * the entry key is taken from it:
      *   A = add a new version effective RMT-EFF-DATE (every field
      *       of the entry required, term date optional)
      *   C = change an existing version (blank/zero entry fields
      *       and term date keep the value already on file)
      *   X = expire - set the version's term date (required)
      * A change in value going forward is an add with the new
      * effective date; the version it replaces stays on file for
      * dates before it. RMT-USER-ID names who made the change and
      * is required on every card.
      *===============================================================
       01  REFERENCE-MAINT-TRANSACTION.
           05  RMT-ACTION          PIC X(01).
               88  RMT-ACTION-ADD        VALUE 'A'.
               88  RMT-ACTION-CHANGE     VALUE 'C'.
               88  RMT-ACTION-EXPIRE     VALUE 'X'.
               88  RMT-ACTION-VALID      VALUE 'A' 'C' 'X'.
           05  RMT-TABLE-ID        PIC X(02).
               88  RMT-TABLE-FRAUD       VALUE 'FR'.
               88  RMT-TABLE-TREATY      VALUE 'TR'.
               88  RMT-TABLE-STATE       VALUE 'ST'.
               88  RMT-TABLE-CAT-EVENT   VALUE 'CE'.
               88  RMT-TABLE-CALENDAR    VALUE 'CA'.
               88  RMT-TABLE-VALID       VALUE 'FR' 'TR' 'ST'
                                               'CE' 'CA'.
           05  RMT-EFF-DATE        PIC 9(08).
           05  RMT-TERM-DATE       PIC 9(08).
           05  RMT-USER-ID         PIC X(08).
           05  RMT-DATA            PIC X(80).
           05  FILLER              PIC X(13).
