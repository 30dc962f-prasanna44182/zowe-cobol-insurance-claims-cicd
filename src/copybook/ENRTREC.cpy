      *===============================================================
      * ENRTREC - Enrollment Maintenance Transaction Record Layout
      * Input to CLMSENRM (DD ENRTIN), built from the employer
      * groups' periodic enrollment feeds. One record per change to
      * a member's coverage span, keyed by policy, member, and the
      * span's effective date:
      *   A = add a new span (relationship required)
      *   C = change a span's relationship, group, or term date
      *       (blank/zero fields keep the value already on file)
      *   T = terminate - set the span's term date (required)
      * A re-enrollment after a gap is an add with the new effective
      * date; the earlier span stays on file for older claims.
      *===============================================================
       01  ENROLL-MAINT-TRANSACTION.
           05  ENT-ACTION          PIC X(01).
               88  ENT-ACTION-ADD        VALUE 'A'.
               88  ENT-ACTION-CHANGE     VALUE 'C'.
               88  ENT-ACTION-TERMINATE  VALUE 'T'.
               88  ENT-ACTION-VALID      VALUE 'A' 'C' 'T'.
           05  ENT-ENROLL-KEY.
               10  ENT-POLICY-NUMBER   PIC X(10).
               10  ENT-MEMBER-ID       PIC X(09).
               10  ENT-EFF-DATE        PIC 9(08).
           05  ENT-TERM-DATE       PIC 9(08).
           05  ENT-RELATIONSHIP    PIC X(01).
               88  ENT-RELATIONSHIP-VALID VALUE 'S' 'P' 'D'.
           05  ENT-GROUP-ID        PIC X(08).
           05  FILLER              PIC X(35).
