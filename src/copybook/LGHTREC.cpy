      *===============================================================
      * LGHTREC - Legal Hold Transaction Record Layout
      * Input to CLMSLGHM (DD LGHTIN). One record per preservation
      * order placed or released by legal:
      *   P = place a hold - hold id, scope and the scope's keys
      *       (C claim: policy and claim; P policy: policy;
      *       M member: member id; R provider: provider id), the
      *       requesting attorney, and the matter it is for
      *   R = release a hold - hold id and the attorney releasing
      *       it; the scope and keys are not needed
      * ACTION-DATE is the date the hold was placed or released; a
      * zero or blank date takes the run date.
      *===============================================================
       01  LEGAL-HOLD-TRANSACTION.
           05  LGT-ACTION          PIC X(01).
               88  LGT-ACTION-PLACE      VALUE 'P'.
               88  LGT-ACTION-RELEASE    VALUE 'R'.
               88  LGT-ACTION-VALID      VALUE 'P' 'R'.
           05  LGT-HOLD-ID         PIC X(08).
           05  LGT-SCOPE-TYPE      PIC X(01).
               88  LGT-SCOPE-CLAIM       VALUE 'C'.
               88  LGT-SCOPE-POLICY      VALUE 'P'.
               88  LGT-SCOPE-MEMBER      VALUE 'M'.
               88  LGT-SCOPE-PROVIDER    VALUE 'R'.
               88  LGT-SCOPE-VALID       VALUE 'C' 'P' 'M' 'R'.
           05  LGT-POLICY-NO       PIC X(10).
           05  LGT-CLAIM-ID        PIC X(08).
           05  LGT-MEMBER-ID       PIC X(09).
           05  LGT-PROVIDER-ID     PIC X(08).
           05  LGT-ACTION-DATE     PIC 9(08).
           05  LGT-ATTORNEY        PIC X(30).
           05  LGT-MATTER-REF      PIC X(20).
           05  FILLER              PIC X(17).
