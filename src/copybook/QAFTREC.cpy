      *===============================================================
      * QAFTREC - QA Review Finding Transaction Record Layout
      * Input to CLMSQAFM (DD QAFTIN). One record per sampled
      * decision a QA reviewer has worked off the CLMSQASM
      * workqueue, keyed by the claim's POLICY_NO/CLAIM_ID:
      *   C - decision correct
      *   F - financial error; ERROR-AMOUNT is the dollars the
      *       decision over- or under-paid (required, positive)
      *   P - procedural error - the money was right, the handling
      *       was not
      * A zero or blank review date logs the run date.
      *===============================================================
       01  QA-FINDING-TRANSACTION.
           05  QAF-POLICY-NUMBER   PIC X(10).
           05  QAF-CLAIM-ID        PIC X(08).
           05  QAF-FINDING         PIC X(01).
               88  QAF-CORRECT           VALUE 'C'.
               88  QAF-FINANCIAL-ERROR   VALUE 'F'.
               88  QAF-PROCEDURAL-ERROR  VALUE 'P'.
               88  QAF-FINDING-VALID     VALUE 'C' 'F' 'P'.
           05  QAF-ERROR-AMOUNT    PIC 9(07)V99.
           05  QAF-REVIEWER-ID     PIC X(08).
           05  QAF-REVIEW-DATE     PIC 9(08).
           05  QAF-NOTE            PIC X(30).
           05  FILLER              PIC X(06).
