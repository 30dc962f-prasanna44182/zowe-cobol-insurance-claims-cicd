      *===============================================================
      * POLYREC - Policy Master Record Layout
      * VSAM KSDS lookup file (LRECL=100, key pos 1-10)
      * Keyed by POLICY-NUMBER, read by CLMSVALD to confirm a claim's
      * policy exists and is active before it is allowed through, and
      * by CLMSADJU for the benefit terms applied at adjudication.
      * The premium billing segment is kept by CLMSBILL from the
      * billing system's daily feed.
      *===============================================================
       01  POLICY-RECORD.
           05  POL-POLICY-NUMBER   PIC X(10).
      * means no out-of-pocket cap applies.
      *---------------------------------------------------------------
           05  POL-OOP-MAX         PIC 9(07)V99.
      *---------------------------------------------------------------
      * Premium billing segment. Paid-through is the last day the
      * premium received covers; a claim dated after it on an active
      * policy is pended PD05 by CLMSVALD until billing reports the
      * premium paid or the policy lapsed. Grace end is the last day
      * billing will accept the overdue premium. Billing date is the
      * extract date of the last feed record applied (rerun guard).
      * All zero until billing first reports the policy - no
      * premium check is made.
      *---------------------------------------------------------------
           05  POL-PAID-THRU-DATE  PIC 9(08).
           05  POL-GRACE-END-DATE  PIC 9(08).
           05  POL-BILLING-DATE    PIC 9(08).
