      *===============================================================
      * MADHREC - Member Mailing Address History Record Layout
      * VSAM KSDS (LRECL=250, key pos 1-20) - DD MADRHIST. The
      * last-known-address trail: one record per event against a
      * member's mailing address, never rewritten or deleted:
      *   A = address became effective (a new member's first
      *       address, or a change) - the address then in force
      *   C = contact details only (phone/e-mail) changed
      *   R = mail to the address on file came back undeliverable
      *       - the address returned and the reason
      *   V = the member confirmed the address on file is good,
      *       clearing a returned-mail hold
      * Keyed by member, event date and a sequence within the day,
      * so a START on the member id reads the member's whole trail
      * oldest first. Written by CLMSMBRM (intake addresses) and
      * CLMSMADR (member services changes and the returned-mail
      * feed); printed by CLMSESCH for every member payment it
      * escheats.
      *===============================================================
       01  ADDRESS-HISTORY-RECORD.
           05  MAH-HIST-KEY.
               10  MAH-MEMBER-ID       PIC X(09).
               10  MAH-EVENT-DATE      PIC 9(08).
               10  MAH-EVENT-SEQ       PIC 9(03).
           05  MAH-EVENT-TYPE          PIC X(01).
               88  MAH-ADDRESS-EFFECTIVE   VALUE 'A'.
               88  MAH-CONTACT-CHANGED     VALUE 'C'.
               88  MAH-MAIL-RETURNED       VALUE 'R'.
               88  MAH-ADDRESS-VERIFIED    VALUE 'V'.
           05  MAH-SOURCE              PIC X(01).
               88  MAH-FROM-INTAKE         VALUE 'I'.
               88  MAH-FROM-MAINT          VALUE 'M'.
               88  MAH-FROM-FORWARD        VALUE 'F'.
               88  MAH-FROM-RETURNED-MAIL  VALUE 'R'.
           05  MAH-ADDRESS.
               10  MAH-ADDR-LINE-1     PIC X(30).
               10  MAH-ADDR-LINE-2     PIC X(30).
               10  MAH-CITY            PIC X(20).
               10  MAH-STATE           PIC X(02).
               10  MAH-ZIP-CODE        PIC X(10).
           05  MAH-PHONE               PIC X(10).
           05  MAH-EMAIL               PIC X(50).
           05  MAH-EFFECTIVE-DATE      PIC 9(08).
      *---------------------------------------------------------------
      * REFERENCE - the intake claim (policy + claim id) an 'I'
      * address came in on, or the piece of mail that came back on
      * an 'R' event. RETURN-REASON is the post office's reason on
      * an 'R' event.
      *---------------------------------------------------------------
           05  MAH-REFERENCE           PIC X(18).
           05  MAH-RETURN-REASON       PIC X(02).
           05  MAH-RECORDED-BY         PIC X(08).
           05  FILLER                  PIC X(40).
