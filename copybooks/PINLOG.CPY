      * PINLOG.CPY
      * Record layout for the PINLOG security log: one record per
      * wrong PIN, per lockout, and per attempt to sign in on an ID
      * that is already locked, written by HELLOWORLD - and by
      * HELLOWORLD and VISSIGN for the PIN a supervisor keys to
      * override a presence refusal (see PRESLOG.CPY). The sign-in
      * log only ever holds the sign-ins that succeeded, so without
      * this file nobody could see someone working through another
      * employee's PIN. Security reviews it alongside the nightly
      * BUDDYRPT buddy-punch report.
      *
      * The file is append-only and permanent, like the sign-in
      * log. The PIN that was keyed is never recorded - only that
      * it was wrong, and how many consecutive failures the ID now
      * stands at.
      * NOTE: separator bytes are named fields (PL-FILL-n), not
      * unnamed FILLERs, for the same WRITE-initialization reason
      * noted in SIGNLOG.CPY.
       01  PIN-LOG-RECORD.
           05  PL-DATE             PIC 9(8).
           05  PL-FILL-1           PIC X.
           05  PL-TIME             PIC 9(8).
           05  PL-FILL-2           PIC X.
           05  PL-TERM-ID          PIC X(8).
           05  PL-FILL-3           PIC X.
           05  PL-EMP-ID           PIC X(6).
           05  PL-FILL-4           PIC X.
      * PF a wrong PIN, LO the wrong PIN that locked the ID, LA an
      * attempt on an ID that was already locked.
           05  PL-EVENT-TYPE       PIC X(2).
               88  PL-IS-PIN-FAILURE           VALUE "PF".
               88  PL-IS-LOCKOUT               VALUE "LO".
               88  PL-IS-LOCKED-ATTEMPT        VALUE "LA".
           05  PL-FILL-5           PIC X.
           05  PL-FAIL-COUNT       PIC 9(2).
