      * PINMAST.CPY
      * Record layout for the PINMAST sign-in PIN file, keyed by
      * employee ID. An employee ID is printed on the badge and on
      * every roster, so on its own it proves nothing about who is
      * standing at the terminal - one employee can sign a late
      * colleague in with nothing more than the colleague's number.
      * HELLOWORLD now asks for the employee's PIN once the ID has
      * been validated, and refuses the sign-in or sign-out unless
      * it matches the PIN on file here.
      *
      * The PIN itself is never stored: PIN-HASH holds a one-way
      * hash of the PIN salted with the employee ID (see
      * copybooks/PINHASH.CPY), so two employees who pick the same
      * PIN still carry different hashes, and nobody reading the
      * file - or the MSTAUDIT journal PINMNT writes - can recover
      * a PIN from it.
      *
      * PIN-FAIL-COUNT counts consecutive wrong PINs; a correct PIN
      * resets it. When it reaches the limit in PINHASH.CPY the ID
      * is locked (PIN-LOCKED-FLAG "Y", stamped with when) and stays
      * locked until a supervisor unlocks it or sets a new PIN
      * through PINMNT. Every failure and lockout is also written
      * to the PINLOG security log - see copybooks/PINLOG.CPY.
      * Maintained interactively by PINMNT, the same way TERMMNT
      * maintains TERMMAST.
       01  PINMAST-RECORD.
           05  PIN-EMP-ID          PIC X(6).
           05  PIN-HASH            PIC 9(10).
           05  PIN-FAIL-COUNT      PIC 9(2).
           05  PIN-LOCKED-FLAG     PIC X(1).
               88  PIN-IS-LOCKED               VALUE "Y".
               88  PIN-IS-UNLOCKED             VALUE "N" " ".
           05  PIN-SET-DATE        PIC 9(8).
           05  PIN-LOCK-DATE       PIC 9(8).
           05  PIN-LOCK-TIME       PIC 9(8).
