      * PINHASH.CPY
      * WORKING-STORAGE for the sign-in PIN hash - COPYed into every
      * program that sets or checks a PIN (PINMNT, HELLOWORLD, and
      * VISSIGN for a supervisor's presence override), so the
      * constants the hash depends on live in one place. The
      * hashing paragraph itself (COMPUTE-PIN-HASH in HELLOWORLD,
      * 1650-COMPUTE-PIN-HASH in VISSIGN, 2900-COMPUTE-PIN-HASH in
      * PINMNT) must stay step-for-step identical in all of them: a
      * PIN set by one and checked by another only matches if they
      * compute the same value.
      *
      * The caller moves the employee ID and the PIN as keyed into
      * WS-PIN-HASH-SOURCE; the hash folds every byte of it into
      * WS-PIN-HASH-ACC WS-PIN-HASH-ROUNDS times over, each step
      * ACC = (ACC * MULTIPLIER + byte) MOD MODULUS, and leaves the
      * result in WS-PIN-HASH-RESULT for PIN-HASH. The employee ID
      * is the salt - the same PIN hashes differently per employee.
      * The modulus is the largest ten-digit prime, so the result
      * always fits PIN-HASH. Changing any constant here invalidates
      * every PIN on file, and every employee would need a new one.
       01  WS-PIN-HASH-SOURCE.
           05  WS-PIN-HASH-EMP-ID   PIC X(6).
           05  WS-PIN-HASH-PIN      PIC X(6).
       01  WS-PIN-HASH-BYTES REDEFINES WS-PIN-HASH-SOURCE.
           05  WS-PIN-HASH-BYTE     PIC X      OCCURS 12 TIMES.
       01  WS-PIN-HASH-ACC          PIC 9(15)  COMP-3.
       01  WS-PIN-HASH-RESULT       PIC 9(10).
       01  WS-PIN-HASH-SUB          PIC 9(2)   COMP.
       01  WS-PIN-HASH-ROUND        PIC 9(3)   COMP.
       01  WS-PIN-HASH-ROUNDS       PIC 9(3)   VALUE 100.
       01  WS-PIN-HASH-MULTIPLIER   PIC 9(3)   VALUE 131.
       01  WS-PIN-HASH-MODULUS      PIC 9(10)  VALUE 9999999967.

      * Consecutive wrong PINs before an ID is locked.
       01  WS-PIN-MAX-FAILURES      PIC 9(2)   VALUE 3.
