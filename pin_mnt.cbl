      * PINMNT maintains the PINMAST sign-in PIN file interactively,
      * the same way TERMMNT maintains TERMMAST - see
      * copybooks/PINMAST.CPY. A supervisor sets a new employee's
      * first PIN or resets a forgotten one, unlocks an ID that
      * HELLOWORLD locked after too many wrong PINs, or removes an
      * entry keyed in error.
      *
      * The PIN is keyed twice and only its salted hash is written
      * (see copybooks/PINHASH.CPY); this program never displays a
      * PIN or a hash, and the list shows only whether an ID has a
      * PIN, when it was set, and its lock state. A PIN is 4 to 6
      * digits. Only an active employee on EMPMAST can be given one.
      *
      * PINMAST is indexed and maintained in place with keyed
      * WRITE/REWRITE/DELETE. Every applied change is journaled to
      * the permanent MSTAUDIT master-change journal like any other
      * master - except that the hash is masked out of both images
      * before they are written, so the journal cannot be used to
      * attack a PIN either.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PINMAST-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-EMP-ID
               FILE STATUS IS WS-PINMAST-STATUS.

      * EMPMAST-FILE proves the ID a PIN is being set for belongs to
      * an active employee.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMPMAST-STATUS.

      * MST-AUDIT-FILE is the permanent master-change journal - see
      * copybooks/MSTAUDIT.CPY.
           SELECT MST-AUDIT-FILE ASSIGN TO "MSTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PINMAST-FILE.
           COPY "PINMAST.CPY".

       FD  EMPMAST-FILE.
           COPY "EMPMAST.CPY".

       FD  MST-AUDIT-FILE.
           COPY "MSTAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PINMAST-STATUS        PIC X(2).
       01  WS-EMPMAST-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-COMMAND               PIC X.
           88  CMD-IS-SET                      VALUE "S" "s".
           88  CMD-IS-UNLOCK                   VALUE "U" "u".
           88  CMD-IS-DELETE                   VALUE "D" "d".
           88  CMD-IS-LIST                     VALUE "L" "l".
           88  CMD-IS-QUIT                     VALUE "Q" "q".
       01  WS-INPUT-EMP-ID          PIC X(6).
       01  WS-TODAY-DATE            PIC 9(8).
       01  WS-LIST-EOF-SW           PIC X      VALUE "N".
           88  LIST-EOF                        VALUE "Y".

      * The PIN as keyed, and the confirming second entry. A PIN is
      * 4 to 6 digits, left-justified: the first four positions
      * must be digits, and each of the last two either a digit or
      * (for a shorter PIN) trailing space.
       01  WS-INPUT-PIN             PIC X(6).
       01  WS-INPUT-PIN-PARTS REDEFINES WS-INPUT-PIN.
           05  WS-PIN-FIRST-FOUR    PIC X(4).
           05  WS-PIN-FIFTH         PIC X.
           05  WS-PIN-SIXTH         PIC X.
       01  WS-CONFIRM-PIN           PIC X(6).
       01  WS-PIN-VALID-SW          PIC X      VALUE "N".
           88  PIN-IS-VALID                    VALUE "Y".

      * The salted PIN hash work area - see copybooks/PINHASH.CPY.
           COPY "PINHASH.CPY".

      * Whether the ID being set is already on file - decided by a
      * READ up front, which also captures the before image for the
      * journal, the same shape TERMMNT uses.
       01  WS-ONFILE-SW             PIC X      VALUE "N".
           88  PIN-ON-FILE                     VALUE "Y".

      * Staging for the master-change journal record. The hash
      * occupies bytes 7-16 of PINMAST-RECORD; 9100 masks that span
      * in both images before writing.
       01  WS-AUD-ACTION            PIC X(1).
       01  WS-AUD-BEFORE            PIC X(80).
       01  WS-AUD-AFTER             PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-MENU-LOOP UNTIL CMD-IS-QUIT.
           CLOSE PINMAST-FILE.
           CLOSE EMPMAST-FILE.
           DISPLAY "PINMNT: done.".
           STOP RUN.

      * PINMAST not existing yet (status 35) just means this is the
      * first PIN ever set - create it, same first-run treatment
      * TERMMNT gives TERMMAST. EMPMAST is a hard requirement: no
      * PIN is set for an ID nobody can resolve.
       1000-OPEN-FILES.
           OPEN INPUT EMPMAST-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "*** EMPMAST could not be opened (status "
                   WS-EMPMAST-STATUS ") - has it been loaded? "
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           OPEN I-O PINMAST-FILE.
           IF WS-PINMAST-STATUS = "35"
               OPEN OUTPUT PINMAST-FILE
               CLOSE PINMAST-FILE
               OPEN I-O PINMAST-FILE
           END-IF.
           IF WS-PINMAST-STATUS NOT = "00"
               DISPLAY "*** PINMAST could not be opened (status "
                   WS-PINMAST-STATUS ") - check the PINMAST "
                   "allocation. ***"
               STOP RUN
           END-IF.

       2000-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "PINMAST maintenance - S)et/reset PIN, "
               "U)nlock, D)elete, L)ist, Q)uit".
           DISPLAY "Command: ".
           ACCEPT WS-COMMAND.
           EVALUATE TRUE
               WHEN CMD-IS-SET
                   PERFORM 2100-SET-PIN
               WHEN CMD-IS-UNLOCK
                   PERFORM 2400-UNLOCK-PIN
               WHEN CMD-IS-DELETE
                   PERFORM 2200-DELETE-PIN
               WHEN CMD-IS-LIST
                   PERFORM 2300-LIST-PINS
               WHEN CMD-IS-QUIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Unrecognized command ***"
           END-EVALUATE.

      * Sets a first PIN, or replaces a forgotten one - which also
      * clears any failure count and lock, since the employee now
      * has a PIN they know.
       2100-SET-PIN.
           DISPLAY "Employee ID: ".
           ACCEPT WS-INPUT-EMP-ID.
           MOVE WS-INPUT-EMP-ID TO EMP-ID.
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "*** Employee ID not found on EMPMAST "
                       "- PIN not set ***"
               NOT INVALID KEY
                   IF EMP-IS-INACTIVE
                       DISPLAY "*** Employee ID is not active - "
                           "PIN not set ***"
                   ELSE
                       PERFORM 2150-VALIDATE-PIN
                   END-IF
           END-READ.
           MOVE SPACES TO WS-INPUT-PIN WS-CONFIRM-PIN.

      * The PIN is keyed twice; it is written only if both entries
      * agree and it is 4 to 6 digits.
       2150-VALIDATE-PIN.
           DISPLAY "New PIN (4-6 digits): ".
           ACCEPT WS-INPUT-PIN.
           DISPLAY "Key the new PIN again: ".
           ACCEPT WS-CONFIRM-PIN.
           MOVE "N" TO WS-PIN-VALID-SW.
           IF WS-PIN-FIRST-FOUR IS NUMERIC
               IF (WS-PIN-FIFTH IS NUMERIC
                       AND (WS-PIN-SIXTH IS NUMERIC
                            OR WS-PIN-SIXTH = SPACE))
                   OR (WS-PIN-FIFTH = SPACE AND WS-PIN-SIXTH = SPACE)
                   MOVE "Y" TO WS-PIN-VALID-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT PIN-IS-VALID
                   DISPLAY "*** PIN must be 4 to 6 digits - "
                       "PIN not set ***"
               WHEN WS-INPUT-PIN NOT = WS-CONFIRM-PIN
                   DISPLAY "*** The two entries do not match - "
                       "PIN not set ***"
               WHEN OTHER
                   PERFORM 2170-WRITE-PIN
           END-EVALUATE.

      * The ID is READ first - that one read decides add versus
      * replace AND captures the before image for the journal.
       2170-WRITE-PIN.
           MOVE "N" TO WS-ONFILE-SW.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE WS-INPUT-EMP-ID TO PIN-EMP-ID.
           READ PINMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ONFILE-SW
                   MOVE PINMAST-RECORD TO WS-AUD-BEFORE
           END-READ.
           MOVE WS-INPUT-EMP-ID TO WS-PIN-HASH-EMP-ID.
           MOVE WS-INPUT-PIN    TO WS-PIN-HASH-PIN.
           PERFORM 2900-COMPUTE-PIN-HASH.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-INPUT-EMP-ID    TO PIN-EMP-ID.
           MOVE WS-PIN-HASH-RESULT TO PIN-HASH.
           MOVE ZERO               TO PIN-FAIL-COUNT.
           MOVE "N"                TO PIN-LOCKED-FLAG.
           MOVE WS-TODAY-DATE      TO PIN-SET-DATE.
           MOVE ZERO               TO PIN-LOCK-DATE PIN-LOCK-TIME.
           IF PIN-ON-FILE
               REWRITE PINMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** PINMAST rewrite failed "
                           "(status " WS-PINMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "PIN reset."
                       MOVE "C" TO WS-AUD-ACTION
                       MOVE PINMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-REWRITE
           ELSE
               WRITE PINMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** PINMAST write failed "
                           "(status " WS-PINMAST-STATUS ") ***"
                   NOT INVALID KEY
                       DISPLAY "PIN set."
                       MOVE "A" TO WS-AUD-ACTION
                       MOVE PINMAST-RECORD TO WS-AUD-AFTER
                       PERFORM 9100-WRITE-MASTER-AUDIT
               END-WRITE
           END-IF.

      * Delete is for an entry keyed in error - a forgotten PIN is
      * RESET instead. Read first, so the journal carries the
      * record being removed.
       2200-DELETE-PIN.
           DISPLAY "Employee ID to delete: ".
           ACCEPT WS-INPUT-EMP-ID.
           MOVE WS-INPUT-EMP-ID TO PIN-EMP-ID.
           READ PINMAST-FILE
               INVALID KEY
                   DISPLAY "*** No PIN on file for that ID ***"
               NOT INVALID KEY
                   MOVE PINMAST-RECORD TO WS-AUD-BEFORE
                   DELETE PINMAST-FILE RECORD
                       INVALID KEY
                           DISPLAY "*** PINMAST delete failed "
                               "(status " WS-PINMAST-STATUS
                               ") ***"
                       NOT INVALID KEY
                           DISPLAY "PIN record deleted."
                           MOVE "D" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM 9100-WRITE-MASTER-AUDIT
                   END-DELETE
           END-READ.

      * Lists every ID with a PIN on file in employee-ID order -
      * when the PIN was set, consecutive failures, and whether
      * (and since when) the ID is locked. Never the hash.
       2300-LIST-PINS.
           MOVE "N" TO WS-LIST-EOF-SW.
           MOVE LOW-VALUES TO PIN-EMP-ID.
           START PINMAST-FILE KEY NOT < PIN-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-LIST-EOF-SW
           END-START.
           PERFORM 2350-LIST-NEXT-PIN UNTIL LIST-EOF.

       2350-LIST-NEXT-PIN.
           READ PINMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SW
               NOT AT END
                   IF PIN-IS-LOCKED
                       DISPLAY PIN-EMP-ID " SET " PIN-SET-DATE
                           " FAILS " PIN-FAIL-COUNT " LOCKED "
                           PIN-LOCK-DATE " " PIN-LOCK-TIME
                   ELSE
                       DISPLAY PIN-EMP-ID " SET " PIN-SET-DATE
                           " FAILS " PIN-FAIL-COUNT
                   END-IF
           END-READ.

      * Unlocks an ID HELLOWORLD locked, keeping the PIN it has -
      * for the employee who remembers it once the supervisor has
      * confirmed who they are. A forgotten PIN is reset with S
      * instead, which unlocks as well.
       2400-UNLOCK-PIN.
           DISPLAY "Employee ID to unlock: ".
           ACCEPT WS-INPUT-EMP-ID.
           MOVE WS-INPUT-EMP-ID TO PIN-EMP-ID.
           READ PINMAST-FILE
               INVALID KEY
                   DISPLAY "*** No PIN on file for that ID ***"
               NOT INVALID KEY
                   IF NOT PIN-IS-LOCKED
                       DISPLAY "*** That ID is not locked ***"
                   ELSE
                       MOVE PINMAST-RECORD TO WS-AUD-BEFORE
                       MOVE ZERO TO PIN-FAIL-COUNT
                       MOVE "N"  TO PIN-LOCKED-FLAG
                       MOVE ZERO TO PIN-LOCK-DATE PIN-LOCK-TIME
                       REWRITE PINMAST-RECORD
                           INVALID KEY
                               DISPLAY "*** PINMAST rewrite failed "
                                   "(status " WS-PINMAST-STATUS
                                   ") ***"
                           NOT INVALID KEY
                               DISPLAY "ID unlocked."
                               MOVE "C" TO WS-AUD-ACTION
                               MOVE PINMAST-RECORD TO WS-AUD-AFTER
                               PERFORM 9100-WRITE-MASTER-AUDIT
                       END-REWRITE
                   END-IF
           END-READ.

      * The salted PIN hash - see copybooks/PINHASH.CPY. Must stay
      * step-for-step identical to COMPUTE-PIN-HASH in HELLOWORLD
      * and 1650-COMPUTE-PIN-HASH in VISSIGN. The PIN is cleared from
      * working storage once it is hashed.
       2900-COMPUTE-PIN-HASH.
           MOVE ZERO TO WS-PIN-HASH-ACC.
           PERFORM VARYING WS-PIN-HASH-ROUND FROM 1 BY 1
                   UNTIL WS-PIN-HASH-ROUND > WS-PIN-HASH-ROUNDS
               PERFORM VARYING WS-PIN-HASH-SUB FROM 1 BY 1
                       UNTIL WS-PIN-HASH-SUB > 12
                   COMPUTE WS-PIN-HASH-ACC = FUNCTION MOD
                       (WS-PIN-HASH-ACC * WS-PIN-HASH-MULTIPLIER
                        + FUNCTION ORD
                            (WS-PIN-HASH-BYTE (WS-PIN-HASH-SUB)),
                        WS-PIN-HASH-MODULUS)
               END-PERFORM
           END-PERFORM.
           MOVE WS-PIN-HASH-ACC TO WS-PIN-HASH-RESULT.
           MOVE SPACES TO WS-PIN-HASH-PIN.

      * Appends one master-change record to the permanent MSTAUDIT
      * journal - see copybooks/MSTAUDIT.CPY. The action and the
      * before/after images are already staged where the change
      * landed; the hash span is masked out of both here, then
      * this stamps, writes and closes. A journal that does not
      * exist yet (status 35) is created.
       9100-WRITE-MASTER-AUDIT.
           IF WS-AUD-BEFORE NOT = SPACES
               MOVE ALL "*" TO WS-AUD-BEFORE (7:10)
           END-IF.
           IF WS-AUD-AFTER NOT = SPACES
               MOVE ALL "*" TO WS-AUD-AFTER (7:10)
           END-IF.
           OPEN EXTEND MST-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT MST-AUDIT-FILE
           END-IF.
           MOVE SPACE TO MA-FILL-1 MA-FILL-2 MA-FILL-3 MA-FILL-4
                         MA-FILL-5 MA-FILL-6 MA-FILL-7.
           ACCEPT MA-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT MA-STAMP-TIME FROM TIME.
           MOVE "PINMNT  "       TO MA-PROGRAM.
           MOVE "PINMAST "       TO MA-FILE-NAME.
           MOVE WS-AUD-ACTION    TO MA-ACTION.
           MOVE WS-INPUT-EMP-ID  TO MA-KEY.
           MOVE WS-AUD-BEFORE    TO MA-BEFORE-IMAGE.
           MOVE WS-AUD-AFTER     TO MA-AFTER-IMAGE.
           WRITE MST-AUDIT-RECORD.
           CLOSE MST-AUDIT-FILE.
