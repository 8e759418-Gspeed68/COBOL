               RECORD KEY IS TRM-TERM-ID
               FILE STATUS IS WS-TERMMAST-STATUS.

      * PINMAST-FILE holds each employee's hashed sign-in PIN, failure
      * count and lock state - see copybooks/PINMAST.CPY. A valid ID
      * alone is not proof of who is at the terminal; the PIN is.
      * Opened I-O: every wrong PIN is counted on the record.
           SELECT PINMAST-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-EMP-ID
               FILE STATUS IS WS-PINMAST-STATUS.

      * PIN-LOG-FILE is the security log of wrong PINs and lockouts -
      * see copybooks/PINLOG.CPY. Appended to, like the sign-in log.
           SELECT PIN-LOG-FILE ASSIGN TO "PINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINLOG-STATUS.

      * CERTREQ-FILE says which certifications each department's
      * employees must hold, and CERTMAST-FILE which ones each
      * employee does - see copybooks/CERTREQ.CPY and
      * copybooks/CERTMAST.CPY. A forklift driver on a lapsed
      * license is refused at the door, not found out afterwards.
           SELECT CERTREQ-FILE ASSIGN TO "CERTREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-KEY
               FILE STATUS IS WS-CERTREQ-STATUS.

           SELECT CERTMAST-FILE ASSIGN TO "CERTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-KEY
               FILE STATUS IS WS-CERTMAST-STATUS.

      * PRESENCE-FILE is the live record of who is inside which
      * building - see copybooks/PRESENCE.CPY. Written on every
      * sign-in, deleted from on every sign-out, and checked first
      * so nobody signs in twice or in two buildings at once.
           SELECT PRESENCE-FILE ASSIGN TO "PRESENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-KEY
               FILE STATUS IS WS-PRESENCE-STATUS.

      * BLDGCAP-FILE holds the fire marshal's occupancy cap for each
      * building - see copybooks/BLDGCAP.CPY. Optional.
           SELECT BLDGCAP-FILE ASSIGN TO "BLDGCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLDGCAP-STATUS.

      * PRES-LOG-FILE records every presence refusal and every
      * supervisor override of one - see copybooks/PRESLOG.CPY.
      * Appended to, like the sign-in log.
           SELECT PRES-LOG-FILE ASSIGN TO "PRESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESLOG-STATUS.

      * DEPTMAST-FILE names each department's supervisor - the only
      * IDs allowed to override a presence refusal.
           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

      * The DATA DIVISION is where we define our variables
       DATA DIVISION.
       FILE SECTION.
       FD  TERMMAST-FILE.
           COPY "TERMMAST.CPY".

       FD  PINMAST-FILE.
           COPY "PINMAST.CPY".

       FD  PIN-LOG-FILE.
           COPY "PINLOG.CPY".

       FD  CERTREQ-FILE.
           COPY "CERTREQ.CPY".

       FD  CERTMAST-FILE.
           COPY "CERTMAST.CPY".

       FD  PRESENCE-FILE.
           COPY "PRESENCE.CPY".

       FD  BLDGCAP-FILE.
           COPY "BLDGCAP.CPY".

       FD  PRES-LOG-FILE.
           COPY "PRESLOG.CPY".

       FD  DEPTMAST-FILE.
           COPY "DEPTMAST.CPY".

      * The WORKING-STORAGE SECTION is where we declare variables used in the program
       WORKING-STORAGE SECTION.
      * The employee ID as keyed in at the terminal, and the full name
       01  WS-EMPMAST-STATUS       PIC X(2).
       01  WS-XLT-STATUS           PIC X(2).
       01  WS-TERMMAST-STATUS      PIC X(2).
       01  WS-PINMAST-STATUS       PIC X(2).
       01  WS-PINLOG-STATUS        PIC X(2).
       01  WS-CERTREQ-STATUS       PIC X(2).
       01  WS-CERTMAST-STATUS      PIC X(2).
       01  WS-PRESENCE-STATUS      PIC X(2).
       01  WS-BLDGCAP-STATUS       PIC X(2).
           88  BLDGCAP-EOF                     VALUE "10".
       01  WS-PRESLOG-STATUS       PIC X(2).
       01  WS-DEPTMAST-STATUS      PIC X(2).
           88  DEPTMAST-EOF                    VALUE "10".

      * The employee's preferred language, resolved from EMPMAST, and
      * the greeting word looked up for it from GREET-XLT. A language
           88  DIRECTION-IS-OUT                VALUE "O" "o".
           88  DIRECTION-ENTERED               VALUE "I" "i" "O" "o".

      * The PIN as keyed at the terminal - hashed and cleared at once,
      * never displayed or logged - and whether it has matched the
      * hash on PINMAST yet. WS-PIN-EVENT-TYPE stages the PINLOG event
      * for LOG-PIN-EVENT.
       01  WS-PIN-INPUT            PIC X(6).
       01  WS-PIN-OK-SW            PIC X       VALUE "N".
           88  PIN-IS-VERIFIED                 VALUE "Y".
       01  WS-PIN-EVENT-TYPE       PIC X(2).
       01  WS-PIN-TRIES-LEFT       PIC 9(2).

      * The salted PIN hash work area - see copybooks/PINHASH.CPY.
           COPY "PINHASH.CPY".

      * Certification check at sign-in - see copybooks/CERTCHK.CPY.
           COPY "CERTCHK.CPY".

      * Presence check at sign-in - see copybooks/PRESCHK.CPY.
           COPY "PRESCHK.CPY".

      * The PROCEDURE DIVISION contains the executable instructions
       PROCEDURE DIVISION.
      * The terminal is validated before anything else: a sign-in
                   "Run EMPLOAD first. ***"
               STOP RUN
           END-IF.
           PERFORM OPEN-CERT-FILES.
      * Sign-in or sign-out? Both directions share the EMPMAST
      * validation and the audit log below - keep prompting until
      * one or the other is chosen.
               PERFORM VALIDATE-EMP-ID
           END-PERFORM.
           CLOSE EMPMAST-FILE.
           IF CERTREQ-IS-OPEN
               CLOSE CERTREQ-FILE
           END-IF.
           IF CERTMAST-IS-OPEN
               CLOSE CERTMAST-FILE
           END-IF.
      * The ID only says who the operator CLAIMS to be - the PIN
      * proves it, for a sign-out just as for a sign-in, so one
      * employee cannot badge a colleague in or out. VERIFY-PIN does
      * not return until the right PIN is keyed: a locked ID, or the
      * wrong PIN one time too many, ends the run with nothing
      * logged.
           PERFORM VERIFY-PIN.
      * Only now that the PIN has proved who this is: someone still
      * signed in (at this building or another), or a building
      * already at its capacity, is refused unless a supervisor
      * overrides - see CHECK-PRESENCE.
           MOVE "E"             TO WS-PRS-KIND.
           MOVE WS-EMP-ID-INPUT TO WS-PRS-ID.
           MOVE USER-NAME-TEXT  TO WS-PRS-NAME-TEXT.
           IF DIRECTION-IS-IN
               PERFORM CHECK-PRESENCE
           END-IF.
      * Record the event to the permanent audit log before greeting
      * so there is always a record even if the greeting is never seen
           PERFORM LOG-SIGN-IN.
           PERFORM UPDATE-PRESENCE.
      * On the way in, display the greeting in the employee's own
      * language; on the way out, acknowledge the departure so the
      * employee can see the sign-out registered.
      * TERMMAST itself is a hard requirement, like EMPMAST: with
      * no terminal master there is nothing to validate against,
      * which is exactly the blind logging this check exists to
      * stop. WS-TERM-ID stays set for the audit record later, and
      * the terminal's building for the presence check.
       VALIDATE-TERMINAL.
           OPEN INPUT TERMMAST-FILE.
           IF WS-TERMMAST-STATUS NOT = "00"
                           "retired - sign-in refused ***"
                       STOP RUN
                   END-IF
                   MOVE TRM-BUILDING TO WS-PRS-BUILDING
           END-READ.
           CLOSE TERMMAST-FILE.

      * Neither certification file is required. No CERTREQ means no
      * department has any requirement on file yet, so there is
      * nothing to enforce; no CERTMAST with requirements on file
      * means nobody holds anything, and every required
      * certification is missing. Any other open failure is the
      * usual hard stop - a safety check that cannot be made is not
      * skipped silently.
       OPEN-CERT-FILES.
           ACCEPT WS-CERT-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT CERTREQ-FILE.
           EVALUATE WS-CERTREQ-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CERTREQ-OPEN-SW
               WHEN "35"
                   DISPLAY "HELLOWORLD: CERTREQ not present (status "
                       WS-CERTREQ-STATUS ") - no certifications "
                       "checked"
               WHEN OTHER
                   DISPLAY "*** CERTREQ could not be opened (status "
                       WS-CERTREQ-STATUS ") - check the CERTREQ "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT CERTMAST-FILE.
           EVALUATE WS-CERTMAST-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-CERTMAST-OPEN-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** CERTMAST could not be opened (status "
                       WS-CERTMAST-STATUS ") - check the CERTMAST "
                       "allocation. ***"
                   STOP RUN
           END-EVALUATE.

      * Loads every language/greeting pair from GREET-XLT into
      * WS-XLT-TABLE. GREET-XLT-FILE not existing yet (status 35)
      * just leaves the table empty, so every lookup falls back to
      * that are not on file in EMPMAST, re-prompting the operator
      * instead of letting a fat-fingered entry become a nonsense
      * greeting. On success it moves the looked-up full name into
      * USER-NAME for the greeting and the audit log. An ID that is
      * on file but no longer active (the employee was terminated -
      * see EMP-ACTIVE-FLAG) is refused the same way, so a departed
      * employee's badge cannot keep signing in. On the way in, an
      * employee missing a certification their department requires,
      * or holding one that has expired, is refused too - see
      * CHECK-CERTIFICATIONS. Nobody is kept in by a lapsed
      * certificate, so a sign-out is never checked.
       VALIDATE-EMP-ID.
           MOVE "Y" TO WS-ID-VALID-SW.
           IF WS-EMP-ID-INPUT = SPACES
                           "please try again ***"
                       MOVE "N" TO WS-ID-VALID-SW
                   NOT INVALID KEY
                       IF EMP-IS-INACTIVE
                           DISPLAY "*** Employee ID is not active "
                               "- please see your supervisor ***"
                           MOVE "N" TO WS-ID-VALID-SW
                       ELSE
                           MOVE EMP-FULL-NAME TO USER-NAME
                           MOVE EMP-LANG-CODE TO WS-CUR-LANG-CODE
                           IF DIRECTION-IS-IN
                               PERFORM CHECK-CERTIFICATIONS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Every certification the employee's department must hold is
      * read from CERTREQ in type order and looked up on CERTMAST
      * under the employee ID. Every problem is shown, not just the
      * first, so the employee learns the whole of it at one
      * attempt. A missing or expired certification refuses the ID;
      * one expiring within WS-CERT-WARN-DAYS days only warns. Must
      * stay step-for-step the same as 1200-CHECK-CERTIFICATIONS in
      * VISSIGN, which applies the same rules to visitors.
       CHECK-CERTIFICATIONS.
           MOVE "N" TO WS-CERT-REFUSED-SW.
           MOVE "E"             TO WS-CERT-HOLDER-KIND.
           MOVE WS-EMP-ID-INPUT TO WS-CERT-HOLDER-ID.
           MOVE "D"             TO WS-CERT-REQ-KIND.
           MOVE EMP-DEPT        TO WS-CERT-REQ-CODE.
           IF CERTREQ-IS-OPEN
               MOVE "N" TO WS-CERT-REQ-EOF-SW
               MOVE WS-CERT-REQ-KIND TO CRQ-REQ-KIND
               MOVE WS-CERT-REQ-CODE TO CRQ-REQ-CODE
               MOVE LOW-VALUES       TO CRQ-CERT-TYPE
               START CERTREQ-FILE KEY NOT < CRQ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CERT-REQ-EOF-SW
               END-START
               PERFORM CHECK-NEXT-REQUIREMENT
                   UNTIL CERT-REQ-EOF
           END-IF.
           IF CERT-CHECK-REFUSED
               DISPLAY "*** Sign-in refused - certification must "
                   "be renewed and recorded with CERTMNT ***"
               MOVE "N" TO WS-ID-VALID-SW
           END-IF.

       CHECK-NEXT-REQUIREMENT.
           READ CERTREQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CERT-REQ-EOF-SW
               NOT AT END
                   IF CRQ-REQ-KIND NOT = WS-CERT-REQ-KIND
                       OR CRQ-REQ-CODE NOT = WS-CERT-REQ-CODE
                       MOVE "Y" TO WS-CERT-REQ-EOF-SW
                   ELSE
                       PERFORM CHECK-ONE-CERTIFICATION
                   END-IF
           END-READ.

       CHECK-ONE-CERTIFICATION.
           MOVE WS-CERT-HOLDER-KIND TO CRT-HOLDER-KIND.
           MOVE WS-CERT-HOLDER-ID   TO CRT-HOLDER-ID.
           MOVE CRQ-CERT-TYPE       TO CRT-CERT-TYPE.
           IF CERTMAST-IS-OPEN
               READ CERTMAST-FILE
                   INVALID KEY
                       MOVE ZERO TO CRT-EXPIRY-DATE
               END-READ
           ELSE
               MOVE ZERO TO CRT-EXPIRY-DATE
           END-IF.
           IF CRT-EXPIRY-DATE = ZERO
               DISPLAY "*** No " CRQ-CERT-TYPE " " CRQ-CERT-DESC
                   " on file - required for department "
                   WS-CERT-REQ-CODE " ***"
               MOVE "Y" TO WS-CERT-REFUSED-SW
           ELSE
               COMPUTE WS-CERT-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (CRT-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-CERT-TODAY)
               EVALUATE TRUE
                   WHEN WS-CERT-DAYS-LEFT < ZERO
                       DISPLAY "*** " CRQ-CERT-TYPE " "
                           CRQ-CERT-DESC " EXPIRED "
                           CRT-EXPIRY-DATE " ***"
                       MOVE "Y" TO WS-CERT-REFUSED-SW
                   WHEN WS-CERT-DAYS-LEFT NOT > WS-CERT-WARN-DAYS
                       MOVE WS-CERT-DAYS-LEFT TO WS-CERT-EDIT-DAYS
                       DISPLAY "*** WARNING: " CRQ-CERT-TYPE " "
                           CRQ-CERT-DESC " expires "
                           CRT-EXPIRY-DATE " (" WS-CERT-EDIT-DAYS
                           " days) - book the renewal ***"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * VERIFY-PIN reads the employee's PINMAST record and prompts for
      * the PIN until it matches. An ID with no PIN on file, or one
      * already locked, is refused outright (a locked ID's attempt is
      * still logged - someone is trying it). A wrong PIN adds to the
      * consecutive-failure count on the record and is logged; the
      * failure that reaches WS-PIN-MAX-FAILURES locks the ID until a
      * supervisor unlocks it or sets a new PIN through PINMNT. The
      * right PIN clears the count. PINMAST is a hard requirement,
      * like EMPMAST: with no PIN file there is nothing to verify
      * against, which is exactly the gap the PIN exists to close.
       VERIFY-PIN.
           OPEN I-O PINMAST-FILE.
           IF WS-PINMAST-STATUS NOT = "00"
               DISPLAY "*** PINMAST could not be opened (status "
                   WS-PINMAST-STATUS ") - set PINs up with PINMNT "
                   "first. ***"
               STOP RUN
           END-IF.
           MOVE WS-EMP-ID-INPUT TO PIN-EMP-ID.
           READ PINMAST-FILE
               INVALID KEY
                   DISPLAY "*** No sign-in PIN has been set up for "
                       "this ID - please see your supervisor ***"
                   CLOSE PINMAST-FILE
                   STOP RUN
           END-READ.
           IF PIN-IS-LOCKED
               MOVE "LA" TO WS-PIN-EVENT-TYPE
               PERFORM LOG-PIN-EVENT
               DISPLAY "*** This ID is locked after too many wrong "
                   "PINs - please see your supervisor ***"
               CLOSE PINMAST-FILE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-PIN-OK-SW.
           PERFORM UNTIL PIN-IS-VERIFIED
               DISPLAY "Please enter your PIN: "
               ACCEPT WS-PIN-INPUT
               PERFORM CHECK-PIN-ENTRY
           END-PERFORM.
           CLOSE PINMAST-FILE.

      * Hashes the PIN just keyed (clearing it) and compares it with
      * the hash on file, updating the failure count either way.
       CHECK-PIN-ENTRY.
           MOVE WS-EMP-ID-INPUT TO WS-PIN-HASH-EMP-ID.
           MOVE WS-PIN-INPUT    TO WS-PIN-HASH-PIN.
           MOVE SPACES          TO WS-PIN-INPUT.
           PERFORM COMPUTE-PIN-HASH.
           IF WS-PIN-HASH-RESULT = PIN-HASH
               MOVE "Y" TO WS-PIN-OK-SW
               IF PIN-FAIL-COUNT NOT = ZERO
                   MOVE ZERO TO PIN-FAIL-COUNT
                   REWRITE PINMAST-RECORD
                       INVALID KEY
                           DISPLAY "*** PINMAST could not be updated "
                               "(status " WS-PINMAST-STATUS ") ***"
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO PIN-FAIL-COUNT
               IF PIN-FAIL-COUNT NOT < WS-PIN-MAX-FAILURES
                   MOVE "Y" TO PIN-LOCKED-FLAG
                   ACCEPT PIN-LOCK-DATE FROM DATE YYYYMMDD
                   ACCEPT PIN-LOCK-TIME FROM TIME
                   REWRITE PINMAST-RECORD
                       INVALID KEY
                           DISPLAY "*** PINMAST could not be updated "
                               "(status " WS-PINMAST-STATUS ") ***"
                   END-REWRITE
                   MOVE "LO" TO WS-PIN-EVENT-TYPE
                   PERFORM LOG-PIN-EVENT
                   DISPLAY "*** Wrong PIN - this ID is now locked. "
                       "Please see your supervisor ***"
                   CLOSE PINMAST-FILE
                   STOP RUN
               END-IF
               REWRITE PINMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** PINMAST could not be updated "
                           "(status " WS-PINMAST-STATUS ") ***"
               END-REWRITE
               MOVE "PF" TO WS-PIN-EVENT-TYPE
               PERFORM LOG-PIN-EVENT
               COMPUTE WS-PIN-TRIES-LEFT =
                   WS-PIN-MAX-FAILURES - PIN-FAIL-COUNT
               DISPLAY "*** Wrong PIN - " WS-PIN-TRIES-LEFT
                   " attempt(s) left before this ID is locked ***"
           END-IF.

      * The salted PIN hash - see copybooks/PINHASH.CPY. Must stay
      * step-for-step identical to 2900-COMPUTE-PIN-HASH in PINMNT,
      * which hashed the PIN this one is compared with, and to
      * 1650-COMPUTE-PIN-HASH in VISSIGN. The PIN is cleared from
      * working storage once it is hashed.
       COMPUTE-PIN-HASH.
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

      * LOG-PIN-EVENT appends one record to the PINLOG security log:
      * when, at which terminal, which ID, what happened and the
      * failure count the ID now stands at. Never the PIN keyed. A
      * log that does not exist yet (status 35) is created. The ID
      * is the PINMAST record's - the employee's own, or a
      * supervisor's keyed for a presence override.
       LOG-PIN-EVENT.
           OPEN EXTEND PIN-LOG-FILE.
           IF WS-PINLOG-STATUS = "35"
               OPEN OUTPUT PIN-LOG-FILE
           END-IF.
           MOVE SPACE TO PL-FILL-1 PL-FILL-2 PL-FILL-3 PL-FILL-4
                         PL-FILL-5.
           ACCEPT PL-DATE FROM DATE YYYYMMDD.
           ACCEPT PL-TIME FROM TIME.
           MOVE WS-TERM-ID         TO PL-TERM-ID.
           MOVE PIN-EMP-ID         TO PL-EMP-ID.
           MOVE WS-PIN-EVENT-TYPE  TO PL-EVENT-TYPE.
           MOVE PIN-FAIL-COUNT     TO PL-FAIL-COUNT.
           WRITE PIN-LOG-RECORD.
           CLOSE PIN-LOG-FILE.

      * Looks the employee's language code up in WS-XLT-TABLE and
      * sets WS-GREETING-WORD to the matching text. An unmatched or
      * blank language code leaves WS-GREETING-WORD at its "HELLO"
           MOVE USER-NAME       TO SIL-USER-NAME.
           WRITE SIGN-IN-LOG-RECORD.
           CLOSE SIGN-IN-LOG-FILE.

      * CHECK-PRESENCE refuses a sign-in from anyone PRESENCE still
      * has inside a building - here or anywhere else, since a
      * second sign-in without a sign-out is just as wrong at the
      * same door - and, when BLDGCAP caps this building, from
      * anyone once the building's head count has reached the cap.
      * Either refusal can be overridden on the spot by a
      * supervisor (see OFFER-PRESENCE-OVERRIDE); an unoverridden
      * one ends the run with nothing logged to SIGNLOG. Must stay
      * step-for-step the same as 1500-CHECK-PRESENCE in VISSIGN.
       CHECK-PRESENCE.
           PERFORM OPEN-PRESENCE.
           MOVE "N" TO WS-PRS-SUPV-OK-SW.
           MOVE SPACES TO WS-PRS-INSIDE-BUILDING WS-PRS-SUPV-ID.
           MOVE ZERO TO WS-PRS-CAPACITY WS-PRS-OCCUPANCY.
           MOVE WS-PRS-SELF-KEY TO PRS-KEY.
           READ PRESENCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRS-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRS-FOUND-SW
           END-READ.
           IF PRESENCE-ON-FILE
               MOVE PRS-BUILDING TO WS-PRS-INSIDE-BUILDING
               IF PRS-BUILDING = WS-PRS-BUILDING
                   DISPLAY "*** Already signed in at this building "
                       "since " PRS-IN-DATE " " PRS-IN-TIME (1:6)
                       " - sign out first ***"
               ELSE
                   DISPLAY "*** Still signed in at building "
                       PRS-BUILDING " since " PRS-IN-DATE " "
                       PRS-IN-TIME (1:6) " - sign out there first ***"
               END-IF
               MOVE "RI" TO WS-PRS-REFUSE-TYPE
               MOVE "OI" TO WS-PRS-OVERRIDE-TYPE
               PERFORM OFFER-PRESENCE-OVERRIDE
           END-IF.
           PERFORM LOAD-BUILDING-CAPACITY.
           IF WS-PRS-CAPACITY > ZERO
               PERFORM COUNT-BUILDING-OCCUPANCY
               IF WS-PRS-OCCUPANCY NOT < WS-PRS-CAPACITY
                   MOVE WS-PRS-CAPACITY TO WS-PRS-EDIT-CAP
                   DISPLAY "*** Building " WS-PRS-BUILDING " is at "
                       "its capacity of " WS-PRS-EDIT-CAP " ***"
                   MOVE "RC" TO WS-PRS-REFUSE-TYPE
                   MOVE "OC" TO WS-PRS-OVERRIDE-TYPE
                   PERFORM OFFER-PRESENCE-OVERRIDE
               END-IF
           END-IF.
           CLOSE PRESENCE-FILE.

      * PRESENCE is created empty the first time it is needed, the
      * way the maintenance programs create their masters. Any
      * other open failure is the usual hard stop - a safety check
      * that cannot be made is not skipped silently.
       OPEN-PRESENCE.
           OPEN I-O PRESENCE-FILE.
           IF WS-PRESENCE-STATUS = "35"
               OPEN OUTPUT PRESENCE-FILE
               CLOSE PRESENCE-FILE
               OPEN I-O PRESENCE-FILE
           END-IF.
           IF WS-PRESENCE-STATUS NOT = "00"
               DISPLAY "*** PRESENCE could not be opened (status "
                   WS-PRESENCE-STATUS ") - check the PRESENCE "
                   "allocation. ***"
               STOP RUN
           END-IF.

      * The cap for this terminal's building, or zero when BLDGCAP
      * has none (or does not exist) - an uncapped building.
       LOAD-BUILDING-CAPACITY.
           MOVE ZERO TO WS-PRS-CAPACITY.
           OPEN INPUT BLDGCAP-FILE.
           IF WS-BLDGCAP-STATUS = "00"
               PERFORM UNTIL BLDGCAP-EOF
                   READ BLDGCAP-FILE
                       AT END
                           MOVE "10" TO WS-BLDGCAP-STATUS
                       NOT AT END
                           IF BC-BUILDING = WS-PRS-BUILDING
                               AND BC-CAPACITY IS NUMERIC
                               MOVE BC-CAPACITY TO WS-PRS-CAPACITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLDGCAP-FILE
           END-IF.

      * Everyone PRESENCE has in this building, not counting the
      * person signing in - who, if already in here, is only being
      * let back in by an override and takes no extra place.
       COUNT-BUILDING-OCCUPANCY.
           MOVE ZERO TO WS-PRS-OCCUPANCY.
           MOVE "N" TO WS-PRS-SCAN-EOF-SW.
           MOVE LOW-VALUES TO PRS-KEY.
           START PRESENCE-FILE KEY NOT < PRS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRS-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL PRS-SCAN-EOF
               READ PRESENCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRS-SCAN-EOF-SW
                   NOT AT END
                       IF PRS-BUILDING = WS-PRS-BUILDING
                           AND PRS-KEY NOT = WS-PRS-SELF-KEY
                           ADD 1 TO WS-PRS-OCCUPANCY
                       END-IF
               END-READ
           END-PERFORM.

      * A refused sign-in can be let through by a supervisor keying
      * their own ID and PIN at the terminal. Blank cancels, and the
      * refusal is logged; a supervisor already accepted for this
      * sign-in is not asked twice. Both outcomes go to PRESLOG
      * with the supervisor ID.
       OFFER-PRESENCE-OVERRIDE.
           IF NOT SUPV-OVERRIDE-GRANTED
               DISPLAY "Supervisor override - supervisor ID "
                   "(blank to cancel): "
               ACCEPT WS-PRS-SUPV-ID
               IF WS-PRS-SUPV-ID NOT = SPACES
                   PERFORM VERIFY-SUPERVISOR
               END-IF
           END-IF.
           IF SUPV-OVERRIDE-GRANTED
               MOVE WS-PRS-OVERRIDE-TYPE TO WS-PRS-EVENT-TYPE
               PERFORM LOG-PRESENCE-EVENT
               DISPLAY "Override accepted - logged under supervisor "
                   WS-PRS-SUPV-ID
           ELSE
               MOVE WS-PRS-REFUSE-TYPE TO WS-PRS-EVENT-TYPE
               PERFORM LOG-PRESENCE-EVENT
               DISPLAY "*** Sign-in refused - please see your "
                   "supervisor ***"
               CLOSE PRESENCE-FILE
               STOP RUN
           END-IF.

      * Only the named supervisor of an active department on
      * DEPTMAST may override, never for their own sign-in, and
      * only with their own PIN - one attempt, counted towards
      * their PIN lockout exactly like a wrong PIN at sign-in.
       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-PRS-SUPV-OK-SW.
           IF WS-PRS-KIND = "E" AND WS-PRS-SUPV-ID = WS-PRS-ID
               DISPLAY "*** A supervisor cannot override their own "
                   "sign-in ***"
           ELSE
               PERFORM CHECK-SUPERVISOR-ON-DEPTMAST
               IF PRS-ID-IS-SUPERVISOR
                   PERFORM CHECK-SUPERVISOR-PIN
               ELSE
                   DISPLAY "*** " WS-PRS-SUPV-ID " is not the "
                       "supervisor of any active department ***"
               END-IF
           END-IF.

       CHECK-SUPERVISOR-ON-DEPTMAST.
           MOVE "N" TO WS-PRS-IS-SUPV-SW.
           OPEN INPUT DEPTMAST-FILE.
           IF WS-DEPTMAST-STATUS = "00"
               PERFORM UNTIL DEPTMAST-EOF OR PRS-ID-IS-SUPERVISOR
                   READ DEPTMAST-FILE
                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           IF DEPT-IS-ACTIVE
                               AND DEPT-SUPV-EMP-ID = WS-PRS-SUPV-ID
                               MOVE "Y" TO WS-PRS-IS-SUPV-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTMAST-FILE
           ELSE
               DISPLAY "*** DEPTMAST could not be opened (status "
                   WS-DEPTMAST-STATUS ") - no supervisor can be "
                   "confirmed ***"
           END-IF.

      * The supervisor's PIN, checked against PINMAST with the same
      * hash, failure count and lockout as VERIFY-PIN - but a
      * single attempt, and a failure refuses the override rather
      * than ending the run here.
       CHECK-SUPERVISOR-PIN.
           OPEN I-O PINMAST-FILE.
           IF WS-PINMAST-STATUS NOT = "00"
               DISPLAY "*** PINMAST could not be opened (status "
                   WS-PINMAST-STATUS ") - no override possible ***"
           ELSE
               MOVE WS-PRS-SUPV-ID TO PIN-EMP-ID
               READ PINMAST-FILE
                   INVALID KEY
                       DISPLAY "*** No PIN has been set up for "
                           "supervisor " WS-PRS-SUPV-ID " ***"
                   NOT INVALID KEY
                       IF PIN-IS-LOCKED
                           MOVE "LA" TO WS-PIN-EVENT-TYPE
                           PERFORM LOG-PIN-EVENT
                           DISPLAY "*** Supervisor ID is locked "
                               "after too many wrong PINs ***"
                       ELSE
                           DISPLAY "Supervisor PIN: "
                           ACCEPT WS-PRS-SUPV-PIN
                           PERFORM CHECK-SUPERVISOR-PIN-ENTRY
                       END-IF
               END-READ
               CLOSE PINMAST-FILE
           END-IF.

       CHECK-SUPERVISOR-PIN-ENTRY.
           MOVE WS-PRS-SUPV-ID  TO WS-PIN-HASH-EMP-ID.
           MOVE WS-PRS-SUPV-PIN TO WS-PIN-HASH-PIN.
           MOVE SPACES          TO WS-PRS-SUPV-PIN.
           PERFORM COMPUTE-PIN-HASH.
           IF WS-PIN-HASH-RESULT = PIN-HASH
               MOVE "Y" TO WS-PRS-SUPV-OK-SW
               IF PIN-FAIL-COUNT NOT = ZERO
                   MOVE ZERO TO PIN-FAIL-COUNT
                   REWRITE PINMAST-RECORD
                       INVALID KEY
                           DISPLAY "*** PINMAST could not be updated "
                               "(status " WS-PINMAST-STATUS ") ***"
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO PIN-FAIL-COUNT
               IF PIN-FAIL-COUNT NOT < WS-PIN-MAX-FAILURES
                   MOVE "Y" TO PIN-LOCKED-FLAG
                   ACCEPT PIN-LOCK-DATE FROM DATE YYYYMMDD
                   ACCEPT PIN-LOCK-TIME FROM TIME
                   MOVE "LO" TO WS-PIN-EVENT-TYPE
               ELSE
                   MOVE "PF" TO WS-PIN-EVENT-TYPE
               END-IF
               REWRITE PINMAST-RECORD
                   INVALID KEY
                       DISPLAY "*** PINMAST could not be updated "
                           "(status " WS-PINMAST-STATUS ") ***"
               END-REWRITE
               PERFORM LOG-PIN-EVENT
               DISPLAY "*** Wrong supervisor PIN ***"
           END-IF.

      * LOG-PRESENCE-EVENT appends one refusal or override to the
      * PRESLOG presence log - see copybooks/PRESLOG.CPY. A log that
      * does not exist yet (status 35) is created.
       LOG-PRESENCE-EVENT.
           OPEN EXTEND PRES-LOG-FILE.
           IF WS-PRESLOG-STATUS = "35"
               OPEN OUTPUT PRES-LOG-FILE
           END-IF.
           MOVE SPACE TO PG-FILL-1 PG-FILL-2 PG-FILL-3 PG-FILL-4
                         PG-FILL-5 PG-FILL-6 PG-FILL-7 PG-FILL-8
                         PG-FILL-9 PG-FILL-10.
           ACCEPT PG-DATE FROM DATE YYYYMMDD.
           ACCEPT PG-TIME FROM TIME.
           MOVE WS-TERM-ID             TO PG-TERM-ID.
           MOVE WS-PRS-KIND            TO PG-KIND.
           MOVE WS-PRS-ID              TO PG-ID.
           MOVE WS-PRS-BUILDING        TO PG-BUILDING.
           MOVE WS-PRS-EVENT-TYPE      TO PG-EVENT-TYPE.
           MOVE WS-PRS-INSIDE-BUILDING TO PG-INSIDE-BUILDING.
           MOVE WS-PRS-OCCUPANCY       TO PG-OCCUPANCY.
           MOVE WS-PRS-CAPACITY        TO PG-CAPACITY.
           MOVE WS-PRS-SUPV-ID         TO PG-SUPV-ID.
           WRITE PRES-LOG-RECORD.
           CLOSE PRES-LOG-FILE.

      * UPDATE-PRESENCE brings PRESENCE into line with the event
      * just logged: a sign-in puts the person in this terminal's
      * building (replacing where they were, on an override), a
      * sign-out takes them out wherever they were - nobody is
      * kept in for signing out at a different door. Must stay
      * step-for-step the same as 2100-UPDATE-PRESENCE in VISSIGN.
       UPDATE-PRESENCE.
           PERFORM OPEN-PRESENCE.
           MOVE WS-PRS-SELF-KEY TO PRS-KEY.
           IF DIRECTION-IS-IN
               MOVE WS-PRS-BUILDING   TO PRS-BUILDING
               MOVE WS-TERM-ID        TO PRS-TERM-ID
               MOVE WS-SIGN-IN-DATE   TO PRS-IN-DATE
               MOVE WS-SIGN-IN-TIME   TO PRS-IN-TIME
               MOVE WS-PRS-NAME-TEXT  TO PRS-NAME-TEXT
               MOVE WS-PRS-SUPV-OK-SW TO PRS-OVERRIDE-FLAG
               WRITE PRESENCE-RECORD
                   INVALID KEY
                       REWRITE PRESENCE-RECORD
               END-WRITE
           ELSE
               DELETE PRESENCE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           CLOSE PRESENCE-FILE.
